      * DAGINIK CEVAPLARI TEK EKRANDA TOPLAR: ORTAK KIMLIGI, KON1
      * KONSIYE BAKIYESI VE LIMITI, SON KONSIYE (KON2) HAREKETLERI,
      * ACIK CEK/SENETLER, BM4 MIZAN BAKIYESI VE SON CARI
      * HAREKETLER, ADRES DEFTERINDEKI SON GORUSMELER. ISTENIRSE
      * AYNI DOKUM YAZICIYA DA BASILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORGU.
       AUTHOR. MEHMET HARAS.
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CR-DST.
           SELECT ADRES ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ADR-NO
           ALTERNATE RECORD KEY ANAHTAR WITH DUPLICATES
           FILE STATUS AD-DST.
           SELECT GORUSME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GR-ANAHTAR
           FILE STATUS GR-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 UNVAN1 PIC X(37).
           02 ADRES1 PIC X(22).
           02 BAKIYE PIC S9(11).
           02 LIMITI PIC 9(11).
           02 ISK-ORAN PIC 99V99.
           02 CARI-ALACAK PIC 9(9).
           02 CARI-KAYNAK PIC X(4).
           02 CARI-REF PIC 9(8).
       FD ADRES LABEL RECORD STANDARD VALUE OF FILE-ID "ADRES.DAT".
       01 ADRES-KAYDI.
           02 ADR-NO    PIC 9(6).
           02 ANAHTAR   PIC X(30).
           02 AD-SOYAD  PIC X(30).
           02 TEL       PIC X(20).
           02 SEHIR     PIC X(20).
           02 NOT-BILGI PIC X(30).
           02 ADR-ORT-KOD PIC X(15).
           02 ADR-KATEGORI PIC X(2).
       FD GORUSME LABEL RECORD STANDARD VALUE OF FILE-ID "GORUSME.DAT".
       01 GORUSME-KAYDI.
           02 GR-ANAHTAR.
              03 GR-ADR-NO PIC 9(6).
              03 GR-SIRA PIC 9(4).
           02 GR-TARIH PIC 9(8).
           02 GR-OPERATOR PIC X(10).
           02 GR-KANAL PIC X.
              88 GR-KANAL-TEL VALUE "T".
              88 GR-KANAL-ZIY VALUE "Z".
              88 GR-KANAL-MEK VALUE "M".
           02 GR-KONU PIC X(30).
           02 GR-TAKIP PIC 9(8).
           02 GR-TAKIP-DRM PIC X.
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 CK-DST PIC XX VALUE SPACES.
       77 MZ-DST PIC XX VALUE SPACES.
       77 CR-DST PIC XX VALUE SPACES.
       77 AD-DST PIC XX VALUE SPACES.
       77 GR-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SQ-KOD PIC X(15) VALUE SPACES.
       77 SQ-LIN PIC 99 VALUE 0.
       77 SQ-SON1 PIC X(78) VALUE SPACES.
       77 SQ-SON2 PIC X(78) VALUE SPACES.
       77 SQ-SON3 PIC X(78) VALUE SPACES.
       77 SQ-GT1 PIC 9(8) VALUE 0.
       77 SQ-GT2 PIC 9(8) VALUE 0.
       77 SQ-GT3 PIC 9(8) VALUE 0.
       01 SQ-G1.
           02 F PIC X(4) VALUE "GRS".
           02 SQ-G-TARIH PIC X(10).
           02 F PIC X VALUE SPACE.
           02 SQ-G-KANAL PIC X(8).
           02 SQ-G-KONU PIC X(30).
           02 F PIC X VALUE SPACE.
           02 SQ-G-OPER PIC X(10).
           02 F PIC X(3) VALUE " T:".
           02 SQ-G-TAKIP PIC X(10).
       01 SQ-C1.
           02 F PIC X(5) VALUE "CEK".
           02 SQ-C-NO PIC ZZZZZ9.
           PERFORM SQ-KON2 THRU SQ-KON2-SON.
           PERFORM SQ-CEKLER THRU SQ-CEKLER-SON.
           PERFORM SQ-MIZAN THRU SQ-MIZAN-SON.
           PERFORM SQ-GORUSME THRU SQ-GORUSME-SON.
           IF SQ-YAZDIR = "E" CLOSE YAZICI.
           DISPLAY (24 1) "DEVAM ICIN {ENT BAS}".
           ACCEPT CEVAP.
              MOVE SQ-SON3 TO SQ-SATIR
              PERFORM SQ-BAS THRU SQ-BAS-SON.
       SQ-CARI-SON. EXIT.
      * SON UC GORUSME: ORTAK KODUNA BAGLI ADRES KAYITLARININ TUM
      * GORUSMELERI ARASINDAN TARIHCE EN YENI UCU, ESKIDEN YENIYE.
       SQ-GORUSME.
           MOVE SPACES TO SQ-SON1 SQ-SON2 SQ-SON3.
           MOVE 0 TO SQ-GT1 SQ-GT2 SQ-GT3.
           OPEN INPUT ADRES.
           IF AD-DST NOT = "00" GO SQ-GORUSME-SON.
           OPEN INPUT GORUSME.
           IF GR-DST NOT = "00" CLOSE ADRES GO SQ-GORUSME-SON.
           MOVE 0 TO ADR-NO.
           START ADRES KEY NOT LESS THAN ADR-NO INVALID KEY
              GO SQ-GR-KAPAT.
       SQ-AD-OKU. READ ADRES NEXT AT END GO SQ-GR-KAPAT.
           IF ADR-ORT-KOD NOT = SQ-KOD GO SQ-AD-OKU.
           MOVE ADR-NO TO GR-ADR-NO.
           MOVE 0 TO GR-SIRA.
           START GORUSME KEY NOT LESS THAN GR-ANAHTAR INVALID KEY
              GO SQ-AD-OKU.
       SQ-GR-OKU. READ GORUSME NEXT AT END GO SQ-AD-OKU.
           IF GR-ADR-NO NOT = ADR-NO GO SQ-AD-OKU.
           PERFORM SQ-GR-EKLE THRU SQ-GR-EKLE-SON.
           GO SQ-GR-OKU.
       SQ-GR-KAPAT.
           CLOSE GORUSME ADRES.
           IF SQ-SON1 NOT = SPACES
              MOVE SQ-SON1 TO SQ-SATIR
              PERFORM SQ-BAS THRU SQ-BAS-SON.
           IF SQ-SON2 NOT = SPACES
              MOVE SQ-SON2 TO SQ-SATIR
              PERFORM SQ-BAS THRU SQ-BAS-SON.
           IF SQ-SON3 NOT = SPACES
              MOVE SQ-SON3 TO SQ-SATIR
              PERFORM SQ-BAS THRU SQ-BAS-SON.
       SQ-GORUSME-SON. EXIT.
      * GORUSME SATIRI TARIHINE GORE UC SATIRLIK LISTEYE YERLESIR;
      * SQ-SON3 EN YENISIDIR.
       SQ-GR-EKLE.
           IF GR-TARIH < SQ-GT1 GO SQ-GR-EKLE-SON.
           MOVE SPACES TO SQ-G-TARIH SQ-G-TAKIP.
           MOVE GR-TARIH (7:2) TO SQ-G-TARIH (1:2).
           MOVE "/" TO SQ-G-TARIH (3:1).
           MOVE GR-TARIH (5:2) TO SQ-G-TARIH (4:2).
           MOVE "/" TO SQ-G-TARIH (6:1).
           MOVE GR-TARIH (1:4) TO SQ-G-TARIH (7:4).
           IF GR-TAKIP NOT = 0
              MOVE GR-TAKIP (7:2) TO SQ-G-TAKIP (1:2)
              MOVE "/" TO SQ-G-TAKIP (3:1)
              MOVE GR-TAKIP (5:2) TO SQ-G-TAKIP (4:2)
              MOVE "/" TO SQ-G-TAKIP (6:1)
              MOVE GR-TAKIP (1:4) TO SQ-G-TAKIP (7:4).
           MOVE SPACES TO SQ-G-KANAL.
           IF GR-KANAL-TEL MOVE "TELEFON" TO SQ-G-KANAL.
           IF GR-KANAL-ZIY MOVE "ZIYARET" TO SQ-G-KANAL.
           IF GR-KANAL-MEK MOVE "MEKTUP" TO SQ-G-KANAL.
           MOVE GR-KONU TO SQ-G-KONU.
           MOVE GR-OPERATOR TO SQ-G-OPER.
           IF GR-TARIH NOT < SQ-GT3
              MOVE SQ-SON2 TO SQ-SON1 MOVE SQ-GT2 TO SQ-GT1
              MOVE SQ-SON3 TO SQ-SON2 MOVE SQ-GT3 TO SQ-GT2
              MOVE SQ-G1 TO SQ-SON3 MOVE GR-TARIH TO SQ-GT3
              GO SQ-GR-EKLE-SON.
           IF GR-TARIH NOT < SQ-GT2
              MOVE SQ-SON2 TO SQ-SON1 MOVE SQ-GT2 TO SQ-GT1
              MOVE SQ-G1 TO SQ-SON2 MOVE GR-TARIH TO SQ-GT2
              GO SQ-GR-EKLE-SON.
           MOVE SQ-G1 TO SQ-SON1.
           MOVE GR-TARIH TO SQ-GT1.
       SQ-GR-EKLE-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
