      * TABLOLAMA (CSV) DISA AKTARIMI. ANA VERI KUTUKLERINI MUHASEBE
      * BUROSUNUN HESAP TABLOSUNA ALABILECEGI ";" AYRACLI METIN
      * DOSYALARINA YAZAR: BRD, ODEME, KON1, KON2, CEKN, CARI, KASA
      * VE YEVMIYE. HER DOSYANIN ILK SATIRI SUTUN BASLIKLARIDIR.
      * TARIH ARALIGI (YYYYAAGG, 0 = SINIRSIZ) HER AKTARIMDA, KOD
      * ARALIGI ANLAMLI OLANLARDA SORULUR. TARIHLER GG.AA.YYYY,
      * TUTARLAR NOKTASIZ TAM SAYI, ORANLAR VIRGULLU YAZILIR. METIN
      * ALANLARI TIRNAK ICINDE YAZILIR (ICTEKI TIRNAK IKILENIR), SONDAKI
      * BOSLUKLAR ATILIR; DOS KOD SAYFASINDAKI TURKCE HARFLER WINDOWS
      * TURKCE KOD SAYFASINA CEVRILIR. KUTUKLER YALNIZ OKUNUR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISAKTAR.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD
           ALTERNATE RECORD KEY DT-KOD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BR-DST.
           SELECT ODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OD-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS OD-DST.
           SELECT KON1 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD1
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K1-DST.
           SELECT KON2 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD2
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K2-DST.
           SELECT CEKN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CEK-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CK-DST.
           SELECT CARI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CARI-ANAHTARI
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CR-DST.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KS-DST.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS YV-DST.
           SELECT DISDOS ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS DD-DST.
       DATA DIVISION.
       FILE SECTION.
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
       01 BRD-KAYDI.
           02 KOD.
              03 FISNO PIC 9(6).
              03 KALITE PIC X(6).
              03 DT-KOD.
                 04 DONEM PIC X(5).
                 04 B-TARIH PIC 9(8).
           02 UYENO PIC 9(4).
           02 AD-SOYAD PIC X(20).
           02 TANE PIC 9(4).
           02 BAREM-FIATI PIC 9(6).
           02 MIKTARI PIC 9(4).
           02 STNO PIC 9(3).
           02 IPT PIC X.
              88 FIS-IPTAL VALUE "I".
           02 BRD-TRFIS PIC 9(6).
           02 BRD-AKT PIC X.
              88 FIS-AKTARILDI VALUE "A".
       FD ODEME LABEL RECORD STANDARD VALUE OF FILE-ID "ODEME.DAT".
       01 ODEME-KAYDI.
           02 OD-KOD.
              03 OD-UYENO PIC 9(4).
              03 OD-DONEM PIC X(5).
              03 OD-SIRA PIC 9(4).
           02 OD-TARIH PIC X(10).
           02 OD-TIPI PIC X.
           02 OD-TUTAR PIC 9(9).
           02 OD-ACIKLAMA PIC X(20).
           02 OD-PARTI PIC 9(4).
           02 OD-AKT PIC X.
              88 ODEME-AKTARILDI VALUE "A".
       FD KON1 LABEL RECORD STANDARD VALUE OF FILE-ID "KON1.DOS".
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 UNVAN1 PIC X(37).
           02 ADRES PIC X(22).
           02 BAKIYE PIC S9(11).
           02 LIMITI PIC 9(11).
           02 ISK-ORAN PIC 99V99.
       FD KON2 LABEL RECORD STANDARD VALUE OF FILE-ID "KON2.DOS".
       01 KON2-KAYDI.
           02 KOD2.
              05 KOD11 PIC X(15).
              05 I-NO PIC 9(8).
              05 TARIH.
                   10 I-GUNU PIC 9(2).
                   10 I-AYI PIC 9(2).
                   10 I-YILI PIC 9(4).
           02 MAL-ISMI PIC X(29).
           02 TUTAR PIC 9(11).
           02 ISLEM-TIPI PIC X.
           02 MAL-KODU PIC X(8).
           02 MAL-ADET PIC 9(4).
           02 AKT PIC X.
              88 CARIYE-AKTARILDI VALUE "A".
              88 CEK-ILE-ODENDI VALUE "C".
           02 K2-NEDEN PIC X(2).
           02 K2-FATURA-NO PIC 9(6).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID "CEKN.DAT".
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 TUR            PIC X.
           02 BANKA          PIC X(20).
           02 MUSTERI        PIC X(30).
           02 CK-TUTAR       PIC 9(11).
           02 VADE-TARIHI.
              03 VADE-GUNU   PIC 9(2).
              03 VADE-AYI    PIC 9(2).
              03 VADE-YILI   PIC 9(4).
           02 DURUM          PIC X.
              88 DURUM-ODENDI VALUE "O".
              88 DURUM-KARSILIKSIZ VALUE "K".
           02 GIRIS-TARIHI.
              03 GIRIS-GUNU  PIC 9(2).
              03 GIRIS-AYI   PIC 9(2).
              03 GIRIS-YILI  PIC 9(4).
           02 GIRIS-OPERATORU  PIC X(10).
           02 ISLEM-TARIHI.
              03 ISLEM-GUNU  PIC 9(2).
              03 ISLEM-AYI   PIC 9(2).
              03 ISLEM-YILI  PIC 9(4).
           02 ISLEM-OPERATORU  PIC X(10).
           02 CK-AKT PIC X.
              88 CEK-AKTARILDI VALUE "A".
           02 CIRO-EDILEN PIC X(20).
           02 CIRO-TARIHI.
              03 CIRO-GUNU PIC 9(2).
              03 CIRO-AYI PIC 9(2).
              03 CIRO-YILI PIC 9(4).
           02 BORDRO-NO PIC 9(4).
           02 TESLIM-SUBE PIC X(20).
           02 ODENEN PIC 9(11).
           02 CEK-ORT-KOD PIC X(15).
       FD CARI LABEL RECORD STANDARD VALUE OF FILE-ID "CARI.DAT".
       01 CARI-KAYDI.
           02 CARI-ANAHTARI.
              03 CARI-MUSTERI-KODU PIC X(8).
              03 CARI-SIRA-NO PIC 9(5).
           02 CARI-TARIH.
              03 CARI-GUNU PIC 9(2).
              03 CARI-AYI PIC 9(2).
              03 CARI-YILI PIC 9(4).
           02 CARI-ACIKLAMA PIC X(25).
           02 CARI-UNVAN PIC X(25).
           02 CARI-BORC PIC 9(9).
           02 CARI-ALACAK PIC 9(9).
           02 CARI-KAYNAK PIC X(4).
           02 CARI-REF PIC 9(8).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID "KASA.DAT".
       01 KASA-KAYDI.
           02 KS-KOD.
              03 KS-TARIH PIC 9(8).
              03 KS-KASA PIC X(2).
              03 KS-SIRA PIC 9(4).
           02 KS-YON PIC X.
              88 KASA-GIREN VALUE "G".
              88 KASA-CIKAN VALUE "C".
           02 KS-KATEGORI PIC X(4).
           02 KS-TUTAR PIC 9(11).
           02 KS-ACIKLAMA PIC X(25).
           02 KS-KAYNAK PIC X(4).
           02 KS-REF PIC 9(8).
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID "YEVMIYE.DAT".
       01 YEVMIYE-KAYDI.
           02 YV-KOD.
              03 YV-NO PIC 9(6).
              03 YV-SIRA PIC 99.
           02 YV-TARIH PIC 9(8).
           02 YV-HESAP PIC X(6).
           02 YV-ACIKLAMA PIC X(25).
           02 YV-BORC PIC 9(11).
           02 YV-ALACAK PIC 9(11).
      * AKTARIM DOSYASI (BRD.CSV, ODEME.CSV ...), ";" AYRACLI.
       FD DISDOS LABEL RECORD STANDARD VALUE OF FILE-ID DA-DOSYA.
       01 DD-SATIR PIC X(400).
       WORKING-STORAGE SECTION.
       77 BR-DST PIC XX VALUE SPACES.
       77 OD-DST PIC XX VALUE SPACES.
       77 K1-DST PIC XX VALUE SPACES.
       77 K2-DST PIC XX VALUE SPACES.
       77 CK-DST PIC XX VALUE SPACES.
       77 CR-DST PIC XX VALUE SPACES.
       77 KS-DST PIC XX VALUE SPACES.
       77 YV-DST PIC XX VALUE SPACES.
       77 DD-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 99 VALUE 0.
       77 DA-DOSYA PIC X(12) VALUE SPACES.
       77 DA-KUTUK PIC X(12) VALUE SPACES.
       77 DA-DEVAM PIC X VALUE "H".
       77 DA-BITTI PIC X VALUE "H".
       77 DA-UYGUN PIC X VALUE "H".
      * TARIH ARALIGI SORULUR MU (E/H); KOD ARALIGI TURU: U UYE NO,
      * K METIN KOD, BOSLUK KOD SORULMAZ.
       77 DA-TARIHLI PIC X VALUE "E".
       77 DA-KOD-TUR PIC X VALUE SPACE.
       77 DA-KOD-ETK PIC X(20) VALUE SPACES.
       77 DA-BAS-T PIC 9(8) VALUE 0.
       77 DA-SON-T PIC 9(8) VALUE 0.
       77 DA-BAS-UYE PIC 9(4) VALUE 0.
       77 DA-SON-UYE PIC 9(4) VALUE 0.
       77 DA-BAS-KOD PIC X(15) VALUE SPACES.
       77 DA-SON-KOD PIC X(15) VALUE SPACES.
      * OKUNAN KAYDIN SUZGECTEKI TARIHI (YYYYAAGG) VE KODU.
       77 DA-TARIH PIC 9(8) VALUE 0.
       77 DA-KOD PIC X(15) VALUE SPACES.
       77 DA-OKUNAN PIC 9(7) VALUE 0.
       77 DA-YAZILAN PIC 9(7) VALUE 0.
       77 DA-SATIR PIC X(400) VALUE SPACES.
       77 DA-P PIC 999 VALUE 0.
       77 DA-U PIC 99 VALUE 0.
       77 DA-M-SON PIC 99 VALUE 0.
       77 DA-M-I PIC 99 VALUE 0.
       77 DA-M-BITTI PIC X VALUE "H".
       77 DA-TIRNAK PIC X VALUE """".
       77 DA-N-GIR PIC S9(11) VALUE 0.
      * DOS (857) VE WINDOWS (1254) KOD SAYFALARINDA SIRASIYLA
      * C, c, G, g, I (NOKTALI), i (NOKTASIZ), O, o, S, s, U, u.
       77 DA-DOS-HRF PIC X(12) VALUE X"8087A6A7988D99949E9F9A81".
       77 DA-WIN-HRF PIC X(12) VALUE X"C7E7D0F0DDFDD6F6DEFEDCFC".
      * METIN ALANI; TURKCE HARFLER CEVRILIR, SONDAKI BOSLUKLAR ATILIR.
       01 DA-M-ALAN.
           02 DA-M-GIR PIC X(40).
           02 DA-M-GIR-R REDEFINES DA-M-GIR.
              03 DA-M-H PIC X OCCURS 40 TIMES.
      * SAYI ALANI; BASTAKI BOSLUKLAR ATILIR.
       01 DA-N-ALAN.
           02 DA-N-ED PIC -(11)9.
           02 DA-N-ED-R REDEFINES DA-N-ED PIC X(12).
       01 DA-O-ALAN.
           02 DA-O-ED PIC Z9.99.
           02 DA-O-ED-R REDEFINES DA-O-ED PIC X(5).
      * TARIH ALANLARI: YYYYAAGG, GGAAYYYY VE YAZILAN GG.AA.YYYY.
       01 DA-YT-ALAN.
           02 DA-YT PIC 9(8).
           02 DA-YT-R REDEFINES DA-YT.
              03 DA-YT-YIL PIC 9(4).
              03 DA-YT-AY PIC 99.
              03 DA-YT-GUN PIC 99.
       01 DA-GA-ALAN.
           02 DA-GA PIC 9(8).
           02 DA-GA-R REDEFINES DA-GA.
              03 DA-GA-GUN PIC 99.
              03 DA-GA-AY PIC 99.
              03 DA-GA-YIL PIC 9(4).
           02 DA-GA-X REDEFINES DA-GA PIC X(8).
       01 DA-GTA.
           02 DA-GT-GUN PIC 99.
           02 F PIC X VALUE ".".
           02 DA-GT-AY PIC 99.
           02 F PIC X VALUE ".".
           02 DA-GT-YIL PIC 9(4).
       SCREEN SECTION.
       01 MENU-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "TABLOLAMA (CSV) DISA AKTARIMI".
           02 LINE 3 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 4 COLUMN 10 VALUE "1. ZEYTIN ALIM FISLERI (BRD)".
           02 LINE 5 COLUMN 10 VALUE "2. URETICI ODEMELERI (ODEME)".
           02 LINE 6 COLUMN 10 VALUE "3. KONSIYE HESAPLARI (KON1)".
           02 LINE 7 COLUMN 10 VALUE "4. KONSIYE HAREKETLERI (KON2)".
           02 LINE 8 COLUMN 10 VALUE "5. CEK / SENETLER (CEKN)".
           02 LINE 9 COLUMN 10 VALUE "6. CARI HAREKETLER (CARI)".
           02 LINE 10 COLUMN 10 VALUE "7. KASA HAREKETLERI (KASA)".
           02 LINE 11 COLUMN 10 VALUE "8. YEVMIYE DEFTERI (YEVMIYE)".
           02 LINE 12 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 14 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 14 COLUMN 21 PIC 99 USING SEC.
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
       DA-MENU. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI.
           ACCEPT MENU-EKRANI ON ESCAPE GO DA-CIK.
           IF SEC = 0 GO DA-CIK.
           IF SEC > 8 GO DA-MENU.
           PERFORM DA-SORU THRU DA-SORU-SON.
           IF DA-DEVAM NOT = "E" GO DA-MENU.
           MOVE "H" TO DA-BITTI.
           PERFORM DA-AC THRU DA-AC-SON.
           IF DA-DEVAM NOT = "E" GO DA-MENU.
           MOVE 0 TO DA-OKUNAN DA-YAZILAN.
           PERFORM DA-BASLIK THRU DA-BASLIK-SON.
           DISPLAY (16 1) "AKTARILIYOR...".
           IF SEC = 1 PERFORM DA-BRD THRU DA-BRD-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 2 PERFORM DA-ODEME THRU DA-ODEME-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 3 PERFORM DA-KON1 THRU DA-KON1-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 4 PERFORM DA-KON2 THRU DA-KON2-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 5 PERFORM DA-CEKN THRU DA-CEKN-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 6 PERFORM DA-CARI THRU DA-CARI-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 7 PERFORM DA-KASA THRU DA-KASA-SON
              UNTIL DA-BITTI = "E".
           IF SEC = 8 PERFORM DA-YEVMIYE THRU DA-YEVMIYE-SON
              UNTIL DA-BITTI = "E".
           PERFORM DA-KAPAT THRU DA-KAPAT-SON.
           DISPLAY (16 1) "OKUNAN KAYIT.:". DISPLAY (16 16) DA-OKUNAN.
           DISPLAY (17 1) "YAZILAN SATIR:". DISPLAY (17 16) DA-YAZILAN.
           DISPLAY (18 1) "DOSYA........:". DISPLAY (18 16) DA-DOSYA.
           DISPLAY (24 1) "DEVAM ICIN {ENT BAS}".
           ACCEPT CEVAP.
           GO DA-MENU.
       DA-CIK. DISPLAY (1 1) ERASE. GOBACK.
      * SECILEN KUTUGE GORE DOSYA ADLARI VE ARALIK SORULARI.
       DA-SORU. MOVE "H" TO DA-DEVAM.
           MOVE "E" TO DA-TARIHLI. MOVE "K" TO DA-KOD-TUR.
           IF SEC = 1 MOVE "BRD.DAT" TO DA-KUTUK
              MOVE "BRD.CSV" TO DA-DOSYA MOVE "U" TO DA-KOD-TUR.
           IF SEC = 2 MOVE "ODEME.DAT" TO DA-KUTUK
              MOVE "ODEME.CSV" TO DA-DOSYA MOVE "U" TO DA-KOD-TUR.
           IF SEC = 3 MOVE "KON1.DOS" TO DA-KUTUK
              MOVE "KON1.CSV" TO DA-DOSYA MOVE "H" TO DA-TARIHLI
              MOVE "MUSTERI KODU" TO DA-KOD-ETK.
           IF SEC = 4 MOVE "KON2.DOS" TO DA-KUTUK
              MOVE "KON2.CSV" TO DA-DOSYA
              MOVE "MUSTERI KODU" TO DA-KOD-ETK.
           IF SEC = 5 MOVE "CEKN.DAT" TO DA-KUTUK
              MOVE "CEKN.CSV" TO DA-DOSYA
              MOVE "ORTAK KODU" TO DA-KOD-ETK.
           IF SEC = 6 MOVE "CARI.DAT" TO DA-KUTUK
              MOVE "CARI.CSV" TO DA-DOSYA
              MOVE "MUSTERI KODU" TO DA-KOD-ETK.
           IF SEC = 7 MOVE "KASA.DAT" TO DA-KUTUK
              MOVE "KASA.CSV" TO DA-DOSYA
              MOVE "KASA KODU" TO DA-KOD-ETK.
           IF SEC = 8 MOVE "YEVMIYE.DAT" TO DA-KUTUK
              MOVE "YEVMIYE.CSV" TO DA-DOSYA
              MOVE "HESAP KODU" TO DA-KOD-ETK.
           MOVE 0 TO DA-BAS-T DA-SON-T DA-BAS-UYE DA-SON-UYE.
           MOVE SPACES TO DA-BAS-KOD DA-SON-KOD.
       DA-SORU-1. DISPLAY (1 1) ERASE.
           DISPLAY (1 1) "TABLOLAMA (CSV) DISA AKTARIMI".
           DISPLAY (3 1) "KUTUK:". DISPLAY (3 8) DA-KUTUK.
           IF DA-TARIHLI = "H"
              DISPLAY (5 1) "BU KUTUKTE TARIH YOKTUR" GO DA-SORU-2.
           DISPLAY (5 1) "BASLANGIC TARIHI {YYYYAAGG 0=HEPSI}:".
           ACCEPT (5 39) DA-BAS-T WITH PROMPT UPDATE.
           DISPLAY (6 1) "BITIS TARIHI {YYYYAAGG 0=HEPSI}.....:".
           ACCEPT (6 39) DA-SON-T WITH PROMPT UPDATE.
           IF DA-SON-T > 0 AND DA-BAS-T > DA-SON-T
              DISPLAY (24 1) ERASE
              DISPLAY (24 1) "BITIS BASLANGICTAN ONCE {ENT BAS}"
              ACCEPT CEVAP GO DA-SORU-1.
       DA-SORU-2.
           IF DA-KOD-TUR = "U" GO DA-SORU-3.
           DISPLAY (8 1) DA-KOD-ETK.
           DISPLAY (9 1) "BASLANGIC KODU {BOS=HEPSI}:".
           ACCEPT (9 30) DA-BAS-KOD WITH PROMPT UPDATE.
           DISPLAY (10 1) "BITIS KODU {BOS=HEPSI}.....:".
           ACCEPT (10 30) DA-SON-KOD WITH PROMPT UPDATE.
           IF DA-SON-KOD = SPACES MOVE HIGH-VALUES TO DA-SON-KOD.
           GO DA-SORU-4.
       DA-SORU-3.
           DISPLAY (8 1) "UYE NUMARASI".
           DISPLAY (9 1) "BASLANGIC UYE NO {0=HEPSI}.:".
           ACCEPT (9 30) DA-BAS-UYE WITH PROMPT UPDATE.
           DISPLAY (10 1) "BITIS UYE NO {0=HEPSI}.....:".
           ACCEPT (10 30) DA-SON-UYE WITH PROMPT UPDATE.
           MOVE DA-BAS-UYE TO DA-BAS-KOD.
           IF DA-SON-UYE = 0 MOVE HIGH-VALUES TO DA-SON-KOD
           ELSE MOVE DA-SON-UYE TO DA-SON-KOD.
       DA-SORU-4.
           IF DA-SON-KOD < DA-BAS-KOD
              DISPLAY (24 1) ERASE
              DISPLAY (24 1) "BITIS KODU BASLANGICTAN KUCUK {ENT BAS}"
              ACCEPT CEVAP GO DA-SORU-1.
           DISPLAY (12 1) "YAZILACAK DOSYA:". DISPLAY (12 18) DA-DOSYA.
           DISPLAY (13 1) "VARSA USTUNE YAZILIR. AKTARILSIN MI {E/H}:".
           MOVE "H" TO CEVAP.
           ACCEPT (13 44) CEVAP WITH PROMPT UPDATE.
           IF CEVAP = "E" MOVE "E" TO DA-DEVAM.
       DA-SORU-SON. EXIT.
      * KAYNAK KUTUK OKUMAYA, AKTARIM DOSYASI YAZMAYA ACILIR.
       DA-AC. MOVE "H" TO DA-DEVAM.
           IF SEC = 1 OPEN INPUT BRD MOVE BR-DST TO DD-DST.
           IF SEC = 2 OPEN INPUT ODEME MOVE OD-DST TO DD-DST.
           IF SEC = 3 OPEN INPUT KON1 MOVE K1-DST TO DD-DST.
           IF SEC = 4 OPEN INPUT KON2 MOVE K2-DST TO DD-DST.
           IF SEC = 5 OPEN INPUT CEKN MOVE CK-DST TO DD-DST.
           IF SEC = 6 OPEN INPUT CARI MOVE CR-DST TO DD-DST.
           IF SEC = 7 OPEN INPUT KASA MOVE KS-DST TO DD-DST.
           IF SEC = 8 OPEN INPUT YEVMIYE MOVE YV-DST TO DD-DST.
           IF DD-DST NOT = "00"
              DISPLAY (24 1) ERASE
              DISPLAY (24 1) DA-KUTUK
              DISPLAY (24 14) "ACILAMADI {ENT BAS}"
              ACCEPT CEVAP GO DA-AC-SON.
           OPEN OUTPUT DISDOS.
           IF DD-DST NOT = "00"
              DISPLAY (24 1) ERASE
              DISPLAY (24 1) DA-DOSYA
              DISPLAY (24 14) "YAZILAMADI {ENT BAS}"
              ACCEPT CEVAP
              PERFORM DA-KAPAT THRU DA-KAPAT-SON
              GO DA-AC-SON.
           MOVE "E" TO DA-DEVAM.
      * KASA KUTUGU TARIH SIRALIDIR, OKUMA BASLANGIC TARIHINDEN BASLAR.
           IF SEC = 7
              MOVE DA-BAS-T TO KS-TARIH MOVE LOW-VALUES TO KS-KASA
              MOVE 0 TO KS-SIRA
              START KASA KEY NOT LESS THAN KS-KOD
                 INVALID KEY MOVE "E" TO DA-BITTI.
       DA-AC-SON. EXIT.
       DA-KAPAT.
           IF SEC = 1 CLOSE BRD.
           IF SEC = 2 CLOSE ODEME.
           IF SEC = 3 CLOSE KON1.
           IF SEC = 4 CLOSE KON2.
           IF SEC = 5 CLOSE CEKN.
           IF SEC = 6 CLOSE CARI.
           IF SEC = 7 CLOSE KASA.
           IF SEC = 8 CLOSE YEVMIYE.
           IF DA-DEVAM = "E" CLOSE DISDOS.
       DA-KAPAT-SON. EXIT.
      * SUTUN BASLIKLARI.
       DA-BASLIK. MOVE SPACES TO DA-SATIR.
           IF SEC = 1 STRING "FIS NO;KALITE;DONEM;TARIH;UYE NO;"
              "AD SOYAD;TANE;BAREM FIYATI;MIKTAR;ST NO;IPTAL;"
              "TR FIS NO;AKTARIM" DELIMITED BY SIZE INTO DA-SATIR.
           IF SEC = 2 STRING "UYE NO;DONEM;SIRA;TARIH;TIP;TUTAR;"
              "ACIKLAMA;PARTI;AKTARIM" DELIMITED BY SIZE
              INTO DA-SATIR.
           IF SEC = 3 STRING "MUSTERI KODU;UNVAN;ADRES;BAKIYE;"
              "LIMIT;ISKONTO ORANI" DELIMITED BY SIZE INTO DA-SATIR.
           IF SEC = 4 STRING "MUSTERI KODU;ISLEM NO;TARIH;MAL ADI;"
              "TUTAR;ISLEM TIPI;MAL KODU;ADET;AKTARIM;NEDEN;"
              "FATURA NO" DELIMITED BY SIZE INTO DA-SATIR.
           IF SEC = 5 STRING "CEK NO;TUR;BANKA;MUSTERI;TUTAR;VADE;"
              "DURUM;GIRIS TARIHI;GIRIS OPERATORU;ISLEM TARIHI;"
              "ISLEM OPERATORU;AKTARIM;CIRO EDILEN;CIRO TARIHI;"
              "BORDRO NO;TESLIM SUBE;ODENEN;ORTAK KODU"
              DELIMITED BY SIZE INTO DA-SATIR.
           IF SEC = 6 STRING "MUSTERI KODU;SIRA NO;TARIH;ACIKLAMA;"
              "UNVAN;BORC;ALACAK;KAYNAK;REFERANS"
              DELIMITED BY SIZE INTO DA-SATIR.
           IF SEC = 7 STRING "TARIH;KASA;SIRA;YON;KATEGORI;TUTAR;"
              "ACIKLAMA;KAYNAK;REFERANS" DELIMITED BY SIZE
              INTO DA-SATIR.
           IF SEC = 8 STRING "FIS NO;SATIR;TARIH;HESAP;ACIKLAMA;"
              "BORC;ALACAK" DELIMITED BY SIZE INTO DA-SATIR.
           WRITE DD-SATIR FROM DA-SATIR.
       DA-BASLIK-SON. EXIT.
      * KAYDIN TARIHI VE KODU ISTENEN ARALIKTA MI.
       DA-SUZ. MOVE "H" TO DA-UYGUN.
           IF DA-TARIHLI = "E"
              IF DA-BAS-T > 0 AND DA-TARIH < DA-BAS-T GO DA-SUZ-SON.
           IF DA-TARIHLI = "E"
              IF DA-SON-T > 0 AND DA-TARIH > DA-SON-T GO DA-SUZ-SON.
           IF DA-KOD < DA-BAS-KOD OR DA-KOD > DA-SON-KOD
              GO DA-SUZ-SON.
           MOVE "E" TO DA-UYGUN.
       DA-SUZ-SON. EXIT.
       DA-YAZ. WRITE DD-SATIR FROM DA-SATIR.
           ADD 1 TO DA-YAZILAN.
       DA-YAZ-SON. EXIT.
      *
      * KUTUK BASINA BIR KAYIT OKUYUP SATIRINI YAZAN PARAGRAFLAR.
      *
       DA-BRD.
           READ BRD NEXT AT END MOVE "E" TO DA-BITTI GO DA-BRD-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE B-TARIH TO DA-TARIH. MOVE UYENO TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-BRD-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE FISNO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE KALITE TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE DONEM TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE B-TARIH TO DA-YT.
           PERFORM DA-TARIH-YMD THRU DA-TARIH-YMD-SON.
           MOVE UYENO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE AD-SOYAD TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE TANE TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE BAREM-FIATI TO DA-N-GIR.
           PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE MIKTARI TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE STNO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE IPT TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE BRD-TRFIS TO DA-N-GIR.
           PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE BRD-AKT TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-BRD-SON. EXIT.
       DA-ODEME.
           READ ODEME NEXT AT END MOVE "E" TO DA-BITTI
              GO DA-ODEME-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE SPACES TO DA-GA-X.
           STRING OD-TARIH (1:2) OD-TARIH (4:2) OD-TARIH (7:4)
              DELIMITED BY SIZE INTO DA-GA-X.
           IF DA-GA NOT NUMERIC MOVE 0 TO DA-GA.
           MOVE DA-GA-YIL TO DA-YT-YIL. MOVE DA-GA-AY TO DA-YT-AY.
           MOVE DA-GA-GUN TO DA-YT-GUN.
           MOVE DA-YT TO DA-TARIH. MOVE OD-UYENO TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-ODEME-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE OD-UYENO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE OD-DONEM TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE OD-SIRA TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE OD-TIPI TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE OD-TUTAR TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE OD-ACIKLAMA TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE OD-PARTI TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE OD-AKT TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-ODEME-SON. EXIT.
       DA-KON1.
           READ KON1 NEXT AT END MOVE "E" TO DA-BITTI GO DA-KON1-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE 0 TO DA-TARIH. MOVE KOD1 TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-KON1-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE KOD1 TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE UNVAN1 TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE ADRES TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE BAKIYE TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE LIMITI TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE ISK-ORAN TO DA-O-ED. PERFORM DA-ORAN THRU DA-ORAN-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-KON1-SON. EXIT.
       DA-KON2.
           READ KON2 NEXT AT END MOVE "E" TO DA-BITTI GO DA-KON2-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE TARIH TO DA-GA-X.
           IF DA-GA NOT NUMERIC MOVE 0 TO DA-GA.
           MOVE DA-GA-YIL TO DA-YT-YIL. MOVE DA-GA-AY TO DA-YT-AY.
           MOVE DA-GA-GUN TO DA-YT-GUN.
           MOVE DA-YT TO DA-TARIH. MOVE KOD11 TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-KON2-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE KOD11 TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE I-NO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE MAL-ISMI TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE TUTAR TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE ISLEM-TIPI TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE MAL-KODU TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE MAL-ADET TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE AKT TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE K2-NEDEN TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE K2-FATURA-NO TO DA-N-GIR.
           PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-KON2-SON. EXIT.
      * CEKLER GIRIS TARIHINE VE BAGLI ORTAK KODUNA GORE SUZULUR.
       DA-CEKN.
           READ CEKN NEXT AT END MOVE "E" TO DA-BITTI GO DA-CEKN-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE GIRIS-TARIHI TO DA-GA-X.
           IF DA-GA NOT NUMERIC MOVE 0 TO DA-GA.
           MOVE DA-GA-YIL TO DA-YT-YIL. MOVE DA-GA-AY TO DA-YT-AY.
           MOVE DA-GA-GUN TO DA-YT-GUN.
           MOVE DA-YT TO DA-TARIH. MOVE CEK-ORT-KOD TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-CEKN-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE CEK-NO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE TUR TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE BANKA TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE MUSTERI TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CK-TUTAR TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE VADE-TARIHI TO DA-GA-X.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE DURUM TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE GIRIS-TARIHI TO DA-GA-X.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE GIRIS-OPERATORU TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE ISLEM-TARIHI TO DA-GA-X.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE ISLEM-OPERATORU TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CK-AKT TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CIRO-EDILEN TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CIRO-TARIHI TO DA-GA-X.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE BORDRO-NO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE TESLIM-SUBE TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE ODENEN TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE CEK-ORT-KOD TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-CEKN-SON. EXIT.
       DA-CARI.
           READ CARI NEXT AT END MOVE "E" TO DA-BITTI GO DA-CARI-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE CARI-TARIH TO DA-GA-X.
           IF DA-GA NOT NUMERIC MOVE 0 TO DA-GA.
           MOVE DA-GA-YIL TO DA-YT-YIL. MOVE DA-GA-AY TO DA-YT-AY.
           MOVE DA-GA-GUN TO DA-YT-GUN.
           MOVE DA-YT TO DA-TARIH. MOVE CARI-MUSTERI-KODU TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-CARI-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE CARI-MUSTERI-KODU TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CARI-SIRA-NO TO DA-N-GIR.
           PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-TARIH-GAY THRU DA-TARIH-GAY-SON.
           MOVE CARI-ACIKLAMA TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CARI-UNVAN TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CARI-BORC TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE CARI-ALACAK TO DA-N-GIR.
           PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE CARI-KAYNAK TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE CARI-REF TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-CARI-SON. EXIT.
       DA-KASA.
           READ KASA NEXT AT END MOVE "E" TO DA-BITTI GO DA-KASA-SON.
           IF DA-SON-T > 0 AND KS-TARIH > DA-SON-T
              MOVE "E" TO DA-BITTI GO DA-KASA-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE KS-TARIH TO DA-TARIH. MOVE KS-KASA TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-KASA-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE KS-TARIH TO DA-YT.
           PERFORM DA-TARIH-YMD THRU DA-TARIH-YMD-SON.
           MOVE KS-KASA TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE KS-SIRA TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE KS-YON TO DA-M-GIR. PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE KS-KATEGORI TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE KS-TUTAR TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE KS-ACIKLAMA TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE KS-KAYNAK TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE KS-REF TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-KASA-SON. EXIT.
       DA-YEVMIYE.
           READ YEVMIYE NEXT AT END MOVE "E" TO DA-BITTI
              GO DA-YEVMIYE-SON.
           ADD 1 TO DA-OKUNAN.
           MOVE YV-TARIH TO DA-TARIH. MOVE YV-HESAP TO DA-KOD.
           PERFORM DA-SUZ THRU DA-SUZ-SON.
           IF DA-UYGUN = "H" GO DA-YEVMIYE-SON.
           MOVE SPACES TO DA-SATIR. MOVE 1 TO DA-P.
           MOVE YV-NO TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE YV-SIRA TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE YV-TARIH TO DA-YT.
           PERFORM DA-TARIH-YMD THRU DA-TARIH-YMD-SON.
           MOVE YV-HESAP TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE YV-ACIKLAMA TO DA-M-GIR.
           PERFORM DA-METIN THRU DA-METIN-SON.
           MOVE YV-BORC TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           MOVE YV-ALACAK TO DA-N-GIR. PERFORM DA-SAYI THRU DA-SAYI-SON.
           PERFORM DA-YAZ THRU DA-YAZ-SON.
       DA-YEVMIYE-SON. EXIT.
      *
      * ALAN YAZICILARI: HER BIRI GEREKIRSE ONCE ";" AYRACINI KOYAR,
      * SONRA ALANI DA-SATIR'IN DA-P KONUMUNA EKLER.
      *
       DA-AYIR.
           IF DA-P > 1 MOVE ";" TO DA-SATIR (DA-P:1) ADD 1 TO DA-P.
       DA-AYIR-SON. EXIT.
      * DA-M-GIR: TURKCE HARFLER CEVRILIR, SONDAKI BOSLUKLAR ATILIR,
      * TIRNAK ICINDE YAZILIR.
       DA-METIN. PERFORM DA-AYIR THRU DA-AYIR-SON.
           INSPECT DA-M-GIR CONVERTING DA-DOS-HRF TO DA-WIN-HRF.
           MOVE 40 TO DA-M-SON. MOVE "H" TO DA-M-BITTI.
           PERFORM DA-M-GERI THRU DA-M-GERI-SON
              UNTIL DA-M-BITTI = "E".
           MOVE DA-TIRNAK TO DA-SATIR (DA-P:1). ADD 1 TO DA-P.
           PERFORM DA-M-KOPYA THRU DA-M-KOPYA-SON
              VARYING DA-M-I FROM 1 BY 1 UNTIL DA-M-I > DA-M-SON.
           MOVE DA-TIRNAK TO DA-SATIR (DA-P:1). ADD 1 TO DA-P.
       DA-METIN-SON. EXIT.
       DA-M-GERI.
           IF DA-M-SON = 0 MOVE "E" TO DA-M-BITTI GO DA-M-GERI-SON.
           IF DA-M-H (DA-M-SON) NOT = SPACE MOVE "E" TO DA-M-BITTI
           ELSE SUBTRACT 1 FROM DA-M-SON.
       DA-M-GERI-SON. EXIT.
       DA-M-KOPYA.
           IF DA-M-H (DA-M-I) = DA-TIRNAK
              MOVE DA-TIRNAK TO DA-SATIR (DA-P:1) ADD 1 TO DA-P.
           MOVE DA-M-H (DA-M-I) TO DA-SATIR (DA-P:1).
           ADD 1 TO DA-P.
       DA-M-KOPYA-SON. EXIT.
      * DA-N-GIR: ISARETLI TAM SAYI, BASTAKI BOSLUKLAR ATILIR.
       DA-SAYI. PERFORM DA-AYIR THRU DA-AYIR-SON.
           MOVE DA-N-GIR TO DA-N-ED.
           MOVE 0 TO DA-U.
           INSPECT DA-N-ED-R TALLYING DA-U FOR LEADING SPACE.
           STRING DA-N-ED-R (DA-U + 1:) DELIMITED BY SIZE
              INTO DA-SATIR WITH POINTER DA-P.
       DA-SAYI-SON. EXIT.
      * DA-O-ED: YUZDE ORANI, ONDALIK AYRAC VIRGUL.
       DA-ORAN. PERFORM DA-AYIR THRU DA-AYIR-SON.
           INSPECT DA-O-ED-R REPLACING ALL "." BY ",".
           MOVE 0 TO DA-U.
           INSPECT DA-O-ED-R TALLYING DA-U FOR LEADING SPACE.
           STRING DA-O-ED-R (DA-U + 1:) DELIMITED BY SIZE
              INTO DA-SATIR WITH POINTER DA-P.
       DA-ORAN-SON. EXIT.
      * DA-YT (YYYYAAGG) GG.AA.YYYY OLARAK; SIFIR TARIH BOS GECER.
       DA-TARIH-YMD. PERFORM DA-AYIR THRU DA-AYIR-SON.
           IF DA-YT NOT NUMERIC GO DA-TARIH-YMD-SON.
           IF DA-YT = 0 GO DA-TARIH-YMD-SON.
           MOVE DA-YT-GUN TO DA-GT-GUN. MOVE DA-YT-AY TO DA-GT-AY.
           MOVE DA-YT-YIL TO DA-GT-YIL.
           STRING DA-GTA DELIMITED BY SIZE
              INTO DA-SATIR WITH POINTER DA-P.
       DA-TARIH-YMD-SON. EXIT.
      * DA-GA (GGAAYYYY) AYNI BICIMDE.
       DA-TARIH-GAY.
           IF DA-GA NOT NUMERIC MOVE 0 TO DA-GA.
           MOVE DA-GA-YIL TO DA-YT-YIL. MOVE DA-GA-AY TO DA-YT-AY.
           MOVE DA-GA-GUN TO DA-YT-GUN.
           PERFORM DA-TARIH-YMD THRU DA-TARIH-YMD-SON.
       DA-TARIH-GAY-SON. EXIT.
