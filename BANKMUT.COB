      * BANKA MUTABAKATI PROGRAMI. BANKA EKSTRESI HESAP PLANINDAKI
      * BANKA HESABI (ORNEGIN 102) ADINA BEKSTRE.DAT'A YUKLENIR: YA
      * BANKANIN VERDIGI DOSYA EKSTRE.TXT DUZENINE GETIRILIP AKTARILIR
      * YA DA SATIRLAR ELLE GIRILIR. AYNI SATIR IKINCI KEZ AKTARILMAZ.
      * MUTABAKAT CALISMASI DONEMIN EKSTRE SATIRLARINI DEFTERLE
      * ESLER: HER SATIR ONCE YEVMIYE.DAT'TAKI BANKA HESABI SATIRINA
      * (GIRIS = BORC, CIKIS = ALACAK; AYNI TUTAR, TOLERANS GUN ICINDE
      * TARIH), SONRA KAYNAGINA BAGLANIR: CIKISLAR PP2'NIN HAVALE
      * PARTILERINE (BANKPRT.DAT, OD-PARTI BASINA NET TOPLAM) VE
      * ODENDI ISARETLI VERILEN CEKLERE (VCEK.DAT, VADE TARIHIYLE),
      * GIRISLER BORDROYLA BANKAYA VERILIP TAHSIL EDILEN CEKLERE
      * (CEKN.DAT) TEK TEK YA DA BORDRO TOPLAMI OLARAK. EKSTREDE
      * REFERANS OLARAK CEK NUMARASI VARSA ONCE O ARANIR.
      * RAPOR EKSTREDE OLUP DEFTERDE OLMAYAN SATIRLARI, DEFTERDE OLUP
      * EKSTREDE OLMAYAN YEVMIYE SATIRLARINI VE BANKAYA YANSIMAMIS
      * HAVALE PARTISI / CEKLERI AYRI BOLUMLERDE DOKER. BANKA MASRAFI
      * GIBI SATIRLAR ELLE MUTABIK ISARETLENEBILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMUT.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEKSTRE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BE-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BE-DST.
           SELECT EKSTRE ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS EI-DST.
           SELECT HESPLAN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY HP-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS HP-DST.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS YV-DST.
           SELECT BANKPRT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BP-PARTI
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BP-DST.
           SELECT CEKN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CEK-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CK-DST.
           SELECT VCEK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY VC-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS VC-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * BEKSTRE.DAT - BANKA EKSTRESI SATIRLARI. ANAHTAR BANKA HESABI
      * + TARIH + SIRA. BE-YON G: HESABA GIREN, C: HESAPTAN CIKAN.
      * BE-DEFTER YEVMIYEDE KARSILIGI BULUNDU MU (E/H); BE-KAYNAK
      * BAGLANDIGI KAYNAK (E: HAVALE PARTISI, B: BORDRO CEKI VEYA
      * BORDRO TOPLAMI, V: VERILEN CEK, M: ELLE MUTABIK), BE-KREF
      * KAYNAGIN NUMARASIDIR. ESLESME HER MUTABAKATTA YENIDEN KURULUR,
      * ELLE MUTABIK ISARETI KORUNUR.
       FD BEKSTRE LABEL RECORD STANDARD VALUE OF FILE-ID "BEKSTRE.DAT".
       01 BEKSTRE-KAYDI.
           02 BE-KOD.
              03 BE-HESAP PIC X(6).
              03 BE-TARIH PIC 9(8).
              03 BE-SIRA PIC 9(4).
           02 BE-YON PIC X.
              88 BE-GIRIS VALUE "G".
              88 BE-CIKIS VALUE "C".
           02 BE-TUTAR PIC 9(11).
           02 BE-REF PIC X(10).
           02 BE-ACIKLAMA PIC X(30).
           02 BE-DEFTER PIC X.
           02 BE-KAYNAK PIC X.
              88 BE-ELLE VALUE "M".
           02 BE-KREF PIC X(10).
      * EKSTRE.TXT - BANKA DOSYASININ AKTARIM DUZENI, SATIR BASINA:
      * 1-8 TARIH (YYYYAAGG), 9 YON (G/C), 10-20 TUTAR (11 HANE,
      * SOLDAN SIFIRLI, TL), 21-30 REFERANS (CEK/DEKONT NO),
      * 31-60 ACIKLAMA.
       FD EKSTRE LABEL RECORD STANDARD VALUE OF FILE-ID EI-AD.
       01 EKSTRE-SATIRI.
           02 EI-TARIH PIC X(8).
           02 EI-TARIH-N REDEFINES EI-TARIH PIC 9(8).
           02 EI-YON PIC X.
           02 EI-TUTAR PIC X(11).
           02 EI-TUTAR-N REDEFINES EI-TUTAR PIC 9(11).
           02 EI-REF PIC X(10).
           02 EI-ACIKLAMA PIC X(30).
      * HESPLAN.DAT - BM4'UN HESAP PLANI; BANKA HESABI BURADA ARANIR.
       FD HESPLAN LABEL RECORD STANDARD VALUE OF FILE-ID "HESPLAN.DAT".
       01 HESPLAN-KAYDI.
           02 HP-KOD PIC X(6).
           02 HP-ADI PIC X(25).
      * YEVMIYE.DAT - BM4'UN YEVMIYE DEFTERI.
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
      * BANKPRT.DAT - PP2'NIN BANKAYA VERDIGI HAVALE PARTILERI.
       FD BANKPRT LABEL RECORD STANDARD VALUE OF FILE-ID "BANKPRT.DAT".
       01 BANKPRT-KAYDI.
           02 BP-PARTI PIC 9(4).
           02 BP-TARIH PIC 9(8).
           02 BP-TUR PIC X.
              88 BP-ODEME VALUE "O".
              88 BP-RISTURN VALUE "R".
           02 BP-SAYI PIC 9(5).
           02 BP-TUTAR PIC 9(11).
      * CEKN.DAT - CEKN'IN MUSTERI CEK/SENET KUTUGU.
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID "CEKN.DAT".
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 TUR            PIC X.
           02 BANKA          PIC X(20).
           02 MUSTERI        PIC X(30).
           02 TUTAR          PIC 9(11).
           02 VADE-TARIHI.
              03 VADE-GUNU   PIC 9(2).
              03 VADE-AYI    PIC 9(2).
              03 VADE-YILI   PIC 9(4).
           02 DURUM          PIC X.
              88 DURUM-ODENDI      VALUE "O".
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
           02 AKT PIC X.
           02 CIRO-EDILEN PIC X(20).
           02 CIRO-TARIHI.
              03 CIRO-GUNU PIC 9(2).
              03 CIRO-AYI PIC 9(2).
              03 CIRO-YILI PIC 9(4).
           02 BORDRO-NO PIC 9(4).
           02 TESLIM-SUBE PIC X(20).
           02 ODENEN PIC 9(11).
           02 CEK-ORT-KOD PIC X(15).
      * VCEK.DAT - CEKN'IN VERILEN CEKLER KUTUGU.
       FD VCEK LABEL RECORD STANDARD VALUE OF FILE-ID "VCEK.DAT".
       01 VCEK-KAYDI.
           02 VC-NO PIC 9(6).
           02 VC-ALACAKLI PIC X(30).
           02 VC-BANKA PIC X(20).
           02 VC-VADE.
              03 VC-VADE-GUNU PIC 9(2).
              03 VC-VADE-AYI PIC 9(2).
              03 VC-VADE-YILI PIC 9(4).
           02 VC-TUTAR PIC 9(11).
           02 VC-DURUM PIC X.
              88 VC-ODENDI VALUE "O".
           02 VC-GIRIS PIC 9(8).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "BANKMUT".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 EI-AD PIC X(12) VALUE "EKSTRE.TXT".
       77 BE-DST PIC XX VALUE SPACES.
       77 EI-DST PIC XX VALUE SPACES.
       77 HP-DST PIC XX VALUE SPACES.
       77 YV-DST PIC XX VALUE SPACES.
       77 BP-DST PIC XX VALUE SPACES.
       77 CK-DST PIC XX VALUE SPACES.
       77 VC-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 9 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 MT-BUGUN PIC 9(8) VALUE 0.
       77 MT-HESAP PIC X(6) VALUE "102".
       77 MT-BAS PIC 9(8) VALUE 0.
       77 MT-BIT PIC 9(8) VALUE 0.
       77 MT-TOL PIC 99 VALUE 3.
       77 MT-TARIH PIC 9(8) VALUE 0.
       77 MT-GUN PIC 9(7) VALUE 0.
       77 MT-BAS-GUN PIC 9(7) VALUE 0.
       77 MT-BIT-GUN PIC 9(7) VALUE 0.
       77 MT-BE-GUN PIC 9(7) VALUE 0.
       77 MT-FARK PIC S9(7) VALUE 0.
       77 MT-ARA-TUR PIC X VALUE SPACE.
       77 MT-ARA-YON PIC X VALUE SPACE.
       77 MT-REF-SART PIC X VALUE "H".
       77 MT-REF-X PIC X(10) VALUE SPACES.
       77 MT-REF-NO PIC 9(10) VALUE 0.
       77 MT-UZ PIC 99 VALUE 0.
       77 MT-BULUNAN PIC 9(4) VALUE 0.
       77 MT-GRUP PIC 9(4) VALUE 0.
       77 MT-GRUP-TOP PIC 9(13) VALUE 0.
       77 MT-TASMA PIC X VALUE "H".
       77 MT-VAR PIC X VALUE "H".
       77 MT-ISLEM PIC X VALUE SPACE.
       77 MT-YENI-SIRA PIC 9(4) VALUE 0.
       77 MT-OKUNAN PIC 9(5) VALUE 0.
       77 MT-EKLENEN PIC 9(5) VALUE 0.
       77 MT-MUKERRER PIC 9(5) VALUE 0.
       77 MT-HATALI PIC 9(5) VALUE 0.
       77 MT-ESLESEN PIC 9(5) VALUE 0.
       77 MT-ELLE-SAY PIC 9(5) VALUE 0.
       77 MT-ACIK-SAY PIC 9(5) VALUE 0.
       77 MT-EK-GIRIS PIC 9(13) VALUE 0.
       77 MT-EK-CIKIS PIC 9(13) VALUE 0.
       77 MT-DF-BORC PIC 9(13) VALUE 0.
       77 MT-DF-ALACAK PIC 9(13) VALUE 0.
       77 MT-NET PIC S9(13) VALUE 0.
       77 KM-I PIC 9(4) VALUE 0.
       77 KM-J PIC 9(4) VALUE 0.
       77 KM-SAY PIC 9(4) VALUE 0.
       77 KM-AZAMI PIC 9(4) VALUE 3000.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * PROGRAMIN KENDI SIFRESI SORULUR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * SIRA ARANIRKEN EKSTRE SATIRININ SAKLANDIGI ALAN.
       01 BE-SAKLA.
           02 BS-HESAP PIC X(6).
           02 BS-TARIH PIC 9(8).
           02 BS-SIRA PIC 9(4).
           02 BS-YON PIC X.
           02 BS-TUTAR PIC 9(11).
           02 BS-REF PIC X(10).
           02 F PIC X(42).
      * DEFTER TARAFI: MUTABAKAT DONEMINDE (TOLERANS PAYIYLA) BANKA
      * HESABINI ETKILEYEN KAYITLAR. KM-TUR Y: YEVMIYE SATIRI,
      * E: HAVALE PARTISI, B: BORDRO CEKI, V: VERILEN CEK. KM-GRUP
      * BORDRO CEKLERINDE BORDRO NUMARASIDIR.
       01 KM-TABLO.
           02 KM-SATIR OCCURS 3000 TIMES.
              03 KM-TUR PIC X.
              03 KM-TARIH PIC 9(8).
              03 KM-GUN PIC 9(7).
              03 KM-YON PIC X.
              03 KM-TUTAR PIC 9(11).
              03 KM-REF PIC X(10).
              03 KM-REF-NO PIC 9(10).
              03 KM-GRUP PIC 9(4).
              03 KM-ACIK PIC X(25).
              03 KM-ESL PIC X.
      * MUTABAKAT RAPORU KALIBI.
       01 MZ1.
           02 F PIC X(24) VALUE "BANKA MUTABAKATI".
           02 F PIC X(7) VALUE "HESAP:".
           02 MZ-B-HESAP PIC X(6).
           02 F PIC X(9) VALUE "  DONEM:".
           02 MZ-B-BAS PIC 9999/99/99.
           02 F PIC X(3) VALUE " - ".
           02 MZ-B-BIT PIC 9999/99/99.
       01 MZ2.
           02 MZ-BOLUM PIC X(60).
       01 MZ3.
           02 F PIC X(11) VALUE "TARIH".
           02 F PIC X(2) VALUE "Y".
           02 F PIC X(12) VALUE "      TUTAR".
           02 F PIC X(11) VALUE "REFERANS".
           02 F PIC X(26) VALUE "ACIKLAMA".
           02 F PIC X(16) VALUE "KAYNAK".
       01 MZ4.
           02 MZ-D-TARIH PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 MZ-D-YON PIC X.
           02 F PIC X VALUE SPACE.
           02 MZ-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 MZ-D-REF PIC X(10).
           02 F PIC X VALUE SPACE.
           02 MZ-D-ACIK PIC X(25).
           02 F PIC X VALUE SPACE.
           02 MZ-D-KAYNAK PIC X(16).
       01 MZ5.
           02 MZ-T-ADI PIC X(40).
           02 MZ-T-TUTAR PIC ---,---,---,--9.
       01 MZ6.
           02 MZ-S-ADI PIC X(40).
           02 MZ-S-SAYI PIC ZZZZ9.
       01 CIZGI PIC X(80) VALUE ALL "-".
       SCREEN SECTION.
       01 SIFRE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "BANKA MUTABAKATI SIFRESI:".
           02 LINE 10 COLUMN 46 PIC X(10) SECURE USING SIFRE.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "BANKA MUTABAKATI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. EKSTRE DOSYASI AKTARIMI".
           02 LINE 6 COLUMN 10 VALUE "2. EKSTRE SATIRI GIRISI".
           02 LINE 7 COLUMN 10 VALUE "3. MUTABAKAT RAPORU".
           02 LINE 9 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 11 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 11 COLUMN 21 PIC 9 USING SEC.
       01 AKTAR-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "EKSTRE DOSYASI AKTARIMI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "BANKA HESABI........:".
           02 LINE 6 COLUMN 10 VALUE "DOSYA ADI...........:".
           02 LINE 5 COLUMN 33 PIC X(6) USING MT-HESAP.
           02 LINE 6 COLUMN 33 PIC X(12) USING EI-AD.
       01 SATIR-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "EKSTRE SATIRI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "BANKA HESABI........:".
           02 LINE 6 COLUMN 10 VALUE "TARIH YYYYAAGG......:".
           02 LINE 7 COLUMN 10 VALUE "SIRA NO.............:".
           02 LINE 8 COLUMN 10 VALUE "YON {G:GIRIS C:CIKIS}:".
           02 LINE 9 COLUMN 10 VALUE "TUTAR...............:".
           02 LINE 10 COLUMN 10 VALUE "REFERANS............:".
           02 LINE 11 COLUMN 10 VALUE "ACIKLAMA............:".
           02 LINE 12 COLUMN 10 VALUE "ELLE MUTABIK {M}....:".
           02 LINE 5 COLUMN 33 PIC X(6) FROM BE-HESAP.
           02 LINE 6 COLUMN 33 PIC 9(8) FROM BE-TARIH.
           02 LINE 7 COLUMN 33 PIC 9(4) FROM BE-SIRA.
           02 LINE 8 COLUMN 33 PIC X USING BE-YON.
           02 LINE 9 COLUMN 33 PIC 9(11) USING BE-TUTAR.
           02 LINE 10 COLUMN 33 PIC X(10) USING BE-REF.
           02 LINE 11 COLUMN 33 PIC X(30) USING BE-ACIKLAMA.
           02 LINE 12 COLUMN 33 PIC X USING BE-KAYNAK.
       01 MUTABAKAT-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "BANKA MUTABAKATI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "BANKA HESABI........:".
           02 LINE 6 COLUMN 10 VALUE "BASLANGIC YYYYAAGG..:".
           02 LINE 7 COLUMN 10 VALUE "BITIS YYYYAAGG......:".
           02 LINE 8 COLUMN 10 VALUE "TARIH TOLERANSI (GUN):".
           02 LINE 5 COLUMN 33 PIC X(6) USING MT-HESAP.
           02 LINE 6 COLUMN 33 PIC 9(8) USING MT-BAS.
           02 LINE 7 COLUMN 33 PIC 9(8) USING MT-BIT.
           02 LINE 8 COLUMN 33 PIC 99 USING MT-TOL.
       PROCEDURE DIVISION.
       BASLA.
           IF MENU-GIRIS = "MENU" GO B-DOSYA.
           MOVE SPACES TO SIFRE.
           DISPLAY SIFRE-EKRANI.
           ACCEPT SIFRE-EKRANI ON ESCAPE GO M-SON.
           IF SIFRE NOT = "MUTABAKAT"
              DISPLAY (24 1) "SIFRE YANLIS {ENT BAS}"
              ACCEPT CEVAP GO M-SON.
       B-DOSYA. OPEN I-O BEKSTRE.
           IF BE-DST = "35" OPEN OUTPUT BEKSTRE CLOSE BEKSTRE
              OPEN I-O BEKSTRE.
           IF BE-DST NOT = "00"
              DISPLAY (24 1) "BEKSTRE.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO M-SON.
           CLOSE BEKSTRE.
       ANA. MOVE 0 TO SEC.
           ACCEPT MT-BUGUN FROM DATE YYYYMMDD.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO M-SON.
           IF SEC = 0 GO M-SON.
           IF SEC = 1 PERFORM EKSTRE-AKTAR
           ELSE IF SEC = 2 PERFORM EKSTRE-GIRIS
           ELSE IF SEC = 3 PERFORM MUTABAKAT
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       M-SON. DISPLAY (1 1) ERASE. GOBACK.
      *
      * EKSTRE DOSYASI AKTARIMI: DOSYANIN HER SATIRI SECILEN BANKA
      * HESABI ADINA O TARIHIN SIRADAKI NUMARASIYLA YAZILIR. TARIHI,
      * YONU YA DA TUTARI BOZUK SATIR HATALI SAYILIR; AYNI TARIH,
      * YON, TUTAR VE REFERANSLA ZATEN KAYITLI SATIR ATLANIR.
      *
       EKSTRE-AKTAR SECTION.
       EA-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO EA-CIK.
       EA-GIR. DISPLAY AKTAR-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT AKTAR-EKRANI ON ESCAPE GO EA-SON.
           MOVE MT-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO EA-GIR.
           DISPLAY (5 43) HP-ADI.
           OPEN INPUT EKSTRE.
           IF EI-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "EKSTRE DOSYASI ACILAMADI {ENT BAS}"
              ACCEPT CEVAP GO EA-GIR.
           DISPLAY (21 10) "AKTARILSIN MI {E/H}:".
           ACCEPT (21 31) CEVAP.
           IF CEVAP NOT = "E" CLOSE EKSTRE GO EA-GIR.
           OPEN I-O BEKSTRE.
           MOVE 0 TO MT-OKUNAN MT-EKLENEN MT-MUKERRER MT-HATALI.
       EA-OKU. READ EKSTRE AT END GO EA-BIT.
           ADD 1 TO MT-OKUNAN.
           IF EI-TARIH NOT NUMERIC OR EI-TUTAR NOT NUMERIC
              ADD 1 TO MT-HATALI GO EA-OKU.
           IF EI-YON NOT = "G" AND EI-YON NOT = "C"
              ADD 1 TO MT-HATALI GO EA-OKU.
           MOVE EI-TARIH-N TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN = 0 OR EI-TUTAR-N = 0
              ADD 1 TO MT-HATALI GO EA-OKU.
           MOVE MT-HESAP TO BE-HESAP.
           MOVE EI-TARIH-N TO BE-TARIH.
           MOVE EI-YON TO BE-YON.
           MOVE EI-TUTAR-N TO BE-TUTAR.
           MOVE EI-REF TO BE-REF.
           MOVE EI-ACIKLAMA TO BE-ACIKLAMA.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           IF MT-VAR = "E" ADD 1 TO MT-MUKERRER GO EA-OKU.
           MOVE MT-YENI-SIRA TO BE-SIRA.
           MOVE "H" TO BE-DEFTER.
           MOVE SPACE TO BE-KAYNAK.
           MOVE SPACES TO BE-KREF.
           WRITE BEKSTRE-KAYDI INVALID KEY
              ADD 1 TO MT-HATALI GO EA-OKU.
           ADD 1 TO MT-EKLENEN.
           GO EA-OKU.
       EA-BIT. CLOSE EKSTRE BEKSTRE.
           DISPLAY (14 10) "OKUNAN SATIR........:".
           DISPLAY (14 33) MT-OKUNAN.
           DISPLAY (15 10) "AKTARILAN...........:".
           DISPLAY (15 33) MT-EKLENEN.
           DISPLAY (16 10) "ZATEN KAYITLI.......:".
           DISPLAY (16 33) MT-MUKERRER.
           DISPLAY (17 10) "HATALI..............:".
           DISPLAY (17 33) MT-HATALI.
           DISPLAY (21 1) ERASE.
           DISPLAY (21 10) "AKTARIM TAMAMLANDI {ENT BAS}".
           ACCEPT CEVAP.
       EA-SON. CLOSE HESPLAN.
       EA-CIK. EXIT.
      *
      * EKSTRE SATIRI GIRIS / DUZELTME: SIRA 0 YENI SATIR ACAR,
      * MEVCUT SIRA DUZELTILIR YA DA SILINIR. BANKA MASRAFI GIBI
      * DEFTERLE ELLE KARSILASTIRILMIS SATIRLAR M ILE ISARETLENIR.
      *
       EKSTRE-GIRIS SECTION.
       EG-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO EG-CIK.
           OPEN I-O BEKSTRE.
           MOVE MT-BUGUN TO MT-TARIH.
       EG-GIR. DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "BANKA HESABI (BOS = CIKIS):".
           DISPLAY (5 10) "TARIH YYYYAAGG......:".
           DISPLAY (6 10) "SIRA NO (0 = YENI)..:".
           ACCEPT (4 38) MT-HESAP WITH PROMPT UPDATE.
           IF MT-HESAP = SPACES GO EG-SON.
           MOVE MT-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO EG-GIR.
           ACCEPT (5 33) MT-TARIH WITH PROMPT UPDATE.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ TARIH {ENT BAS}" ACCEPT CEVAP GO EG-GIR.
           MOVE 0 TO BE-SIRA.
           ACCEPT (6 33) BE-SIRA WITH PROMPT UPDATE.
           MOVE MT-HESAP TO BE-HESAP.
           MOVE MT-TARIH TO BE-TARIH.
           IF BE-SIRA = 0
              MOVE "Y" TO MT-ISLEM
              MOVE SPACES TO BE-REF BE-ACIKLAMA BE-KREF
              MOVE 0 TO BE-TUTAR
              MOVE "G" TO BE-YON
              MOVE "H" TO BE-DEFTER
              MOVE SPACE TO BE-KAYNAK
           ELSE
              MOVE "D" TO MT-ISLEM
              READ BEKSTRE INVALID KEY
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "SATIR BULUNAMADI {ENT BAS}" ACCEPT CEVAP
                 GO EG-GIR.
           DISPLAY SATIR-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE HESAP SORUSUNA DONERSINIZ".
           ACCEPT SATIR-EKRANI ON ESCAPE GO EG-GIR.
           IF NOT BE-GIRIS AND NOT BE-CIKIS
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YON G VEYA C OLMALI {ENT BAS}" ACCEPT CEVAP GO EG-GIR.
           IF BE-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO EG-GIR.
           IF BE-KAYNAK NOT = "M"
              MOVE SPACE TO BE-KAYNAK
              MOVE "H" TO BE-DEFTER
              MOVE SPACES TO BE-KREF.
           IF MT-ISLEM = "D"
              DISPLAY (21 10) "KAYDET (K) / SIL (S) / VAZGEC (V):"
              ACCEPT (21 46) CEVAP
           ELSE
              DISPLAY (21 10) "VERILER DOGRUMU {E/H}:"
              ACCEPT (21 33) CEVAP
              IF CEVAP = "E" MOVE "K" TO CEVAP.
           IF CEVAP = "S"
              DELETE BEKSTRE RECORD INVALID KEY CONTINUE
              GO EG-GIR.
           IF CEVAP NOT = "K" GO EG-GIR.
           IF MT-ISLEM = "D"
              REWRITE BEKSTRE-KAYDI INVALID KEY CONTINUE
              GO EG-GIR.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE MT-YENI-SIRA TO BE-SIRA.
           WRITE BEKSTRE-KAYDI INVALID KEY CONTINUE.
           DISPLAY (22 10) "SATIR YAZILDI, SIRA NO:".
           DISPLAY (22 34) BE-SIRA.
           DISPLAY (23 10) "{ENT BAS}". ACCEPT CEVAP.
           GO EG-GIR.
       EG-SON. CLOSE BEKSTRE HESPLAN.
       EG-CIK. EXIT.
      *
      * MUTABAKAT: DEFTER TARAFI TABLOYA YUKLENIR, DONEMIN EKSTRE
      * SATIRLARI SIRAYLA ESLESTIRILIR VE ESLESME SATIRA YAZILIR,
      * SONRA ACIKTA KALANLAR DOKULUR.
      *
       MUTABAKAT SECTION.
       MU-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO MU-CIK.
           MOVE MT-BUGUN TO MT-BAS.
           MOVE "01" TO MT-BAS (7:2).
           MOVE MT-BUGUN TO MT-BIT.
       MU-GIR. DISPLAY MUTABAKAT-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT MUTABAKAT-EKRANI ON ESCAPE GO MU-SON.
           MOVE MT-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO MU-GIR.
           DISPLAY (5 43) HP-ADI.
           MOVE MT-BIT TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           MOVE MT-GUN TO MT-BIT-GUN.
           MOVE MT-BAS TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           MOVE MT-GUN TO MT-BAS-GUN.
           IF MT-BAS-GUN = 0 OR MT-BIT-GUN = 0 OR MT-BAS > MT-BIT
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ TARIH ARALIGI {ENT BAS}" ACCEPT CEVAP
              GO MU-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP NOT = "E" GO MU-GIR.
           DISPLAY (22 10) "DEFTER KAYITLARI OKUNUYOR, BEKLEYINIZ".
           SUBTRACT MT-TOL FROM MT-BAS-GUN.
           ADD MT-TOL TO MT-BIT-GUN.
           MOVE 0 TO KM-SAY MT-DF-BORC MT-DF-ALACAK.
           MOVE "H" TO MT-TASMA.
           PERFORM YV-YUKLE THRU YV-YUKLE-SON.
           PERFORM BP-YUKLE THRU BP-YUKLE-SON.
           PERFORM CK-YUKLE THRU CK-YUKLE-SON.
           PERFORM VC-YUKLE THRU VC-YUKLE-SON.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "EKSTRE ESLESTIRILIYOR, BEKLEYINIZ".
           OPEN I-O BEKSTRE.
           MOVE 0 TO MT-ESLESEN MT-ELLE-SAY MT-ACIK-SAY.
           MOVE 0 TO MT-EK-GIRIS MT-EK-CIKIS.
           MOVE MT-HESAP TO BE-HESAP.
           MOVE MT-BAS TO BE-TARIH.
           MOVE 0 TO BE-SIRA.
           START BEKSTRE KEY NOT LESS THAN BE-KOD INVALID KEY
              GO MU-RAPOR.
       MU-OKU. READ BEKSTRE NEXT AT END GO MU-RAPOR.
           IF BE-HESAP NOT = MT-HESAP OR BE-TARIH > MT-BIT
              GO MU-RAPOR.
           IF BE-GIRIS ADD BE-TUTAR TO MT-EK-GIRIS
           ELSE ADD BE-TUTAR TO MT-EK-CIKIS.
           IF BE-ELLE ADD 1 TO MT-ELLE-SAY GO MU-OKU.
           PERFORM SATIR-ESLE THRU SATIR-ESLE-SON.
           REWRITE BEKSTRE-KAYDI INVALID KEY CONTINUE.
           IF BE-DEFTER = "E" OR BE-KAYNAK NOT = SPACE
              ADD 1 TO MT-ESLESEN
           ELSE
              ADD 1 TO MT-ACIK-SAY.
           GO MU-OKU.
       MU-RAPOR.
           PERFORM YAZICI-AC.
           MOVE MT-HESAP TO MZ-B-HESAP.
           MOVE MT-BAS TO MZ-B-BAS. MOVE MT-BIT TO MZ-B-BIT.
           WRITE YAZ FROM MZ1 AFTER 2.
           WRITE YAZ FROM CIZGI.
           IF MT-TASMA = "E"
              MOVE "** DEFTER TABLOSU DOLDU, DONEMI KISALTIN **"
                 TO MZ-BOLUM
              WRITE YAZ FROM MZ2.
           MOVE "EKSTREDE OLUP DEFTERDE (YEVMIYEDE) OLMAYAN SATIRLAR"
              TO MZ-BOLUM.
           WRITE YAZ FROM MZ2 AFTER 2.
           WRITE YAZ FROM MZ3.
           WRITE YAZ FROM CIZGI.
           MOVE MT-HESAP TO BE-HESAP.
           MOVE MT-BAS TO BE-TARIH.
           MOVE 0 TO BE-SIRA.
           START BEKSTRE KEY NOT LESS THAN BE-KOD INVALID KEY
              GO MU-DEFTER.
       MU-R-OKU. READ BEKSTRE NEXT AT END GO MU-DEFTER.
           IF BE-HESAP NOT = MT-HESAP OR BE-TARIH > MT-BIT
              GO MU-DEFTER.
           IF BE-DEFTER = "E" OR BE-ELLE GO MU-R-OKU.
           MOVE BE-TARIH TO MZ-D-TARIH.
           MOVE BE-YON TO MZ-D-YON.
           MOVE BE-TUTAR TO MZ-D-TUTAR.
           MOVE BE-REF TO MZ-D-REF.
           MOVE BE-ACIKLAMA TO MZ-D-ACIK.
           MOVE SPACES TO MZ-D-KAYNAK.
           IF BE-KAYNAK = "E"
              STRING "PARTI " BE-KREF DELIMITED BY SIZE
                 INTO MZ-D-KAYNAK.
           IF BE-KAYNAK = "B"
              STRING "CEK " BE-KREF DELIMITED BY SIZE
                 INTO MZ-D-KAYNAK.
           IF BE-KAYNAK = "V"
              STRING "V.CEK " BE-KREF DELIMITED BY SIZE
                 INTO MZ-D-KAYNAK.
           WRITE YAZ FROM MZ4.
           GO MU-R-OKU.
       MU-DEFTER. CLOSE BEKSTRE.
           MOVE "DEFTERDE OLUP EKSTREDE OLMAYAN YEVMIYE SATIRLARI"
              TO MZ-BOLUM.
           WRITE YAZ FROM MZ2 AFTER 2.
           WRITE YAZ FROM MZ3.
           WRITE YAZ FROM CIZGI.
           MOVE "Y" TO MT-ARA-TUR.
           PERFORM KM-YAZ THRU KM-YAZ-SON
              VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-SAY.
           MOVE "BANKAYA YANSIMAMIS HAVALE PARTISI VE CEKLER"
              TO MZ-BOLUM.
           WRITE YAZ FROM MZ2 AFTER 2.
           WRITE YAZ FROM MZ3.
           WRITE YAZ FROM CIZGI.
           MOVE "E" TO MT-ARA-TUR.
           PERFORM KM-YAZ THRU KM-YAZ-SON
              VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-SAY.
           MOVE "B" TO MT-ARA-TUR.
           PERFORM KM-YAZ THRU KM-YAZ-SON
              VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-SAY.
           MOVE "V" TO MT-ARA-TUR.
           PERFORM KM-YAZ THRU KM-YAZ-SON
              VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-SAY.
           WRITE YAZ FROM CIZGI AFTER 2.
           MOVE "EKSTRE GIRIS TOPLAMI" TO MZ-T-ADI.
           MOVE MT-EK-GIRIS TO MZ-T-TUTAR. WRITE YAZ FROM MZ5.
           MOVE "EKSTRE CIKIS TOPLAMI" TO MZ-T-ADI.
           MOVE MT-EK-CIKIS TO MZ-T-TUTAR. WRITE YAZ FROM MZ5.
           MOVE "DEFTER BORC TOPLAMI" TO MZ-T-ADI.
           MOVE MT-DF-BORC TO MZ-T-TUTAR. WRITE YAZ FROM MZ5.
           MOVE "DEFTER ALACAK TOPLAMI" TO MZ-T-ADI.
           MOVE MT-DF-ALACAK TO MZ-T-TUTAR. WRITE YAZ FROM MZ5.
           COMPUTE MT-NET = MT-EK-GIRIS - MT-EK-CIKIS
              - MT-DF-BORC + MT-DF-ALACAK.
           MOVE "DONEM HAREKET FARKI (EKSTRE - DEFTER)" TO MZ-T-ADI.
           MOVE MT-NET TO MZ-T-TUTAR. WRITE YAZ FROM MZ5.
           MOVE "ESLESEN EKSTRE SATIRI" TO MZ-S-ADI.
           MOVE MT-ESLESEN TO MZ-S-SAYI. WRITE YAZ FROM MZ6.
           MOVE "ELLE MUTABIK SATIR" TO MZ-S-ADI.
           MOVE MT-ELLE-SAY TO MZ-S-SAYI. WRITE YAZ FROM MZ6.
           MOVE "KARSILIKSIZ EKSTRE SATIRI" TO MZ-S-ADI.
           MOVE MT-ACIK-SAY TO MZ-S-SAYI. WRITE YAZ FROM MZ6.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "MUTABAKAT RAPORU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       MU-SON. CLOSE HESPLAN.
           GO MU-CIK.
      * BIR EKSTRE SATIRI ICIN ONCE YEVMIYE, SONRA KAYNAK ARANIR.
       SATIR-ESLE.
           MOVE "H" TO BE-DEFTER.
           MOVE SPACE TO BE-KAYNAK.
           MOVE SPACES TO BE-KREF.
           MOVE BE-TARIH TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           MOVE MT-GUN TO MT-BE-GUN.
           MOVE BE-YON TO MT-ARA-YON.
           MOVE 0 TO MT-REF-NO MT-UZ.
           MOVE BE-REF TO MT-REF-X.
           INSPECT MT-REF-X TALLYING MT-UZ
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF MT-UZ > 0
              IF MT-REF-X (1:MT-UZ) IS NUMERIC
                 MOVE MT-REF-X (1:MT-UZ) TO MT-REF-NO.
           MOVE "Y" TO MT-ARA-TUR. MOVE "H" TO MT-REF-SART.
           PERFORM KM-ARA THRU KM-ARA-SON.
           IF MT-BULUNAN > 0
              MOVE "E" TO BE-DEFTER KM-ESL (MT-BULUNAN).
           IF BE-CIKIS
              PERFORM CIKIS-KAYNAK THRU CIKIS-KAYNAK-SON
           ELSE
              PERFORM GIRIS-KAYNAK THRU GIRIS-KAYNAK-SON.
       SATIR-ESLE-SON. EXIT.
      * CIKIS: REFERANSI TUTAN VERILEN CEK, HAVALE PARTISI, SONRA
      * TUTARI TUTAN VERILEN CEK.
       CIKIS-KAYNAK.
           MOVE "V" TO MT-ARA-TUR. MOVE "E" TO MT-REF-SART.
           IF MT-REF-NO > 0 PERFORM KM-ARA THRU KM-ARA-SON
           ELSE MOVE 0 TO MT-BULUNAN.
           IF MT-BULUNAN = 0
              MOVE "E" TO MT-ARA-TUR MOVE "H" TO MT-REF-SART
              PERFORM KM-ARA THRU KM-ARA-SON.
           IF MT-BULUNAN = 0
              MOVE "V" TO MT-ARA-TUR
              PERFORM KM-ARA THRU KM-ARA-SON.
           IF MT-BULUNAN > 0
              MOVE "E" TO KM-ESL (MT-BULUNAN)
              MOVE KM-TUR (MT-BULUNAN) TO BE-KAYNAK
              MOVE KM-REF (MT-BULUNAN) TO BE-KREF.
       CIKIS-KAYNAK-SON. EXIT.
      * GIRIS: REFERANSI TUTAN CEK, TUTARI TUTAN CEK, SONRA ACIKTAKI
      * CEKLERININ TOPLAMI TUTAN BORDRO.
       GIRIS-KAYNAK.
           MOVE "B" TO MT-ARA-TUR. MOVE "E" TO MT-REF-SART.
           IF MT-REF-NO > 0 PERFORM KM-ARA THRU KM-ARA-SON
           ELSE MOVE 0 TO MT-BULUNAN.
           IF MT-BULUNAN = 0
              MOVE "H" TO MT-REF-SART
              PERFORM KM-ARA THRU KM-ARA-SON.
           IF MT-BULUNAN > 0
              MOVE "E" TO KM-ESL (MT-BULUNAN)
              MOVE "B" TO BE-KAYNAK
              MOVE KM-REF (MT-BULUNAN) TO BE-KREF
              GO GIRIS-KAYNAK-SON.
           MOVE 0 TO MT-GRUP.
           PERFORM BORDRO-BAK THRU BORDRO-BAK-SON
              VARYING KM-I FROM 1 BY 1
              UNTIL KM-I > KM-SAY OR MT-GRUP > 0.
           IF MT-GRUP = 0 GO GIRIS-KAYNAK-SON.
           PERFORM BORDRO-ISARET THRU BORDRO-ISARET-SON
              VARYING KM-J FROM 1 BY 1 UNTIL KM-J > KM-SAY.
           MOVE "B" TO BE-KAYNAK.
           MOVE SPACES TO BE-KREF.
           STRING "BRD " MT-GRUP DELIMITED BY SIZE INTO BE-KREF.
       GIRIS-KAYNAK-SON. EXIT.
      * KM-I'NIN BORDROSUNDA ACIKTAKI CEKLERIN TOPLAMI EKSTRE
      * TUTARINI TUTUYORSA BORDRO BULUNMUS OLUR (MT-GRUP).
       BORDRO-BAK.
           IF KM-TUR (KM-I) NOT = "B" OR KM-ESL (KM-I) = "E"
              GO BORDRO-BAK-SON.
           IF KM-GRUP (KM-I) = 0 GO BORDRO-BAK-SON.
           MOVE KM-GRUP (KM-I) TO MT-GRUP.
           MOVE 0 TO MT-GRUP-TOP.
           PERFORM BORDRO-TOPLA THRU BORDRO-TOPLA-SON
              VARYING KM-J FROM 1 BY 1 UNTIL KM-J > KM-SAY.
           IF MT-GRUP-TOP NOT = BE-TUTAR MOVE 0 TO MT-GRUP.
       BORDRO-BAK-SON. EXIT.
       BORDRO-TOPLA.
           IF KM-TUR (KM-J) = "B" AND KM-ESL (KM-J) NOT = "E"
              AND KM-GRUP (KM-J) = MT-GRUP
              COMPUTE MT-FARK = KM-GUN (KM-J) - MT-BE-GUN
              IF MT-FARK NOT > MT-TOL AND MT-FARK NOT < 0 - MT-TOL
                 ADD KM-TUTAR (KM-J) TO MT-GRUP-TOP.
       BORDRO-TOPLA-SON. EXIT.
       BORDRO-ISARET.
           IF KM-TUR (KM-J) = "B" AND KM-ESL (KM-J) NOT = "E"
              AND KM-GRUP (KM-J) = MT-GRUP
              COMPUTE MT-FARK = KM-GUN (KM-J) - MT-BE-GUN
              IF MT-FARK NOT > MT-TOL AND MT-FARK NOT < 0 - MT-TOL
                 MOVE "E" TO KM-ESL (KM-J).
       BORDRO-ISARET-SON. EXIT.
      * TABLODA MT-ARA-TUR TURUNDEN, ESLESMEMIS, YONU VE TUTARI
      * EKSTRE SATIRINI TUTAN, TARIHI TOLERANS ICINDEKI ILK KAYIT
      * (MT-BULUNAN). MT-REF-SART "E" ISE NUMARA DA TUTMALIDIR.
       KM-ARA.
           MOVE 0 TO MT-BULUNAN.
           PERFORM KM-BAK THRU KM-BAK-SON
              VARYING KM-I FROM 1 BY 1
              UNTIL KM-I > KM-SAY OR MT-BULUNAN > 0.
       KM-ARA-SON. EXIT.
       KM-BAK.
           IF KM-TUR (KM-I) NOT = MT-ARA-TUR OR KM-ESL (KM-I) = "E"
              GO KM-BAK-SON.
           IF KM-YON (KM-I) NOT = MT-ARA-YON
              OR KM-TUTAR (KM-I) NOT = BE-TUTAR
              GO KM-BAK-SON.
           IF MT-REF-SART = "E" AND KM-REF-NO (KM-I) NOT = MT-REF-NO
              GO KM-BAK-SON.
           COMPUTE MT-FARK = KM-GUN (KM-I) - MT-BE-GUN.
           IF MT-FARK > MT-TOL OR MT-FARK < 0 - MT-TOL
              GO KM-BAK-SON.
           MOVE KM-I TO MT-BULUNAN.
       KM-BAK-SON. EXIT.
      * DONEM ICINDE ESLESMEMIS KALAN MT-ARA-TUR KAYITLARI DOKULUR.
       KM-YAZ.
           IF KM-TUR (KM-I) NOT = MT-ARA-TUR OR KM-ESL (KM-I) = "E"
              GO KM-YAZ-SON.
           IF KM-TARIH (KM-I) < MT-BAS OR KM-TARIH (KM-I) > MT-BIT
              GO KM-YAZ-SON.
           MOVE KM-TARIH (KM-I) TO MZ-D-TARIH.
           MOVE KM-YON (KM-I) TO MZ-D-YON.
           MOVE KM-TUTAR (KM-I) TO MZ-D-TUTAR.
           MOVE KM-REF (KM-I) TO MZ-D-REF.
           MOVE KM-ACIK (KM-I) TO MZ-D-ACIK.
           IF MT-ARA-TUR = "Y" MOVE "YEVMIYE FISI" TO MZ-D-KAYNAK.
           IF MT-ARA-TUR = "E" MOVE "HAVALE PARTISI" TO MZ-D-KAYNAK.
           IF MT-ARA-TUR = "B" MOVE "BORDRO CEKI" TO MZ-D-KAYNAK.
           IF MT-ARA-TUR = "V" MOVE "VERILEN CEK" TO MZ-D-KAYNAK.
           WRITE YAZ FROM MZ4.
       KM-YAZ-SON. EXIT.
       MU-CIK. EXIT.
      *
      * DEFTER TARAFININ TABLOYA YUKLENMESI. MT-TARIH / MT-GUN
      * DOLDURULUP KM-EKLE CAGRILIR; TARIHI TOLERANSLI DONEM DISINDA
      * KALAN KAYIT ALINMAZ.
      *
       MT-YUKLE SECTION.
       YV-YUKLE.
           OPEN INPUT YEVMIYE.
           IF YV-DST NOT = "00" GO YV-YUKLE-SON.
       YVY-OKU. READ YEVMIYE NEXT AT END GO YVY-BIT.
           IF YV-HESAP NOT = MT-HESAP GO YVY-OKU.
           MOVE YV-TARIH TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN < MT-BAS-GUN OR MT-GUN > MT-BIT-GUN GO YVY-OKU.
           MOVE "Y" TO KM-TUR (KM-SAY + 1).
           IF YV-BORC > 0
              MOVE "G" TO KM-YON (KM-SAY + 1)
              MOVE YV-BORC TO KM-TUTAR (KM-SAY + 1)
           ELSE
              MOVE "C" TO KM-YON (KM-SAY + 1)
              MOVE YV-ALACAK TO KM-TUTAR (KM-SAY + 1).
           MOVE YV-NO TO KM-REF-NO (KM-SAY + 1).
           MOVE SPACES TO KM-REF (KM-SAY + 1).
           STRING YV-NO "/" YV-SIRA DELIMITED BY SIZE
              INTO KM-REF (KM-SAY + 1).
           MOVE YV-ACIKLAMA TO KM-ACIK (KM-SAY + 1).
           MOVE 0 TO KM-GRUP (KM-SAY + 1).
           IF YV-TARIH NOT < MT-BAS AND YV-TARIH NOT > MT-BIT
              ADD YV-BORC TO MT-DF-BORC
              ADD YV-ALACAK TO MT-DF-ALACAK.
           PERFORM KM-EKLE THRU KM-EKLE-SON.
           IF MT-TASMA = "E" GO YVY-BIT.
           GO YVY-OKU.
       YVY-BIT. CLOSE YEVMIYE.
       YV-YUKLE-SON. EXIT.
       BP-YUKLE.
           OPEN INPUT BANKPRT.
           IF BP-DST NOT = "00" GO BP-YUKLE-SON.
       BPY-OKU. READ BANKPRT NEXT AT END GO BPY-BIT.
           MOVE BP-TARIH TO MT-TARIH.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN < MT-BAS-GUN OR MT-GUN > MT-BIT-GUN GO BPY-OKU.
           MOVE "E" TO KM-TUR (KM-SAY + 1).
           MOVE "C" TO KM-YON (KM-SAY + 1).
           MOVE BP-TUTAR TO KM-TUTAR (KM-SAY + 1).
           MOVE BP-PARTI TO KM-REF-NO (KM-SAY + 1).
           MOVE SPACES TO KM-REF (KM-SAY + 1).
           MOVE BP-PARTI TO KM-REF (KM-SAY + 1) (1:4).
           MOVE SPACES TO KM-ACIK (KM-SAY + 1).
           IF BP-RISTURN
              MOVE "RISTURN HAVALESI" TO KM-ACIK (KM-SAY + 1)
           ELSE
              MOVE "URETICI ODEME HAVALESI" TO KM-ACIK (KM-SAY + 1).
           MOVE 0 TO KM-GRUP (KM-SAY + 1).
           PERFORM KM-EKLE THRU KM-EKLE-SON.
           IF MT-TASMA = "E" GO BPY-BIT.
           GO BPY-OKU.
       BPY-BIT. CLOSE BANKPRT.
       BP-YUKLE-SON. EXIT.
       CK-YUKLE.
           OPEN INPUT CEKN.
           IF CK-DST NOT = "00" GO CK-YUKLE-SON.
       CKY-OKU. READ CEKN NEXT AT END GO CKY-BIT.
           IF BORDRO-NO = 0 OR NOT DURUM-ODENDI GO CKY-OKU.
           COMPUTE MT-TARIH = ISLEM-YILI * 10000 + ISLEM-AYI * 100
              + ISLEM-GUNU.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN < MT-BAS-GUN OR MT-GUN > MT-BIT-GUN GO CKY-OKU.
           MOVE "B" TO KM-TUR (KM-SAY + 1).
           MOVE "G" TO KM-YON (KM-SAY + 1).
           MOVE TUTAR TO KM-TUTAR (KM-SAY + 1).
           MOVE CEK-NO TO KM-REF-NO (KM-SAY + 1).
           MOVE SPACES TO KM-REF (KM-SAY + 1).
           MOVE CEK-NO TO KM-REF (KM-SAY + 1) (1:6).
           MOVE MUSTERI TO KM-ACIK (KM-SAY + 1).
           MOVE BORDRO-NO TO KM-GRUP (KM-SAY + 1).
           PERFORM KM-EKLE THRU KM-EKLE-SON.
           IF MT-TASMA = "E" GO CKY-BIT.
           GO CKY-OKU.
       CKY-BIT. CLOSE CEKN.
       CK-YUKLE-SON. EXIT.
       VC-YUKLE.
           OPEN INPUT VCEK.
           IF VC-DST NOT = "00" GO VC-YUKLE-SON.
       VCY-OKU. READ VCEK NEXT AT END GO VCY-BIT.
           IF NOT VC-ODENDI GO VCY-OKU.
           COMPUTE MT-TARIH = VC-VADE-YILI * 10000
              + VC-VADE-AYI * 100 + VC-VADE-GUNU.
           PERFORM GUN-BUL THRU GUN-BUL-SON.
           IF MT-GUN < MT-BAS-GUN OR MT-GUN > MT-BIT-GUN GO VCY-OKU.
           MOVE "V" TO KM-TUR (KM-SAY + 1).
           MOVE "C" TO KM-YON (KM-SAY + 1).
           MOVE VC-TUTAR TO KM-TUTAR (KM-SAY + 1).
           MOVE VC-NO TO KM-REF-NO (KM-SAY + 1).
           MOVE SPACES TO KM-REF (KM-SAY + 1).
           MOVE VC-NO TO KM-REF (KM-SAY + 1) (1:6).
           MOVE VC-ALACAKLI TO KM-ACIK (KM-SAY + 1).
           MOVE 0 TO KM-GRUP (KM-SAY + 1).
           PERFORM KM-EKLE THRU KM-EKLE-SON.
           IF MT-TASMA = "E" GO VCY-BIT.
           GO VCY-OKU.
       VCY-BIT. CLOSE VCEK.
       VC-YUKLE-SON. EXIT.
      * HAZIRLANAN SATIR TABLOYA ALINIR; TABLO DOLUYSA MT-TASMA.
       KM-EKLE.
           IF KM-SAY NOT < KM-AZAMI
              MOVE "E" TO MT-TASMA GO KM-EKLE-SON.
           ADD 1 TO KM-SAY.
           MOVE MT-TARIH TO KM-TARIH (KM-SAY).
           MOVE MT-GUN TO KM-GUN (KM-SAY).
           MOVE "H" TO KM-ESL (KM-SAY).
       KM-EKLE-SON. EXIT.
      *
      * ORTAK YARDIMCILAR.
      *
       MT-YARDIM SECTION.
      * MT-TARIH (YYYYAAGG) GUN SAYISINA CEVRILIR; GECERSIZSE 0.
       GUN-BUL.
           MOVE 0 TO MT-GUN.
           IF MT-TARIH < 19010101 OR MT-TARIH > 29991231
              GO GUN-BUL-SON.
           IF MT-TARIH (5:2) < "01" OR MT-TARIH (5:2) > "12"
              GO GUN-BUL-SON.
           IF MT-TARIH (7:2) < "01" OR MT-TARIH (7:2) > "31"
              GO GUN-BUL-SON.
           COMPUTE MT-GUN = FUNCTION INTEGER-OF-DATE (MT-TARIH).
       GUN-BUL-SON. EXIT.
      * BE-HESAP + BE-TARIH ICIN SIRADAKI SIRA NO (MT-YENI-SIRA);
      * AYNI YON, TUTAR VE REFERANSLI SATIR VARSA MT-VAR "E".
      * BEKSTRE-KAYDI KORUNUR.
       SIRA-BUL.
           MOVE "H" TO MT-VAR.
           MOVE 0 TO MT-YENI-SIRA.
           MOVE BEKSTRE-KAYDI TO BE-SAKLA.
           MOVE 0 TO BE-SIRA.
           START BEKSTRE KEY NOT LESS THAN BE-KOD INVALID KEY
              GO SIRA-BUL-DON.
       SB-OKU. READ BEKSTRE NEXT AT END GO SIRA-BUL-DON.
           IF BE-HESAP NOT = BS-HESAP OR BE-TARIH NOT = BS-TARIH
              GO SIRA-BUL-DON.
           MOVE BE-SIRA TO MT-YENI-SIRA.
           IF BE-YON = BS-YON AND BE-TUTAR = BS-TUTAR
              AND BE-REF = BS-REF
              MOVE "E" TO MT-VAR.
           GO SB-OKU.
       SIRA-BUL-DON.
           MOVE BE-SAKLA TO BEKSTRE-KAYDI.
           ADD 1 TO MT-YENI-SIRA.
       SIRA-BUL-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR.
       YAZICI-AC SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
