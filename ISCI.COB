      * DEPO GUNLUK ISCI PUANTAJ PROGRAMI. KAMPANYA BOYUNCA ALIM
      * MERKEZLERINDE ZEYTIN BOSALTAN, AYIKLAYAN VE TANK DOLDURAN
      * GUNLUK ISCILER ISCI.DAT'TA TANIMLANIR (KADROLU OLDUGU DEPO VE
      * GUNLUK YEVMIYESIYLE). HER GUN HER DEPO KENDI PUANTAJINI
      * GIRER: ISCI + TARIH ANAHTARLI PUANTAJ.DAT'A TAM GUN / YARIM
      * GUN VE FAZLA MESAI SAATI YAZILIR, UCRET GIRIS ANINDAKI
      * YEVMIYEYLE HESAPLANIP SATIRA KONUR (SONRADAN DEGISEN YEVMIYE
      * GECMIS PUANTAJI BOZMAZ).
      * HAFTALIK BORDRO DEPO VE TARIH ARALIGI ICIN ISCI BASINA GUN,
      * MESAI, SGK PRIM GUNU VE UCRETI DOKER. KESIN ODEMEDE ODENMEMIS
      * SATIRLAR ODENDI ISARETLENIR VE HER ISCININ ALDIGI PARA
      * KASA.DAT'A "ISCI" KATEGORISIYLE CIKIS OLARAK YAZILIR; KASA
      * KAPANISI VE BM4 ENTEGRASYONU ISCILIK GIDERINI BOYLE GORUR.
      * SEZON RAPORU DEPO BASINA ISCILIK GIDERINI O DEPONUN DONEMDE
      * ALDIGI KILOYA BOLER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISCI.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISCI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY IS-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS-DST.
           SELECT PUANTAJ ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY PJ-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS PJ-DST.
           SELECT DEPO ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DEPO-ADI
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS DP-DST.
           SELECT BRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD
           ALTERNATE RECORD KEY DT-KOD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BR-DST.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KA-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ISCI.DAT - DEPO GUNLUK ISCILERI. DEPO ADI DEPO.DAT'TA ARANIR,
      * NUMARASI (STNO) YANINDA SAKLANIR. PASIF ISCIYE PUANTAJ
      * GIRILMEZ.
       FD ISCI LABEL RECORD STANDARD VALUE OF FILE-ID "ISCI.DAT".
       01 ISCI-KAYDI.
           02 IS-NO PIC 9(4).
           02 IS-ADI PIC X(20).
           02 IS-TCKN PIC 9(11).
           02 IS-DEPO PIC X(6).
           02 IS-STNO PIC 9(3).
           02 IS-YEVMIYE PIC 9(7).
           02 IS-DURUM PIC X.
              88 IS-AKTIF VALUE "A".
              88 IS-PASIF VALUE "P".
           02 IS-GIRIS PIC 9(8).
      * PUANTAJ.DAT - ISCI + TARIH BASINA TEK SATIR: BIR ISCI AYNI GUN
      * IKI DEPODA CALISAMAZ. GUN: T TAM GUN, Y YARIM GUN. TUTAR
      * GIRISTE HESAPLANIR; ODEME KESIN BORDRODA "O" OLUR.
       FD PUANTAJ LABEL RECORD STANDARD VALUE OF FILE-ID "PUANTAJ.DAT".
       01 PUANTAJ-KAYDI.
           02 PJ-KOD.
              03 PJ-ISNO PIC 9(4).
              03 PJ-TARIH PIC 9(8).
           02 PJ-STNO PIC 9(3).
           02 PJ-GUN PIC X.
              88 PJ-TAM VALUE "T".
              88 PJ-YARIM VALUE "Y".
           02 PJ-MESAI PIC 99.
           02 PJ-TUTAR PIC 9(7).
           02 PJ-ODEME PIC X.
              88 PJ-ODENDI VALUE "O".
           02 PJ-OTARIH PIC 9(8).
      * DEPO.DAT - P2'NIN ALIM MERKEZLERI.
       FD DEPO LABEL RECORD STANDARD VALUE OF FILE-ID "DEPO.DAT".
       01 DEPO-KAYDI.
           02 DEPO-ADI PIC X(6).
           02 DEPO-NO PIC 9.
           02 DEPO-KAPASITE PIC 9(9).
      * BRD.DAT - P2'NIN ALIM SATIRLARI; SEZON RAPORU DEPONUN
      * ALDIGI KILOYU BURADAN TOPLAR.
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
       01 BRD-KAYDI.
           02 KOD.
              03 FISNO PIC 9(6).
              03 KALITE PIC X(6).
              03 DT-KOD.
                 04 DONEM PIC X(5).
                 04 TARIH PIC 9(8).
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
      * KASA.DAT - KASA PROGRAMININ DEFTERI; ODENEN ISCI UCRETLERI
      * "ISCI" KATEGORISIYLE SECILEN KASADAN CIKIS OLARAK GIRER.
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID "KASA.DAT".
       01 KASA-KAYDI.
           02 KS-KOD.
              03 KS-TARIH PIC 9(8).
              03 KS-KASA PIC X(2).
              03 KS-SIRA PIC 9(4).
           02 KS-YON PIC X.
           02 KS-KATEGORI PIC X(4).
           02 KS-TUTAR PIC 9(11).
           02 KS-ACIKLAMA PIC X(25).
           02 KS-KAYNAK PIC X(4).
           02 KS-REF PIC 9(8).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "ISCI".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 IS-DST PIC XX VALUE SPACES.
       77 PJ-DST PIC XX VALUE SPACES.
       77 DP-DST PIC XX VALUE SPACES.
       77 BR-DST PIC XX VALUE SPACES.
       77 KA-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 9 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 IP-BUGUN PIC 9(8) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 IP-DEPO PIC X(6) VALUE SPACES.
       77 IP-STNO PIC 9(3) VALUE 0.
       77 IP-HATA PIC X VALUE "H".
       77 IP-TARIH PIC 9(8) VALUE 0.
       77 IP-BAS PIC 9(8) VALUE 0.
       77 IP-BIT PIC 9(8) VALUE 0.
       77 IP-ISNO PIC 9(4) VALUE 0.
       77 IP-GUN PIC X VALUE SPACE.
       77 IP-MESAI PIC 99 VALUE 0.
       77 IP-KESIN PIC X VALUE "H".
       77 IP-KASA PIC X(2) VALUE "01".
       77 IP-KAACIK PIC X VALUE "H".
       77 IP-DONEM PIC X(5) VALUE SPACES.
       77 IP-TAM PIC 9(3) VALUE 0.
       77 IP-YARIM PIC 9(3) VALUE 0.
       77 IP-MSAAT PIC 9(3) VALUE 0.
       77 IP-SGK PIC 9(3) VALUE 0.
       77 IP-TUTAR PIC 9(9) VALUE 0.
       77 IP-ODENECEK PIC 9(9) VALUE 0.
       77 IP-SAYI PIC 9(4) VALUE 0.
       77 IP-GSGK PIC 9(5) VALUE 0.
       77 IP-GTUTAR PIC 9(9) VALUE 0.
       77 IP-GODENECEK PIC 9(9) VALUE 0.
       77 IP-D-TUTAR PIC Z,ZZZ,ZZ9.
       77 IP-I PIC 99 VALUE 0.
       77 IP-VAR PIC X VALUE "H".
       77 MR-NO PIC 9 VALUE 0.
       77 KSB-YENI PIC 9(4) VALUE 0.
       77 KSB-SAKLA PIC X(70) VALUE SPACES.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * PROGRAMIN KENDI SIFRESI SORULUR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * SEZON RAPORU ICIN DEPO NUMARASI (0-9) + 1 SIRALI TABLO.
       01 MR-TABLO.
           02 MR-DEPO-SATIR OCCURS 10.
              03 MR-ADI PIC X(6).
              03 MR-GUN PIC 9(6).
              03 MR-TUTAR PIC 9(11).
              03 MR-KILO PIC 9(9).
       01 MR-TOPLAM.
           02 MR-T-GUN PIC 9(7).
           02 MR-T-TUTAR PIC 9(11).
           02 MR-T-KILO PIC 9(10).
       01 MR-KGMAL PIC 9(5)V99 VALUE 0.
      * HAFTALIK ISCI UCRET BORDROSU KALIBI. SGK GUNU TAM VE YARIM
      * CALISILAN GUNLERIN SAYISIDIR.
       01 UB1.
           02 F PIC X(30) VALUE "HAFTALIK ISCI UCRET BORDROSU".
           02 F PIC X(6) VALUE "DEPO:".
           02 UB-B-DEPO PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 UB-B-BAS PIC 9(8).
           02 F PIC X(3) VALUE " - ".
           02 UB-B-BIT PIC 9(8).
       01 UB1B.
           02 F PIC X(36) VALUE SPACES.
           02 UB-B-DURUM PIC X(40).
       01 UB2.
           02 F PIC X(6) VALUE "NO".
           02 F PIC X(21) VALUE "ADI SOYADI".
           02 F PIC X(12) VALUE "TC KIMLIK NO".
           02 F PIC X(4) VALUE "TAM".
           02 F PIC X(4) VALUE "YRM".
           02 F PIC X(4) VALUE "MES".
           02 F PIC X(4) VALUE "SGK".
           02 F PIC X(11) VALUE "      TUTAR".
           02 F PIC X(11) VALUE "   ODENECEK".
       01 UB3.
           02 UB-D-NO PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 UB-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 UB-D-TCKN PIC 9(11).
           02 F PIC X VALUE SPACE.
           02 UB-D-TAM PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-D-YARIM PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-D-MESAI PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-D-SGK PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-D-TUTAR PIC ZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-D-ODENECEK PIC ZZ,ZZZ,ZZ9.
       01 UB4.
           02 F PIC X(6) VALUE "TOPLAM".
           02 UB-T-SAYI PIC ZZZ9.
           02 F PIC X(40) VALUE " ISCI".
           02 UB-T-SGK PIC ZZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-T-TUTAR PIC ZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 UB-T-ODENECEK PIC ZZ,ZZZ,ZZ9.
      * SEZON ISCILIK MALIYETI RAPORU KALIBI.
       01 MR1.
           02 F PIC X(34) VALUE "SEZON ISCILIK MALIYETI  DONEM:".
           02 MR-B-DONEM PIC X(5).
           02 F PIC X(2) VALUE SPACES.
           02 MR-B-BAS PIC 9(8).
           02 F PIC X(3) VALUE " - ".
           02 MR-B-BIT PIC 9(8).
       01 MR2.
           02 F PIC X(8) VALUE "DEPO".
           02 F PIC X(9) VALUE "ISCI-GUN".
           02 F PIC X(13) VALUE "     ISCILIK".
           02 F PIC X(12) VALUE "   ALIM KG".
           02 F PIC X(11) VALUE "   TL / KG".
       01 MR3.
           02 MR-D-ADI PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 MR-D-GUN PIC ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 MR-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 MR-D-KILO PIC ZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 MR-D-KGMAL PIC ZZ,ZZ9.99.
       01 CIZGI PIC X(80) VALUE ALL "-".
      * ISLEM JURNALI (ISLJRN): KASA'YA YAZILAN UCRET ODEMESININ (E)
      * KAYDI. YEDEK GERI YUKLENDIGINDE ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE "KASA".
           02 JI-ISLEM PIC X VALUE "E".
           02 JI-PROGRAM PIC X(8) VALUE "ISCI".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 SIFRE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "ISCI PUANTAJ SIFRESI:".
           02 LINE 10 COLUMN 42 PIC X(10) SECURE USING SIFRE.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "DEPO ISCI PUANTAJI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. ISCI TANIMI / YEVMIYE".
           02 LINE 6 COLUMN 10 VALUE "2. GUNLUK PUANTAJ GIRISI".
           02 LINE 7 COLUMN 10 VALUE "3. HAFTALIK UCRET BORDROSU".
           02 LINE 8 COLUMN 10 VALUE "4. SEZON ISCILIK MALIYETI".
           02 LINE 9 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 11 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 11 COLUMN 21 PIC 9 USING SEC.
       01 ISCI-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "DEPO ISCISI TANIMI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "ISCI NO.............:".
           02 LINE 6 COLUMN 10 VALUE "ADI SOYADI..........:".
           02 LINE 7 COLUMN 10 VALUE "TC KIMLIK NO........:".
           02 LINE 8 COLUMN 10 VALUE "KADROLU DEPO ADI....:".
           02 LINE 9 COLUMN 10 VALUE "GUNLUK YEVMIYE......:".
           02 LINE 10 COLUMN 10 VALUE "DURUM {A:AKTIF P:PAS}:".
           02 LINE 11 COLUMN 10 VALUE "ISE GIRIS TARIHI....:".
           02 LINE 5 COLUMN 33 PIC 9(4) FROM IS-NO.
           02 LINE 6 COLUMN 33 PIC X(20) USING IS-ADI.
           02 LINE 7 COLUMN 33 PIC 9(11) USING IS-TCKN.
           02 LINE 8 COLUMN 33 PIC X(6) USING IS-DEPO.
           02 LINE 9 COLUMN 33 PIC 9(7) USING IS-YEVMIYE.
           02 LINE 10 COLUMN 33 PIC X USING IS-DURUM.
           02 LINE 11 COLUMN 33 PIC 9(8) USING IS-GIRIS.
       01 PUANTAJ-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "GUNLUK PUANTAJ GIRISI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "DEPO ADI............:".
           02 LINE 6 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 5 COLUMN 33 PIC X(6) USING IP-DEPO.
           02 LINE 6 COLUMN 33 PIC 9(8) USING IP-TARIH.
       01 PJ-SATIR-EKRANI.
           02 LINE 8 COLUMN 10 VALUE "ISCI NO (0=CIKIS)...:".
           02 LINE 10 COLUMN 10 VALUE "GUN {T:TAM Y:YARIM S:SIL}:".
           02 LINE 11 COLUMN 10 VALUE "FAZLA MESAI SAATI...:".
           02 LINE 10 COLUMN 38 PIC X USING IP-GUN.
           02 LINE 11 COLUMN 38 PIC 99 USING IP-MESAI.
       01 BORDRO-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "HAFTALIK ISCI UCRET BORDROSU".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "DEPO ADI............:".
           02 LINE 6 COLUMN 10 VALUE "BASLANGIC TARIHI....:".
           02 LINE 7 COLUMN 10 VALUE "BITIS TARIHI........:".
           02 LINE 8 COLUMN 10 VALUE "KESIN ODEME {E/H}...:".
           02 LINE 9 COLUMN 10 VALUE "ODEYEN KASA KODU....:".
           02 LINE 5 COLUMN 33 PIC X(6) USING IP-DEPO.
           02 LINE 6 COLUMN 33 PIC 9(8) USING IP-BAS.
           02 LINE 7 COLUMN 33 PIC 9(8) USING IP-BIT.
           02 LINE 8 COLUMN 33 PIC X USING IP-KESIN.
           02 LINE 9 COLUMN 33 PIC X(2) USING IP-KASA.
       01 MALIYET-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "SEZON ISCILIK MALIYETI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "ALIM DONEMI.........:".
           02 LINE 6 COLUMN 10 VALUE "PUANTAJ BASLANGICI..:".
           02 LINE 7 COLUMN 10 VALUE "PUANTAJ BITISI......:".
           02 LINE 5 COLUMN 33 PIC X(5) USING IP-DONEM.
           02 LINE 6 COLUMN 33 PIC 9(8) USING IP-BAS.
           02 LINE 7 COLUMN 33 PIC 9(8) USING IP-BIT.
       PROCEDURE DIVISION.
       BASLA.
           IF MENU-GIRIS = "MENU" GO B-DOSYA.
           MOVE SPACES TO SIFRE.
           DISPLAY SIFRE-EKRANI.
           ACCEPT SIFRE-EKRANI ON ESCAPE GO I-SON.
           IF SIFRE NOT = "PUANTAJ"
              DISPLAY (24 1) "SIFRE YANLIS {ENT BAS}"
              ACCEPT CEVAP GO I-SON.
       B-DOSYA. OPEN I-O ISCI.
           IF IS-DST = "35" OPEN OUTPUT ISCI CLOSE ISCI
              OPEN I-O ISCI.
           IF IS-DST NOT = "00"
              DISPLAY (24 1) "ISCI.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO I-SON.
           CLOSE ISCI.
           OPEN I-O PUANTAJ.
           IF PJ-DST = "35" OPEN OUTPUT PUANTAJ CLOSE PUANTAJ
              OPEN I-O PUANTAJ.
           IF PJ-DST NOT = "00"
              DISPLAY (24 1) "PUANTAJ.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO I-SON.
           CLOSE PUANTAJ.
       ANA. MOVE 0 TO SEC.
           ACCEPT IP-BUGUN FROM DATE YYYYMMDD.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO I-SON.
           IF SEC = 0 GO I-SON.
           IF SEC = 1 PERFORM ISCI-TANIMI
           ELSE IF SEC = 2 PERFORM PUANTAJ-GIRISI
           ELSE IF SEC = 3 PERFORM UCRET-BORDROSU
           ELSE IF SEC = 4 PERFORM MALIYET-RAPORU
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       I-SON. DISPLAY (1 1) ERASE. GOBACK.
      *
      * ISCI TANIMI: NUMARA SORULUR, VARSA KAYIT EKRANA GELIR.
      * YEVMIYE DEGISIKLIGI SADECE BUNDAN SONRA GIRILEN PUANTAJA
      * YANSIR.
      *
       ISCI-TANIMI SECTION.
       IT-BAS. OPEN I-O ISCI.
       IT-GIR. MOVE 0 TO IS-NO.
           DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "ISCI NO (0 = CIKIS):".
           ACCEPT (4 31) IS-NO.
           IF IS-NO = 0 GO IT-SON.
           MOVE SPACES TO IS-ADI IS-DEPO.
           MOVE "A" TO IS-DURUM.
           MOVE 0 TO IS-TCKN IS-STNO IS-YEVMIYE.
           MOVE IP-BUGUN TO IS-GIRIS.
           READ ISCI INVALID KEY CONTINUE.
           DISPLAY ISCI-EKRANI.
           DISPLAY (23 1) "MEVCUT KAYIT VARSA DEGERLERI EKRANDADIR".
           DISPLAY (24 1) "ESC TUSU ILE NUMARA SORUSUNA DONERSINIZ".
           ACCEPT ISCI-EKRANI ON ESCAPE GO IT-GIR.
           IF IS-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ADI SOYADI BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO IT-GIR.
           IF IS-TCKN = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TC KIMLIK NO BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP
              GO IT-GIR.
           MOVE IS-DEPO TO IP-DEPO.
           PERFORM DEPO-BUL THRU DEPO-BUL-SON.
           IF IP-HATA = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ DEPO ADI {ENT BAS}" ACCEPT CEVAP GO IT-GIR.
           MOVE IP-STNO TO IS-STNO.
           IF IS-YEVMIYE = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YEVMIYE SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO IT-GIR.
           IF NOT IS-AKTIF AND NOT IS-PASIF
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DURUM A VEYA P OLMALI {ENT BAS}" ACCEPT CEVAP GO IT-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO IT-GIR.
           WRITE ISCI-KAYDI INVALID KEY REWRITE ISCI-KAYDI.
           GO IT-GIR.
       IT-SON. CLOSE ISCI.
      *
      * GUNLUK PUANTAJ: DEPO VE GUN BIR KEZ SORULUR, ARDINDAN O GUN
      * CALISAN ISCILER TEK TEK GIRILIR. UCRET YEVMIYENIN TAMI YA DA
      * YARISI ARTI MESAI SAATI BASINA SAAT UCRETININ (YEVMIYE / 8)
      * YUZDE ELLI FAZLASIDIR. ODENMIS SATIR DEGISTIRILEMEZ.
      *
       PUANTAJ-GIRISI SECTION.
       PG-BAS. OPEN INPUT ISCI. OPEN I-O PUANTAJ.
           MOVE SPACES TO IP-DEPO.
           MOVE IP-BUGUN TO IP-TARIH.
       PG-GIR. DISPLAY PUANTAJ-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT PUANTAJ-EKRANI ON ESCAPE GO PG-SON.
           PERFORM DEPO-BUL THRU DEPO-BUL-SON.
           IF IP-HATA = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ DEPO ADI {ENT BAS}" ACCEPT CEVAP GO PG-GIR.
           IF IP-TARIH = 0 OR IP-TARIH > IP-BUGUN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ TARIH {ENT BAS}" ACCEPT CEVAP GO PG-GIR.
       PG-ISCI. MOVE 0 TO IP-ISNO IP-MESAI.
           MOVE SPACE TO IP-GUN.
           DISPLAY (8 1) ERASE.
           DISPLAY PJ-SATIR-EKRANI.
           ACCEPT (8 33) IP-ISNO.
           IF IP-ISNO = 0 GO PG-GIR.
           MOVE IP-ISNO TO IS-NO.
           READ ISCI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ISCI NO TANIMLI DEGIL {ENT BAS}" ACCEPT CEVAP
              GO PG-ISCI.
           DISPLAY (8 40) IS-ADI.
           IF IS-PASIF
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ISCI PASIF, PUANTAJ GIRILEMEZ {ENT BAS}" ACCEPT CEVAP
              GO PG-ISCI.
           MOVE IP-ISNO TO PJ-ISNO. MOVE IP-TARIH TO PJ-TARIH.
           MOVE "H" TO IP-VAR.
           READ PUANTAJ INVALID KEY GO PG-SATIR.
           MOVE "E" TO IP-VAR.
           IF PJ-STNO NOT = IP-STNO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ISCI O GUN BASKA DEPODA YAZILI {ENT BAS}" ACCEPT CEVAP
              GO PG-ISCI.
           IF PJ-ODENDI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU GUNUN UCRETI ODENMIS, DEGISMEZ {ENT BAS}"
              ACCEPT CEVAP GO PG-ISCI.
           MOVE PJ-GUN TO IP-GUN. MOVE PJ-MESAI TO IP-MESAI.
       PG-SATIR. DISPLAY PJ-SATIR-EKRANI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "ESC TUSU ILE ISCI NO SORUSUNA DONERSINIZ".
           ACCEPT PJ-SATIR-EKRANI ON ESCAPE GO PG-ISCI.
           IF IP-GUN = "S" GO PG-SIL.
           IF IP-GUN NOT = "T" AND IP-GUN NOT = "Y"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GUN T, Y VEYA S OLMALI {ENT BAS}" ACCEPT CEVAP
              GO PG-SATIR.
           MOVE IP-STNO TO PJ-STNO. MOVE IP-GUN TO PJ-GUN.
           MOVE IP-MESAI TO PJ-MESAI.
           MOVE SPACE TO PJ-ODEME. MOVE 0 TO PJ-OTARIH.
           IF PJ-TAM
              COMPUTE PJ-TUTAR ROUNDED = IS-YEVMIYE
                 + IS-YEVMIYE * PJ-MESAI * 1.5 / 8
           ELSE
              COMPUTE PJ-TUTAR ROUNDED = IS-YEVMIYE / 2
                 + IS-YEVMIYE * PJ-MESAI * 1.5 / 8.
           MOVE PJ-TUTAR TO IP-D-TUTAR.
           DISPLAY (13 10) "GUNLUK UCRET........:".
           DISPLAY (13 38) IP-D-TUTAR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO PG-ISCI.
           WRITE PUANTAJ-KAYDI INVALID KEY REWRITE PUANTAJ-KAYDI.
           GO PG-ISCI.
       PG-SIL. IF IP-VAR NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SILINECEK PUANTAJ YOK {ENT BAS}" ACCEPT CEVAP
              GO PG-ISCI.
           DISPLAY (21 10) "PUANTAJ SILINSIN MI {E/H}:".
           ACCEPT (21 37) CEVAP.
           IF CEVAP NOT = "E" GO PG-ISCI.
           DELETE PUANTAJ RECORD INVALID KEY CONTINUE.
           GO PG-ISCI.
       PG-SON. CLOSE ISCI PUANTAJ.
      *
      * HAFTALIK BORDRO: ISCILER NUMARA SIRASIYLA OKUNUR, HER BIRININ
      * ARALIKTAKI PUANTAJI SECILEN DEPO ICIN TOPLANIR. DENEMEDE
      * SADECE DOKUM ALINIR; KESINDE ODENMEMIS SATIRLAR ODENDI OLUR VE
      * ISCININ ODENEN UCRETI KASAYA "ISCI" KATEGORISIYLE CIKAR.
      *
       UCRET-BORDROSU SECTION.
       UB-BAS. MOVE SPACES TO IP-DEPO.
           MOVE IP-BUGUN TO IP-BIT. MOVE 0 TO IP-BAS.
           MOVE "H" TO IP-KESIN. MOVE "01" TO IP-KASA.
       UB-GIR. DISPLAY BORDRO-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT BORDRO-EKRANI ON ESCAPE GO UB-CIK.
           PERFORM DEPO-BUL THRU DEPO-BUL-SON.
           IF IP-HATA = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ DEPO ADI {ENT BAS}" ACCEPT CEVAP GO UB-GIR.
           IF IP-BAS = 0 OR IP-BIT < IP-BAS
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH ARALIGI HATALI {ENT BAS}" ACCEPT CEVAP GO UB-GIR.
           IF IP-KESIN NOT = "E" MOVE "H" TO IP-KESIN.
           IF IP-KESIN = "E" AND IP-KASA = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KASA KODU BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO UB-GIR.
      * UCRET KASADAN BUGUN TARIHIYLE CIKAR; DONEMI KILITLIYSE PUANTAJ
      * ODENDI ISARETLENMEDEN ISLEM BIRAKILIR.
           IF IP-KESIN = "E"
              MOVE IP-BUGUN TO DNK-TARIH
              PERFORM DONEM-BAK THRU DONEM-BAK-SON
              IF DNK-KILIT = "E" GO UB-GIR.
           IF IP-KESIN = "E"
              DISPLAY (21 10) "UCRETLER KASADAN ODENSIN MI {E/H}:"
              ACCEPT (21 45) CEVAP
              IF CEVAP NOT = "E" GO UB-GIR.
           MOVE "H" TO IP-KAACIK.
           OPEN INPUT ISCI.
           IF IP-KESIN = "E"
              OPEN I-O PUANTAJ
              OPEN I-O KASA
              IF KA-DST = "35" OPEN OUTPUT KASA CLOSE KASA
                 OPEN I-O KASA
              END-IF
              IF KA-DST NOT = "00"
                 CLOSE ISCI PUANTAJ
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "KASA.DAT ACILAMADI {ENT BAS}" ACCEPT CEVAP
                 GO UB-CIK
              END-IF
              MOVE "E" TO IP-KAACIK
           ELSE
              OPEN INPUT PUANTAJ.
           PERFORM YAZICI-AC.
           MOVE IP-DEPO TO UB-B-DEPO.
           MOVE IP-BAS TO UB-B-BAS. MOVE IP-BIT TO UB-B-BIT.
           WRITE YAZ FROM UB1 AFTER 2.
           IF IP-KESIN = "E"
              MOVE "KESIN ODEME - KASA" TO UB-B-DURUM
              MOVE IP-KASA TO UB-B-DURUM (20:2)
           ELSE
              MOVE "DENEME DOKUMU - ODEME YAPILMADI" TO UB-B-DURUM.
           WRITE YAZ FROM UB1B.
           WRITE YAZ FROM UB2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO IP-SAYI IP-GSGK IP-GTUTAR IP-GODENECEK.
       UB-ISCI. READ ISCI NEXT AT END GO UB-TOPLAM.
           MOVE 0 TO IP-TAM IP-YARIM IP-MSAAT IP-SGK IP-TUTAR
              IP-ODENECEK.
           MOVE IS-NO TO PJ-ISNO. MOVE IP-BAS TO PJ-TARIH.
           START PUANTAJ KEY NOT LESS THAN PJ-KOD INVALID KEY
              GO UB-ISCI.
       UB-OKU. READ PUANTAJ NEXT AT END GO UB-SATIR.
           IF PJ-ISNO NOT = IS-NO GO UB-SATIR.
           IF PJ-TARIH > IP-BIT GO UB-SATIR.
           IF PJ-STNO NOT = IP-STNO GO UB-OKU.
           IF PJ-TAM ADD 1 TO IP-TAM ELSE ADD 1 TO IP-YARIM.
           ADD 1 TO IP-SGK.
           ADD PJ-MESAI TO IP-MSAAT.
           ADD PJ-TUTAR TO IP-TUTAR.
           IF PJ-ODENDI GO UB-OKU.
           ADD PJ-TUTAR TO IP-ODENECEK.
           IF IP-KESIN = "E"
              MOVE "O" TO PJ-ODEME MOVE IP-BUGUN TO PJ-OTARIH
              REWRITE PUANTAJ-KAYDI.
           GO UB-OKU.
       UB-SATIR. IF IP-SGK = 0 GO UB-ISCI.
           MOVE IS-NO TO UB-D-NO. MOVE IS-ADI TO UB-D-ADI.
           MOVE IS-TCKN TO UB-D-TCKN.
           MOVE IP-TAM TO UB-D-TAM. MOVE IP-YARIM TO UB-D-YARIM.
           MOVE IP-MSAAT TO UB-D-MESAI. MOVE IP-SGK TO UB-D-SGK.
           MOVE IP-TUTAR TO UB-D-TUTAR.
           MOVE IP-ODENECEK TO UB-D-ODENECEK.
           WRITE YAZ FROM UB3.
           ADD 1 TO IP-SAYI. ADD IP-SGK TO IP-GSGK.
           ADD IP-TUTAR TO IP-GTUTAR. ADD IP-ODENECEK TO IP-GODENECEK.
           IF IP-KESIN = "E" AND IP-ODENECEK > 0
              PERFORM KASA-UCRET-YAZ THRU KASA-UCRET-YAZ-SON.
           GO UB-ISCI.
       UB-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE IP-SAYI TO UB-T-SAYI. MOVE IP-GSGK TO UB-T-SGK.
           MOVE IP-GTUTAR TO UB-T-TUTAR.
           MOVE IP-GODENECEK TO UB-T-ODENECEK.
           WRITE YAZ FROM UB4.
           CLOSE ISCI PUANTAJ YAZICI.
           IF IP-KAACIK = "E" CLOSE KASA.
           DISPLAY (20 10) "UCRET BORDROSU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       UB-CIK. EXIT.
      *
      * SEZON ISCILIK MALIYETI: ARALIKTAKI PUANTAJ UCRETI (ODENSIN
      * ODENMESIN) DEPO BASINA TOPLANIR, DONEMIN IPTAL OLMAYAN ALIM
      * KILOSUNA BOLUNEREK KILO BASINA ISCILIK GIDERI BULUNUR.
      *
       MALIYET-RAPORU SECTION.
       MR-BAS. MOVE SPACES TO IP-DONEM.
           MOVE 0 TO IP-BAS. MOVE IP-BUGUN TO IP-BIT.
       MR-GIR. DISPLAY MALIYET-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT MALIYET-EKRANI ON ESCAPE GO MR-CIK.
           IF IP-DONEM = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DONEM BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO MR-GIR.
           IF IP-BIT < IP-BAS
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH ARALIGI HATALI {ENT BAS}" ACCEPT CEVAP GO MR-GIR.
           DISPLAY (20 10) "HESAPLANIYOR...".
           PERFORM MR-SIFIRLA THRU MR-SIFIRLA-SON
              VARYING IP-I FROM 1 BY 1 UNTIL IP-I > 10.
           OPEN INPUT DEPO.
           IF DP-DST NOT = "00" GO MR-PUANTAJ.
       MR-DEPO. READ DEPO NEXT AT END GO MR-DEPO-BIT.
           COMPUTE IP-I = DEPO-NO + 1.
           MOVE DEPO-ADI TO MR-ADI (IP-I).
           GO MR-DEPO.
       MR-DEPO-BIT. CLOSE DEPO.
       MR-PUANTAJ. OPEN INPUT PUANTAJ.
       MR-PJ-OKU. READ PUANTAJ NEXT AT END GO MR-BRD.
           IF PJ-TARIH < IP-BAS OR PJ-TARIH > IP-BIT GO MR-PJ-OKU.
           IF PJ-STNO > 9 GO MR-PJ-OKU.
           COMPUTE IP-I = PJ-STNO + 1.
           ADD 1 TO MR-GUN (IP-I).
           ADD PJ-TUTAR TO MR-TUTAR (IP-I).
           GO MR-PJ-OKU.
       MR-BRD. CLOSE PUANTAJ.
           OPEN INPUT BRD.
           IF BR-DST NOT = "00" GO MR-YAZ.
           MOVE IP-DONEM TO DONEM. MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              GO MR-BRD-BIT.
       MR-BRD-OKU. READ BRD NEXT AT END GO MR-BRD-BIT.
           IF DONEM NOT = IP-DONEM GO MR-BRD-BIT.
           IF FIS-IPTAL GO MR-BRD-OKU.
           IF STNO > 9 GO MR-BRD-OKU.
           COMPUTE IP-I = STNO + 1.
           ADD MIKTARI TO MR-KILO (IP-I).
           GO MR-BRD-OKU.
       MR-BRD-BIT. CLOSE BRD.
       MR-YAZ. PERFORM YAZICI-AC.
           MOVE IP-DONEM TO MR-B-DONEM.
           MOVE IP-BAS TO MR-B-BAS. MOVE IP-BIT TO MR-B-BIT.
           WRITE YAZ FROM MR1 AFTER 2.
           WRITE YAZ FROM MR2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO MR-T-GUN MR-T-TUTAR MR-T-KILO.
           PERFORM MR-SATIR THRU MR-SATIR-SON
              VARYING IP-I FROM 1 BY 1 UNTIL IP-I > 10.
           WRITE YAZ FROM CIZGI.
           MOVE "TOPLAM" TO MR-D-ADI.
           MOVE MR-T-GUN TO MR-D-GUN. MOVE MR-T-TUTAR TO MR-D-TUTAR.
           MOVE MR-T-KILO TO MR-D-KILO.
           MOVE 0 TO MR-KGMAL.
           IF MR-T-KILO > 0
              COMPUTE MR-KGMAL ROUNDED = MR-T-TUTAR / MR-T-KILO.
           MOVE MR-KGMAL TO MR-D-KGMAL.
           WRITE YAZ FROM MR3.
           CLOSE YAZICI.
           DISPLAY (20 10) "MALIYET RAPORU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           GO MR-CIK.
       MR-SIFIRLA.
           MOVE SPACES TO MR-ADI (IP-I).
           MOVE 0 TO MR-GUN (IP-I) MR-TUTAR (IP-I) MR-KILO (IP-I).
       MR-SIFIRLA-SON. EXIT.
       MR-SATIR.
           IF MR-TUTAR (IP-I) = 0 AND MR-KILO (IP-I) = 0
              GO MR-SATIR-SON.
           IF MR-ADI (IP-I) = SPACES
              COMPUTE MR-NO = IP-I - 1
              MOVE "NO:" TO MR-D-ADI
              MOVE MR-NO TO MR-D-ADI (4:1)
           ELSE
              MOVE MR-ADI (IP-I) TO MR-D-ADI.
           MOVE MR-GUN (IP-I) TO MR-D-GUN.
           MOVE MR-TUTAR (IP-I) TO MR-D-TUTAR.
           MOVE MR-KILO (IP-I) TO MR-D-KILO.
           MOVE 0 TO MR-KGMAL.
           IF MR-KILO (IP-I) > 0
              COMPUTE MR-KGMAL ROUNDED =
                 MR-TUTAR (IP-I) / MR-KILO (IP-I).
           MOVE MR-KGMAL TO MR-D-KGMAL.
           WRITE YAZ FROM MR3.
           ADD MR-GUN (IP-I) TO MR-T-GUN.
           ADD MR-TUTAR (IP-I) TO MR-T-TUTAR.
           ADD MR-KILO (IP-I) TO MR-T-KILO.
       MR-SATIR-SON. EXIT.
       MR-CIK. EXIT.
      *
      * ORTAK YARDIMCILAR: DEPO ADINDAN NUMARASI, KASAYA UCRET
      * CIKISI VE KASA SIRA NUMARASI.
      *
       YARDIMCI SECTION.
       DEPO-BUL.
           MOVE "H" TO IP-HATA. MOVE 0 TO IP-STNO.
           OPEN INPUT DEPO.
           IF DP-DST NOT = "00"
              MOVE "E" TO IP-HATA GO DEPO-BUL-SON.
           MOVE IP-DEPO TO DEPO-ADI.
           READ DEPO INVALID KEY
              MOVE "E" TO IP-HATA GO DEPO-BUL-KAPAT.
           MOVE DEPO-NO TO IP-STNO.
       DEPO-BUL-KAPAT.
           CLOSE DEPO.
       DEPO-BUL-SON. EXIT.
      * KILITLI MUHASEBE DONEMINE TARIHLI KASA HAREKETI YAZILMAZ;
      * KILIDI YALNIZ YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, ISLEM YAPILAMAZ {ENT BAS}"
              ACCEPT CEVAP.
       DONEM-BAK-SON. EXIT.
      * ISCININ BU BORDRODA ODENEN UCRETI SECILEN KASADAN CIKAR;
      * KAYNAK "PUAN", REFERANS ISCI NUMARASIDIR.
       KASA-UCRET-YAZ.
           MOVE IP-BUGUN TO KS-TARIH.
           MOVE IP-KASA TO KS-KASA.
           MOVE "C" TO KS-YON.
           MOVE "ISCI" TO KS-KATEGORI.
           MOVE IP-ODENECEK TO KS-TUTAR.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING "UCRET " IS-ADI DELIMITED BY SIZE INTO KS-ACIKLAMA.
           MOVE "PUAN" TO KS-KAYNAK.
           MOVE IS-NO TO KS-REF.
           PERFORM KASA-SIRA-BUL THRU KASA-SIRA-BUL-SON.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KASA HAREKETI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           IF KA-DST = "00" OR KA-DST = "02"
              MOVE KASA-KAYDI TO JI-KAYIT
              CALL "ISLJRN" USING JRN-IZ.
       KASA-UCRET-YAZ-SON. EXIT.
      * AYNI GUN/KASA ICINDEKI SIRADAKI SIRA NUMARASI (KASA
      * PROGRAMINDAKI DUZENIN AYNISI).
       KASA-SIRA-BUL.
           MOVE KASA-KAYDI TO KSB-SAKLA.
           MOVE 0 TO KSB-YENI KS-SIRA.
           START KASA KEY NOT LESS THAN KS-KOD INVALID KEY
              GO KSB-DON.
       KSB-OKU. READ KASA NEXT AT END GO KSB-DON.
           IF KS-TARIH NOT = KSB-SAKLA (1:8) GO KSB-DON.
           IF KS-KASA NOT = KSB-SAKLA (9:2) GO KSB-DON.
           IF KS-SIRA > KSB-YENI MOVE KS-SIRA TO KSB-YENI.
           GO KSB-OKU.
       KSB-DON.
           MOVE KSB-SAKLA TO KASA-KAYDI.
           ADD 1 TO KSB-YENI.
           MOVE KSB-YENI TO KS-SIRA.
       KASA-SIRA-BUL-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
      * OLDURMEZ, AYNI IS KUYRUKTAN YENIDEN BASILIR.
       YAZICI-AC SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
