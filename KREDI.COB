      * BANKA KREDILERI TAKIP PROGRAMI.
      * ALINAN HER KREDI KREDI.DAT'TA TANIMLANIR: BANKA, TUTAR, YILLIK
      * FAIZ ORANI, KULLANIM TARIHI, TAKSIT SAYISI VE GERI ODEME
      * YONTEMI (E: ESIT TAKSIT, A: ESIT ANAPARA). TANIMDA AYLIK
      * ODEME PLANI KRTAK.DAT'A CIKARILIR; HER TAKSIT ANAPARA VE FAIZ
      * OLARAK AYRI TUTULUR. TAKSITLER KULLANIM TARIHINDEN ITIBAREN
      * HER AY AYNI GUNDE DUSER; AY O GUNU TASIMIYORSA AYIN SON GUNU
      * ALINIR. FAIZ KALAN ANAPARA x YILLIK ORAN / 1200 OLARAK AY AY
      * HESAPLANIR; YUVARLAMA FARKI SON TAKSITE KALIR.
      * ODENMEMIS TAKSITLER CEKN'IN NAKIT AKIS PROJEKSIYONUNDA VERILEN
      * CEKLERLE BIRLIKTE CIKAN KOLONUNA GIRER.
      * ODENEN TAKSIT YEVMIYE.DAT'A FIS OLARAK YAZILIR: ANAPARA KREDI
      * HESABINA (300 BANKA KREDILERI), FAIZ GIDER HESABINA (780
      * FINANSMAN GIDERLERI) BORC, TOPLAM BANKA HESABINA (102) ALACAK.
      * ISTENIRSE KULLANIMDA DA BANKA BORC / KREDI HESABI ALACAK FISI
      * YAZILIR. HESAPLAR KREDI TANIMINDA HESAP PLANINDA ARANIR.
      * TAKSIDI ODENMIS KREDININ TUTARI, ORANI, TARIHI, SURESI VE
      * YONTEMI DEGISTIRILEMEZ; ODEME YOKSA DEGISIKLIKTE PLAN YENIDEN
      * CIKARILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KREDI.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KREDI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KR-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KR-DST.
           SELECT KRTAK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KT-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KT-DST.
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
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KREDI.DAT - ALINAN BANKA KREDILERI. KR-KALAN HENUZ ODENMEMIS
      * ANAPARADIR; SON TAKSIT ODENINCE KREDI KAPANIR (DURUM K).
       FD KREDI LABEL RECORD STANDARD VALUE OF FILE-ID "KREDI.DAT".
       01 KREDI-KAYDI.
           02 KR-NO PIC X(8).
           02 KR-BANKA PIC X(20).
           02 KR-ACIKLAMA PIC X(25).
           02 KR-BASLA PIC 9(8).
           02 KR-TUTAR PIC 9(11).
           02 KR-ORAN PIC 99V99.
           02 KR-VADE-SAY PIC 999.
           02 KR-YONTEM PIC X.
              88 KR-ESIT-TAKSIT VALUE "E".
              88 KR-ESIT-ANAPARA VALUE "A".
           02 KR-HESAP PIC X(6).
           02 KR-FAIZ-HS PIC X(6).
           02 KR-BANKA-HS PIC X(6).
           02 KR-KALAN PIC 9(11).
           02 KR-DURUM PIC X.
              88 KR-ACIK VALUE "A".
              88 KR-KAPALI VALUE "K".
      * KRTAK.DAT - KREDI TAKSITLERI (ODEME PLANI). KT-FIS TAKSIT
      * ODENDIGINDE YAZILAN YEVMIYE FISININ NUMARASIDIR.
       FD KRTAK LABEL RECORD STANDARD VALUE OF FILE-ID "KRTAK.DAT".
       01 KRTAK-KAYDI.
           02 KT-ANAHTAR.
              03 KT-NO PIC X(8).
              03 KT-SIRA PIC 999.
           02 KT-VADE PIC 9(8).
           02 KT-ANAPARA PIC 9(11).
           02 KT-FAIZ PIC 9(11).
           02 KT-DURUM PIC X.
              88 KT-BEKLIYOR VALUE "B".
              88 KT-ODENDI VALUE "O".
           02 KT-ODEME PIC 9(8).
           02 KT-FIS PIC 9(6).
      * HESPLAN.DAT - BM4'UN HESAP PLANI; HESAP KODLARI BURADA ARANIR.
       FD HESPLAN LABEL RECORD STANDARD VALUE OF FILE-ID "HESPLAN.DAT".
       01 HESPLAN-KAYDI.
           02 HP-KOD PIC X(6).
           02 HP-ADI PIC X(25).
      * YEVMIYE.DAT - BM4'UN YEVMIYE DEFTERI; KULLANIM VE TAKSIT
      * FISLERI SIRADAKI FIS NUMARASIYLA BURAYA YAZILIR.
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
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "KREDI".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 KR-DST PIC XX VALUE SPACES.
       77 KT-DST PIC XX VALUE SPACES.
       77 HP-DST PIC XX VALUE SPACES.
       77 YV-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 9 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 KD-BUGUN PIC 9(8) VALUE 0.
       77 KD-NO PIC X(8) VALUE SPACES.
       77 KD-YENI PIC X VALUE "H".
       77 KD-ODENMIS PIC 999 VALUE 0.
       77 KD-BULDU PIC X VALUE "H".
       77 KD-TARIH PIC 9(8) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 KD-SINIR PIC 9(8) VALUE 0.
       77 KD-I PIC 999 VALUE 0.
       77 KD-KALAN PIC 9(11) VALUE 0.
       77 KD-AYLIK PIC 9V9(8) VALUE 0.
       77 KD-CARPAN PIC 9(6)V9(10) VALUE 0.
       77 KD-TAKSIT PIC 9(11) VALUE 0.
       77 KD-ESIT PIC 9(11) VALUE 0.
       77 KD-ANA PIC S9(11) VALUE 0.
       77 KD-FAIZ PIC 9(11) VALUE 0.
       77 KD-TOPLAM PIC 9(11) VALUE 0.
       77 KD-TOPAY PIC 9(6) VALUE 0.
       77 KD-VYIL PIC 9(4) VALUE 0.
       77 KD-VAY PIC 99 VALUE 0.
       77 KD-GUN PIC 99 VALUE 0.
       77 KD-SON-GUN PIC 99 VALUE 0.
       77 KD-BOLUM PIC 9(4) VALUE 0.
       77 KD-ART PIC 9(4) VALUE 0.
       77 KD-SAYI PIC 9(5) VALUE 0.
       77 KD-T-ANAPARA PIC 9(13) VALUE 0.
       77 KD-T-FAIZ PIC 9(13) VALUE 0.
       77 KD-T-TOPLAM PIC 9(13) VALUE 0.
       77 KD-E-TUTAR PIC 9(11) VALUE 0.
       77 KD-E-ORAN PIC 99V99 VALUE 0.
       77 KD-E-BASLA PIC 9(8) VALUE 0.
       77 KD-E-VADE-SAY PIC 999 VALUE 0.
       77 KD-E-YONTEM PIC X VALUE SPACE.
       77 KD-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
       77 YG-NO PIC 9(6) VALUE 0.
       77 YG-SIRA PIC 99 VALUE 0.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * PROGRAMIN KENDI SIFRESI SORULUR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * ODEME PLANI KALIBI.
       01 OP1.
           02 F PIC X(20) VALUE "KREDI ODEME PLANI".
           02 F PIC X(4) VALUE "NO:".
           02 OP-B-NO PIC X(8).
           02 F PIC X(2) VALUE SPACES.
           02 OP-B-BANKA PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 OP-B-ACIKLAMA PIC X(24).
       01 OP2.
           02 F PIC X(7) VALUE "TUTAR:".
           02 OP-B-TUTAR PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(8) VALUE "  FAIZ%".
           02 OP-B-ORAN PIC Z9.99.
           02 F PIC X(8) VALUE "  TARIH:".
           02 OP-B-BASLA PIC 9999/99/99.
           02 F PIC X(9) VALUE "  TAKSIT:".
           02 OP-B-VADE-SAY PIC ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 OP-B-YONTEM PIC X(13).
       01 OP3.
           02 F PIC X(4) VALUE " NO".
           02 F PIC X(11) VALUE "VADE".
           02 F PIC X(12) VALUE "    ANAPARA".
           02 F PIC X(12) VALUE "       FAIZ".
           02 F PIC X(12) VALUE "     TAKSIT".
           02 F PIC X(12) VALUE "      KALAN".
           02 F PIC X(15) VALUE " ODEME    FIS".
       01 OP4.
           02 OP-D-SIRA PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-D-VADE PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 OP-D-ANAPARA PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-D-FAIZ PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-D-TOPLAM PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-D-KALAN PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-D-ODEME PIC 9999/99/99 BLANK WHEN ZERO.
           02 F PIC X VALUE SPACE.
           02 OP-D-FIS PIC ZZZZZ9.
       01 OP5.
           02 F PIC X(16) VALUE "TOPLAM".
           02 OP-T-ANAPARA PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-T-FAIZ PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 OP-T-TOPLAM PIC ZZZ,ZZZ,ZZ9.
      * VADESI GELEN TAKSITLER KALIBI.
       01 VG1.
           02 F PIC X(30) VALUE "VADESI GELEN KREDI TAKSITLERI".
           02 F PIC X(14) VALUE "SON TARIH:".
           02 VG-B-SINIR PIC 9999/99/99.
       01 VG2.
           02 F PIC X(9) VALUE "KREDI".
           02 F PIC X(21) VALUE "BANKA".
           02 F PIC X(4) VALUE "NO".
           02 F PIC X(11) VALUE "VADE".
           02 F PIC X(12) VALUE "    ANAPARA".
           02 F PIC X(12) VALUE "       FAIZ".
           02 F PIC X(11) VALUE "    TAKSIT".
       01 VG3.
           02 VG-D-NO PIC X(8).
           02 F PIC X VALUE SPACE.
           02 VG-D-BANKA PIC X(20).
           02 F PIC X VALUE SPACE.
           02 VG-D-SIRA PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 VG-D-VADE PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 VG-D-ANAPARA PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 VG-D-FAIZ PIC ZZZ,ZZZ,ZZ9.
           02 VG-D-TOPLAM PIC ZZZ,ZZZ,ZZ9.
       01 VG4.
           02 F PIC X(9) VALUE "TOPLAM".
           02 VG-T-SAYI PIC ZZZZ9.
           02 F PIC X(32) VALUE " TAKSIT".
           02 VG-T-ANAPARA PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 VG-T-FAIZ PIC ZZZ,ZZZ,ZZ9.
           02 VG-T-TOPLAM PIC ZZZ,ZZZ,ZZ9.
       01 CIZGI PIC X(80) VALUE ALL "-".
       SCREEN SECTION.
       01 SIFRE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "KREDI SIFRESI:".
           02 LINE 10 COLUMN 35 PIC X(10) SECURE USING SIFRE.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "BANKA KREDILERI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. KREDI TANIMI / ODEME PLANI".
           02 LINE 6 COLUMN 10 VALUE "2. TAKSIT ODEME".
           02 LINE 7 COLUMN 10 VALUE "3. ODEME PLANI DOKUMU".
           02 LINE 8 COLUMN 10 VALUE "4. VADESI GELEN TAKSITLER".
           02 LINE 9 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 11 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 11 COLUMN 21 PIC 9 USING SEC.
       01 KR-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "KREDI TANIMI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "KREDI NO............:".
           02 LINE 6 COLUMN 10 VALUE "BANKA...............:".
           02 LINE 7 COLUMN 10 VALUE "ACIKLAMA............:".
           02 LINE 8 COLUMN 10 VALUE "KULLANIM T. YYYYAAGG:".
           02 LINE 9 COLUMN 10 VALUE "KREDI TUTARI........:".
           02 LINE 10 COLUMN 10 VALUE "YILLIK FAIZ ORANI %.:".
           02 LINE 11 COLUMN 10 VALUE "TAKSIT SAYISI (AY)..:".
           02 LINE 12 COLUMN 10 VALUE "YONTEM {E:TKS A:ANA}:".
           02 LINE 13 COLUMN 10 VALUE "KREDI HESABI........:".
           02 LINE 14 COLUMN 10 VALUE "FAIZ GIDER HESABI...:".
           02 LINE 15 COLUMN 10 VALUE "BANKA HESABI........:".
           02 LINE 17 COLUMN 10 VALUE "KALAN ANAPARA.......:".
           02 LINE 18 COLUMN 10 VALUE "DURUM {A:ACIK K:KPL}:".
           02 LINE 5 COLUMN 33 PIC X(8) FROM KR-NO.
           02 LINE 6 COLUMN 33 PIC X(20) USING KR-BANKA.
           02 LINE 7 COLUMN 33 PIC X(25) USING KR-ACIKLAMA.
           02 LINE 8 COLUMN 33 PIC 9(8) USING KR-BASLA.
           02 LINE 9 COLUMN 33 PIC 9(11) USING KR-TUTAR.
           02 LINE 10 COLUMN 33 PIC 99.99 USING KR-ORAN.
           02 LINE 11 COLUMN 33 PIC 999 USING KR-VADE-SAY.
           02 LINE 12 COLUMN 33 PIC X USING KR-YONTEM.
           02 LINE 13 COLUMN 33 PIC X(6) USING KR-HESAP.
           02 LINE 14 COLUMN 33 PIC X(6) USING KR-FAIZ-HS.
           02 LINE 15 COLUMN 33 PIC X(6) USING KR-BANKA-HS.
           02 LINE 17 COLUMN 33 PIC Z(10)9 FROM KR-KALAN.
           02 LINE 18 COLUMN 33 PIC X FROM KR-DURUM.
       01 ODEME-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "TAKSIT ODEME".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "KREDI NO............:".
           02 LINE 5 COLUMN 33 PIC X(8) USING KD-NO.
       PROCEDURE DIVISION.
       BASLA.
           IF MENU-GIRIS = "MENU" GO B-DOSYA.
           MOVE SPACES TO SIFRE.
           DISPLAY SIFRE-EKRANI.
           ACCEPT SIFRE-EKRANI ON ESCAPE GO K-SON.
           IF SIFRE NOT = "KREDI"
              DISPLAY (24 1) "SIFRE YANLIS {ENT BAS}"
              ACCEPT CEVAP GO K-SON.
       B-DOSYA. OPEN I-O KREDI.
           IF KR-DST = "35" OPEN OUTPUT KREDI CLOSE KREDI
              OPEN I-O KREDI.
           IF KR-DST NOT = "00"
              DISPLAY (24 1) "KREDI.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO K-SON.
           CLOSE KREDI.
           OPEN I-O KRTAK.
           IF KT-DST = "35" OPEN OUTPUT KRTAK CLOSE KRTAK
              OPEN I-O KRTAK.
           IF KT-DST NOT = "00"
              DISPLAY (24 1) "KRTAK.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO K-SON.
           CLOSE KRTAK.
       ANA. MOVE 0 TO SEC.
           ACCEPT KD-BUGUN FROM DATE YYYYMMDD.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO K-SON.
           IF SEC = 0 GO K-SON.
           IF SEC = 1 PERFORM KREDI-TANIMI
           ELSE IF SEC = 2 PERFORM TAKSIT-ODEME
           ELSE IF SEC = 3 PERFORM ODEME-PLANI
           ELSE IF SEC = 4 PERFORM VADESI-GELEN
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       K-SON. DISPLAY (1 1) ERASE. GOBACK.
      *
      * KREDI TANIMI: NUMARA SORULUR, VARSA KAYIT EKRANA GELIR. YENI
      * KREDIDE YA DA ODEME YAPILMAMIS KREDININ KOSULLARI
      * DEGISTIGINDE ODEME PLANI YENIDEN CIKARILIR. YENI KREDIDE
      * ISTENIRSE KULLANIM FISI YAZILIR.
      *
       KREDI-TANIMI SECTION.
       KN-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO KN-CIK.
           OPEN I-O KREDI KRTAK.
       KN-GIR. MOVE SPACES TO KR-NO.
           DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "KREDI NO (BOS = CIKIS):".
           ACCEPT (4 34) KR-NO.
           IF KR-NO = SPACES GO KN-SON.
           MOVE SPACES TO KR-BANKA KR-ACIKLAMA.
           MOVE KD-BUGUN TO KR-BASLA.
           MOVE 0 TO KR-TUTAR KR-ORAN KR-VADE-SAY KR-KALAN.
           MOVE "E" TO KR-YONTEM.
           MOVE "300" TO KR-HESAP.
           MOVE "780" TO KR-FAIZ-HS.
           MOVE "102" TO KR-BANKA-HS.
           MOVE "A" TO KR-DURUM.
           MOVE "E" TO KD-YENI.
           READ KREDI INVALID KEY GO KN-EKRAN.
           MOVE "H" TO KD-YENI.
       KN-EKRAN.
           MOVE KR-TUTAR TO KD-E-TUTAR.
           MOVE KR-ORAN TO KD-E-ORAN.
           MOVE KR-BASLA TO KD-E-BASLA.
           MOVE KR-VADE-SAY TO KD-E-VADE-SAY.
           MOVE KR-YONTEM TO KD-E-YONTEM.
           DISPLAY KR-EKRANI.
           DISPLAY (23 1) "MEVCUT KAYIT VARSA DEGERLERI EKRANDADIR".
           DISPLAY (24 1) "ESC TUSU ILE NUMARA SORUSUNA DONERSINIZ".
           ACCEPT KR-EKRANI ON ESCAPE GO KN-GIR.
           IF KR-BANKA = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO KN-GIR.
           IF KR-BASLA = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ KULLANIM TARIHI {ENT BAS}" ACCEPT CEVAP
              GO KN-GIR.
           IF KR-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI TUTARI SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP
              GO KN-GIR.
           IF KR-VADE-SAY = 0 OR KR-VADE-SAY > 360
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAKSIT SAYISI 1-360 OLMALI {ENT BAS}" ACCEPT CEVAP
              GO KN-GIR.
           IF NOT KR-ESIT-TAKSIT AND NOT KR-ESIT-ANAPARA
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YONTEM E VEYA A OLMALI {ENT BAS}" ACCEPT CEVAP
              GO KN-GIR.
           MOVE KR-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO KN-GIR.
           MOVE KR-FAIZ-HS TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FAIZ GIDER HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO KN-GIR.
           MOVE KR-BANKA-HS TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO KN-GIR.
           PERFORM ODENMIS-SAY THRU ODENMIS-SAY-SON.
           IF KD-ODENMIS > 0
              IF KR-TUTAR NOT = KD-E-TUTAR
                 OR KR-ORAN NOT = KD-E-ORAN
                 OR KR-BASLA NOT = KD-E-BASLA
                 OR KR-VADE-SAY NOT = KD-E-VADE-SAY
                 OR KR-YONTEM NOT = KD-E-YONTEM
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "TAKSIT ODENMIS, KREDI KOSULU DEGISMEZ {ENT BAS}"
                 ACCEPT CEVAP GO KN-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO KN-GIR.
           IF KD-YENI = "H" AND KD-ODENMIS = 0
              AND KR-TUTAR = KD-E-TUTAR AND KR-ORAN = KD-E-ORAN
              AND KR-BASLA = KD-E-BASLA
              AND KR-VADE-SAY = KD-E-VADE-SAY
              AND KR-YONTEM = KD-E-YONTEM
              REWRITE KREDI-KAYDI GO KN-GIR.
           IF KD-ODENMIS > 0
              REWRITE KREDI-KAYDI GO KN-GIR.
           MOVE KR-TUTAR TO KR-KALAN.
           MOVE "A" TO KR-DURUM.
           IF KD-YENI = "E"
              WRITE KREDI-KAYDI
           ELSE
              REWRITE KREDI-KAYDI.
           PERFORM PLAN-CIKAR THRU PLAN-CIKAR-SON.
           DISPLAY (22 10) "ODEME PLANI CIKARILDI, TAKSIT:".
           DISPLAY (22 41) KR-VADE-SAY.
           IF KD-YENI = "E"
              DISPLAY (23 10) "KULLANIM FISI YAZILSIN MI {E/H}:"
              ACCEPT (23 43) CEVAP
              IF CEVAP = "E"
                 PERFORM KULLANIM-FISI THRU KULLANIM-FISI-SON
              END-IF
           ELSE
              DISPLAY (23 10) "{ENT BAS}" ACCEPT CEVAP.
           GO KN-GIR.
      * KREDININ ODENMIS TAKSIT SAYISI.
       ODENMIS-SAY.
           MOVE 0 TO KD-ODENMIS.
           MOVE KR-NO TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS THAN KT-ANAHTAR INVALID KEY
              GO ODENMIS-SAY-SON.
       OS-OKU. READ KRTAK NEXT AT END GO ODENMIS-SAY-SON.
           IF KT-NO NOT = KR-NO GO ODENMIS-SAY-SON.
           IF KT-ODENDI ADD 1 TO KD-ODENMIS.
           GO OS-OKU.
       ODENMIS-SAY-SON. EXIT.
      * ESKI PLAN SILINIR, TAKSITLER AY AY YENIDEN YAZILIR. ESIT
      * TAKSITTE TAKSIT = TUTAR x i x (1+i)**n / ((1+i)**n - 1),
      * ESIT ANAPARADA ANAPARA = TUTAR / n OLUR.
       PLAN-CIKAR.
           MOVE KR-NO TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS THAN KT-ANAHTAR INVALID KEY
              GO PC-HESAP.
       PC-SIL. READ KRTAK NEXT AT END GO PC-HESAP.
           IF KT-NO NOT = KR-NO GO PC-HESAP.
           DELETE KRTAK RECORD.
           GO PC-SIL.
       PC-HESAP.
           MOVE KR-TUTAR TO KD-KALAN.
           COMPUTE KD-AYLIK = KR-ORAN / 1200.
           MOVE 0 TO KD-TAKSIT.
           COMPUTE KD-ESIT ROUNDED = KR-TUTAR / KR-VADE-SAY.
           IF KR-ESIT-TAKSIT AND KD-AYLIK > 0
              COMPUTE KD-CARPAN = (1 + KD-AYLIK) ** KR-VADE-SAY
              COMPUTE KD-TAKSIT ROUNDED = KR-TUTAR * KD-AYLIK
                 * KD-CARPAN / (KD-CARPAN - 1).
           MOVE KR-BASLA (7:2) TO KD-GUN.
           PERFORM TAKSIT-YAZ THRU TAKSIT-YAZ-SON
              VARYING KD-I FROM 1 BY 1 UNTIL KD-I > KR-VADE-SAY.
       PLAN-CIKAR-SON. EXIT.
       TAKSIT-YAZ.
           COMPUTE KD-FAIZ ROUNDED = KD-KALAN * KD-AYLIK.
           IF KD-TAKSIT > 0
              COMPUTE KD-ANA = KD-TAKSIT - KD-FAIZ
           ELSE
              MOVE KD-ESIT TO KD-ANA.
           IF KD-ANA < 0 MOVE 0 TO KD-ANA.
           IF KD-I = KR-VADE-SAY OR KD-ANA > KD-KALAN
              MOVE KD-KALAN TO KD-ANA.
           SUBTRACT KD-ANA FROM KD-KALAN.
           MOVE KR-BASLA (1:4) TO KD-VYIL.
           MOVE KR-BASLA (5:2) TO KD-VAY.
           COMPUTE KD-TOPAY = KD-VYIL * 12 + KD-VAY - 1 + KD-I.
           DIVIDE KD-TOPAY BY 12 GIVING KD-VYIL REMAINDER KD-VAY.
           ADD 1 TO KD-VAY.
           PERFORM AY-SONU THRU AY-SONU-SON.
           IF KD-GUN < KD-SON-GUN MOVE KD-GUN TO KD-SON-GUN.
           MOVE KR-NO TO KT-NO.
           MOVE KD-I TO KT-SIRA.
           COMPUTE KT-VADE = KD-VYIL * 10000 + KD-VAY * 100
              + KD-SON-GUN.
           MOVE KD-ANA TO KT-ANAPARA.
           MOVE KD-FAIZ TO KT-FAIZ.
           MOVE "B" TO KT-DURUM.
           MOVE 0 TO KT-ODEME KT-FIS.
           WRITE KRTAK-KAYDI INVALID KEY REWRITE KRTAK-KAYDI.
       TAKSIT-YAZ-SON. EXIT.
      * KULLANIM FISI: BANKA HESABI BORC, KREDI HESABI ALACAK.
       KULLANIM-FISI.
           MOVE KR-BASLA TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO KULLANIM-FISI-SON.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL THRU YG-NO-BUL-SON.
           MOVE 0 TO YG-SIRA.
           MOVE KR-BASLA TO KD-TARIH.
           MOVE SPACES TO YV-ACIKLAMA.
           STRING "KREDI " KR-NO " " KR-BANKA
              DELIMITED BY SIZE INTO YV-ACIKLAMA.
           MOVE KR-BANKA-HS TO YV-HESAP.
           MOVE KR-TUTAR TO YV-BORC. MOVE 0 TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           MOVE KR-HESAP TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE KR-TUTAR TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           CLOSE YEVMIYE.
           DISPLAY (24 1) ERASE DISPLAY (24 1) "KULLANIM FISI NO:".
           DISPLAY (24 19) YG-NO.
           DISPLAY (24 27) "{ENT BAS}". ACCEPT CEVAP.
       KULLANIM-FISI-SON. EXIT.
       KN-SON. CLOSE KREDI KRTAK HESPLAN.
       KN-CIK. EXIT.
      *
      * TAKSIT ODEME: KREDININ ODENMEMIS ILK TAKSIDI GETIRILIR. ODEME
      * ONAYLANINCA FIS YAZILIR, TAKSIT ODENDI ISARETLENIR VE KALAN
      * ANAPARA DUSULUR. FAIZ SIFIRSA FAIZ SATIRI YAZILMAZ.
      *
       TAKSIT-ODEME SECTION.
       TK-BAS. OPEN I-O KREDI KRTAK.
       TK-GIR. MOVE SPACES TO KD-NO.
           DISPLAY ODEME-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT ODEME-EKRANI ON ESCAPE GO TK-SON.
           IF KD-NO = SPACES GO TK-SON.
           MOVE KD-NO TO KR-NO.
           READ KREDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI BULUNAMADI {ENT BAS}" ACCEPT CEVAP GO TK-GIR.
           DISPLAY (5 43) KR-BANKA.
           IF KR-KAPALI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI KAPANMIS {ENT BAS}" ACCEPT CEVAP GO TK-GIR.
           MOVE "H" TO KD-BULDU.
           MOVE KR-NO TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS THAN KT-ANAHTAR INVALID KEY
              GO TK-YOK.
       TK-OKU. READ KRTAK NEXT AT END GO TK-YOK.
           IF KT-NO NOT = KR-NO GO TK-YOK.
           IF KT-ODENDI GO TK-OKU.
           MOVE "E" TO KD-BULDU.
       TK-YOK.
           IF KD-BULDU = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ODENMEMIS TAKSIT YOK {ENT BAS}" ACCEPT CEVAP
              GO TK-GIR.
           DISPLAY (7 10) "TAKSIT NO...........:".
           DISPLAY (7 33) KT-SIRA.
           DISPLAY (8 10) "VADE................:".
           DISPLAY (8 33) KT-VADE.
           DISPLAY (9 10) "ANAPARA.............:".
           MOVE KT-ANAPARA TO KD-D-TUTAR.
           DISPLAY (9 33) KD-D-TUTAR.
           DISPLAY (10 10) "FAIZ................:".
           MOVE KT-FAIZ TO KD-D-TUTAR.
           DISPLAY (10 33) KD-D-TUTAR.
           DISPLAY (11 10) "TAKSIT TUTARI.......:".
           COMPUTE KD-TOPLAM = KT-ANAPARA + KT-FAIZ.
           MOVE KD-TOPLAM TO KD-D-TUTAR.
           DISPLAY (11 33) KD-D-TUTAR.
           DISPLAY (13 10) "ODEME TARIHI........:".
           MOVE KD-BUGUN TO KD-TARIH.
           DISPLAY (13 33) KD-TARIH.
           ACCEPT (13 33) KD-TARIH.
           IF KD-TARIH = 0 OR KD-TARIH < KR-BASLA
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ ODEME TARIHI {ENT BAS}" ACCEPT CEVAP
              GO TK-GIR.
           MOVE KD-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO TK-GIR.
           DISPLAY (21 10) "ODEME YEVMIYEYE YAZILSIN MI {E/H}:".
           ACCEPT (21 45) CEVAP.
           IF CEVAP NOT = "E" GO TK-GIR.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL THRU YG-NO-BUL-SON.
           MOVE 0 TO YG-SIRA.
           MOVE SPACES TO YV-ACIKLAMA.
           STRING "KREDI TKS " KR-NO "/" KT-SIRA
              DELIMITED BY SIZE INTO YV-ACIKLAMA.
           IF KT-ANAPARA > 0
              MOVE KR-HESAP TO YV-HESAP
              MOVE KT-ANAPARA TO YV-BORC MOVE 0 TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           IF KT-FAIZ > 0
              MOVE KR-FAIZ-HS TO YV-HESAP
              MOVE KT-FAIZ TO YV-BORC MOVE 0 TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           MOVE KR-BANKA-HS TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE KD-TOPLAM TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           CLOSE YEVMIYE.
           MOVE "O" TO KT-DURUM.
           MOVE KD-TARIH TO KT-ODEME.
           MOVE YG-NO TO KT-FIS.
           REWRITE KRTAK-KAYDI.
           IF KT-ANAPARA > KR-KALAN
              MOVE 0 TO KR-KALAN
           ELSE
              SUBTRACT KT-ANAPARA FROM KR-KALAN.
           IF KT-SIRA NOT < KR-VADE-SAY MOVE "K" TO KR-DURUM.
           REWRITE KREDI-KAYDI.
           DISPLAY (22 10) "TAKSIT FISI YAZILDI, FIS NO:".
           DISPLAY (22 39) YG-NO.
           IF KR-KAPALI
              DISPLAY (23 10) "KREDI KAPANDI {ENT BAS}"
           ELSE
              DISPLAY (23 10) "{ENT BAS}".
           ACCEPT CEVAP.
           GO TK-GIR.
       TK-SON. CLOSE KREDI KRTAK.
       TK-CIK. EXIT.
      *
      * ODEME PLANI DOKUMU: KREDININ BUTUN TAKSITLERI, ODENENLERIN
      * ODEME TARIHI VE FIS NUMARASIYLA.
      *
       ODEME-PLANI SECTION.
       OP-BAS. OPEN INPUT KREDI KRTAK.
       OP-GIR. MOVE SPACES TO KD-NO.
           DISPLAY ODEME-EKRANI.
           DISPLAY (1 1) "ODEME PLANI DOKUMU".
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT ODEME-EKRANI ON ESCAPE GO OP-SON.
           IF KD-NO = SPACES GO OP-SON.
           MOVE KD-NO TO KR-NO.
           READ KREDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI BULUNAMADI {ENT BAS}" ACCEPT CEVAP GO OP-GIR.
           PERFORM YAZICI-AC.
           MOVE KR-NO TO OP-B-NO.
           MOVE KR-BANKA TO OP-B-BANKA.
           MOVE KR-ACIKLAMA TO OP-B-ACIKLAMA.
           MOVE KR-TUTAR TO OP-B-TUTAR.
           MOVE KR-ORAN TO OP-B-ORAN.
           MOVE KR-BASLA TO OP-B-BASLA.
           MOVE KR-VADE-SAY TO OP-B-VADE-SAY.
           IF KR-ESIT-TAKSIT
              MOVE "ESIT TAKSIT" TO OP-B-YONTEM
           ELSE
              MOVE "ESIT ANAPARA" TO OP-B-YONTEM.
           WRITE YAZ FROM OP1 AFTER 2.
           WRITE YAZ FROM OP2.
           WRITE YAZ FROM CIZGI.
           WRITE YAZ FROM OP3.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO KD-T-ANAPARA KD-T-FAIZ KD-T-TOPLAM.
           MOVE KR-TUTAR TO KD-KALAN.
           MOVE KR-NO TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS THAN KT-ANAHTAR INVALID KEY
              GO OP-TOPLAM.
       OP-OKU. READ KRTAK NEXT AT END GO OP-TOPLAM.
           IF KT-NO NOT = KR-NO GO OP-TOPLAM.
           COMPUTE KD-TOPLAM = KT-ANAPARA + KT-FAIZ.
           IF KT-ANAPARA > KD-KALAN
              MOVE 0 TO KD-KALAN
           ELSE
              SUBTRACT KT-ANAPARA FROM KD-KALAN.
           MOVE KT-SIRA TO OP-D-SIRA.
           MOVE KT-VADE TO OP-D-VADE.
           MOVE KT-ANAPARA TO OP-D-ANAPARA.
           MOVE KT-FAIZ TO OP-D-FAIZ.
           MOVE KD-TOPLAM TO OP-D-TOPLAM.
           MOVE KD-KALAN TO OP-D-KALAN.
           MOVE KT-ODEME TO OP-D-ODEME.
           MOVE KT-FIS TO OP-D-FIS.
           WRITE YAZ FROM OP4.
           ADD KT-ANAPARA TO KD-T-ANAPARA.
           ADD KT-FAIZ TO KD-T-FAIZ.
           ADD KD-TOPLAM TO KD-T-TOPLAM.
           GO OP-OKU.
       OP-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE KD-T-ANAPARA TO OP-T-ANAPARA.
           MOVE KD-T-FAIZ TO OP-T-FAIZ.
           MOVE KD-T-TOPLAM TO OP-T-TOPLAM.
           WRITE YAZ FROM OP5.
           CLOSE YAZICI.
           DISPLAY (20 10) "ODEME PLANI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           GO OP-GIR.
       OP-SON. CLOSE KREDI KRTAK.
       OP-CIK. EXIT.
      *
      * VADESI GELEN TAKSITLER: VERILEN TARIHE KADAR VADESI GELMIS
      * (GECMISLER DAHIL) ODENMEMIS TAKSITLER, KREDI SIRASIYLA.
      *
       VADESI-GELEN SECTION.
       VG-BAS. DISPLAY (1 1) ERASE.
           MOVE KD-BUGUN (1:4) TO KD-VYIL.
           MOVE KD-BUGUN (5:2) TO KD-VAY.
           PERFORM AY-SONU THRU AY-SONU-SON.
           COMPUTE KD-SINIR = KD-VYIL * 10000 + KD-VAY * 100
              + KD-SON-GUN.
           DISPLAY (4 10) "SON VADE TARIHI YYYYAAGG:".
           DISPLAY (4 36) KD-SINIR.
           ACCEPT (4 36) KD-SINIR.
           IF KD-SINIR = 0 GO VG-CIK.
           OPEN INPUT KREDI KRTAK.
           PERFORM YAZICI-AC.
           MOVE KD-SINIR TO VG-B-SINIR.
           WRITE YAZ FROM VG1 AFTER 2.
           WRITE YAZ FROM VG2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO KD-SAYI KD-T-ANAPARA KD-T-FAIZ KD-T-TOPLAM.
           MOVE SPACES TO KR-NO.
           START KREDI KEY NOT LESS THAN KR-NO INVALID KEY
              GO VG-TOPLAM.
       VG-KREDI. READ KREDI NEXT AT END GO VG-TOPLAM.
           IF KR-KAPALI GO VG-KREDI.
           MOVE KR-NO TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS THAN KT-ANAHTAR INVALID KEY
              GO VG-KREDI.
       VG-OKU. READ KRTAK NEXT AT END GO VG-KREDI.
           IF KT-NO NOT = KR-NO GO VG-KREDI.
           IF KT-ODENDI GO VG-OKU.
           IF KT-VADE > KD-SINIR GO VG-KREDI.
           COMPUTE KD-TOPLAM = KT-ANAPARA + KT-FAIZ.
           MOVE KR-NO TO VG-D-NO.
           MOVE KR-BANKA TO VG-D-BANKA.
           MOVE KT-SIRA TO VG-D-SIRA.
           MOVE KT-VADE TO VG-D-VADE.
           MOVE KT-ANAPARA TO VG-D-ANAPARA.
           MOVE KT-FAIZ TO VG-D-FAIZ.
           MOVE KD-TOPLAM TO VG-D-TOPLAM.
           WRITE YAZ FROM VG3.
           ADD 1 TO KD-SAYI.
           ADD KT-ANAPARA TO KD-T-ANAPARA.
           ADD KT-FAIZ TO KD-T-FAIZ.
           ADD KD-TOPLAM TO KD-T-TOPLAM.
           GO VG-OKU.
       VG-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE KD-SAYI TO VG-T-SAYI.
           MOVE KD-T-ANAPARA TO VG-T-ANAPARA.
           MOVE KD-T-FAIZ TO VG-T-FAIZ.
           MOVE KD-T-TOPLAM TO VG-T-TOPLAM.
           WRITE YAZ FROM VG4.
           CLOSE KREDI KRTAK YAZICI.
           DISPLAY (20 10) "VADESI GELEN TAKSITLER YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       VG-CIK. EXIT.
      *
      * ORTAK YARDIMCILAR: SIRADAKI YEVMIYE FIS NUMARASI (BM4'TEKI
      * DUZENIN AYNISI), FIS SATIRI VE AYIN SON GUNU.
      *
       YARDIMCI SECTION.
       YG-NO-BUL.
           MOVE 0 TO YG-NO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO YG-NO-BUL-DON.
       YGN-OKU. READ YEVMIYE NEXT AT END GO YG-NO-BUL-DON.
           MOVE YV-NO TO YG-NO. GO YGN-OKU.
       YG-NO-BUL-DON.
           ADD 1 TO YG-NO.
       YG-NO-BUL-SON. EXIT.
      * YV-HESAP, YV-ACIKLAMA VE TUTARLAR CAGIRAN TARAFINDAN
      * DOLDURULUR; KD-TARIH FISIN TARIHIDIR.
       FIS-SATIR.
           ADD 1 TO YG-SIRA.
           MOVE YG-NO TO YV-NO. MOVE YG-SIRA TO YV-SIRA.
           MOVE KD-TARIH TO YV-TARIH.
           WRITE YEVMIYE-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YEVMIYE SATIRI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
       FIS-SATIR-SON. EXIT.
      * KD-VYIL / KD-VAY AYININ SON GUNU KD-SON-GUN'E.
       AY-SONU.
           MOVE 31 TO KD-SON-GUN.
           IF KD-VAY = 4 OR KD-VAY = 6 OR KD-VAY = 9 OR KD-VAY = 11
              MOVE 30 TO KD-SON-GUN.
           IF KD-VAY = 2
              MOVE 28 TO KD-SON-GUN
              DIVIDE KD-VYIL BY 4 GIVING KD-BOLUM REMAINDER KD-ART
              IF KD-ART = 0 MOVE 29 TO KD-SON-GUN.
       AY-SONU-SON. EXIT.
      * KILITLI MUHASEBE DONEMINE TARIHLI FIS YAZILMAZ; KILIDI YALNIZ
      * YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, FIS YAZILAMAZ {ENT BAS}"
              ACCEPT CEVAP.
       DONEM-BAK-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR.
       YAZICI-AC SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
