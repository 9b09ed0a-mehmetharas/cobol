      * GIRDI (GUBRE / ILAC) SATIS PROGRAMI. KOOPERATIF DEPOSUNDAN
      * UYELERE ILKBAHARDA VERESIYE VERILEN GUBRE VE ILACLAR BURADA
      * IZLENIR: MAL LISTESI VE ELDEKI STOK GRMAL.DAT'TA, UYE BAZINDA
      * HER HAREKET (SATIS, NAKIT TAHSILAT, IADE, ZEYTIN ODEMESINDEN
      * MAHSUP) UYE + TARIH + SIRA ANAHTARLI GRHAR.DAT'TADIR. UYENIN
      * GIRDI BORCU HAREKETLERIN YURUYEN TOPLAMIDIR; AYRI BAKIYE
      * TUTULMAZ, DEFTER KENDI KENDINI KAPATIR.
      * SONBAHARDA P2'NIN BANKA ODEME PARTISI KESIN ODEMEDEN BU
      * BORCU DUSER VE AYNI PARTI NUMARASIYLA "M" (MAHSUP) HAREKETINI
      * BURAYA YAZAR. DEPOYA GELEN MAL UYE NO 0000 ALTINDA "G"
      * (STOK GIRISI) HAREKETI OLARAK KAYDEDILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIRDI.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRMAL ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GM-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS GM-DST.
           SELECT GRHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GH-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS GH-DST.
           SELECT ORTAK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ORT-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS OR-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * GRMAL.DAT - DEPODA SATILAN GIRDI LISTESI: BIRIM SATIS FIATI VE
      * ELDEKI STOK. STOK SADECE HAREKETLERLE DEGISIR.
       FD GRMAL LABEL RECORD STANDARD VALUE OF FILE-ID "GRMAL.DAT".
       01 GRMAL-KAYDI.
           02 GM-KOD PIC X(6).
           02 GM-ADI PIC X(20).
           02 GM-TUR PIC X.
              88 GM-GUBRE VALUE "G".
              88 GM-ILAC VALUE "I".
           02 GM-BIRIM PIC X(5).
           02 GM-FIAT PIC 9(7).
           02 GM-STOK PIC S9(7).
      * GRHAR.DAT - GIRDI HAREKETLERI (P2 ILE ORTAK).
      * TIP: S VERESIYE SATIS, T NAKIT TAHSILAT, I IADE,
      * M ZEYTIN ODEMESINDEN MAHSUP (P2 YAZAR), G DEPOYA STOK GIRISI.
       FD GRHAR LABEL RECORD STANDARD VALUE OF FILE-ID "GRHAR.DAT".
       01 GRHAR-KAYDI.
           02 GH-KOD.
              03 GH-UYENO PIC 9(4).
              03 GH-TARIH PIC 9(8).
              03 GH-SIRA PIC 9(4).
           02 GH-TIP PIC X.
              88 GH-SATIS VALUE "S".
              88 GH-TAHSIL VALUE "T".
              88 GH-IADE VALUE "I".
              88 GH-MAHSUP VALUE "M".
              88 GH-STOKGIR VALUE "G".
           02 GH-MALKOD PIC X(6).
           02 GH-MIKTAR PIC 9(7).
           02 GH-FIAT PIC 9(7).
           02 GH-TUTAR PIC 9(11).
           02 GH-DONEM PIC X(5).
           02 GH-PARTI PIC 9(4).
           02 GH-ACIKLAMA PIC X(20).
      * ORTAK.DAT - ADRES/P2/KONSIYE'NIN BIRLIKTE KULLANDIGI ORTAK
      * URETICI/MUSTERI ANA DOSYASI.
       FD ORTAK LABEL RECORD STANDARD VALUE OF FILE-ID "ORTAK.DAT".
       01 ORTAK-KAYDI.
           02 ORT-KOD   PIC X(15).
           02 ORT-ADI   PIC X(30).
           02 ORT-TEL   PIC X(20).
           02 ORT-SEHIR PIC X(20).
           02 ORT-ADRES PIC X(30).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "GIRDI".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 GM-DST PIC XX VALUE SPACES.
       77 GH-DST PIC XX VALUE SPACES.
       77 OR-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 9 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 GR-BUGUN PIC 9(8) VALUE 0.
       77 GR-UYENO PIC 9(4) VALUE 0.
       77 GR-ADI PIC X(30) VALUE SPACES.
       77 GR-UYE-KOD PIC X(15) VALUE SPACES.
       77 GR-UYE-KOD-ED PIC ZZZ9.
       77 GR-YENI-SIRA PIC 9(4) VALUE 0.
       77 GR-SAKLA PIC X(77) VALUE SPACES.
       77 GR-BORC PIC S9(11) VALUE 0.
       77 GR-YBORC PIC S9(11) VALUE 0.
       77 GR-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
       77 GR-D-BORC PIC ZZZ,ZZZ,ZZ9-.
       77 GR-ILK PIC X VALUE "Y".
       77 GR-SATIS PIC 9(11) VALUE 0.
       77 GR-TAHSIL PIC 9(11) VALUE 0.
       77 GR-MAHSUP PIC 9(11) VALUE 0.
       77 GR-GSATIS PIC 9(13) VALUE 0.
       77 GR-GTAHSIL PIC 9(13) VALUE 0.
       77 GR-GMAHSUP PIC 9(13) VALUE 0.
       77 GR-GBORC PIC S9(13) VALUE 0.
       77 GR-SAYI PIC 9(5) VALUE 0.
       77 GR-DEGER PIC S9(13) VALUE 0.
       77 GR-GDEGER PIC S9(13) VALUE 0.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * PROGRAMIN KENDI SIFRESI SORULUR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * UYE HESAP EKSTRESI KALIBI.
       01 GE1.
           02 F PIC X(26) VALUE "GIRDI HESAP EKSTRESI  UYE:".
           02 GE-B-UYENO PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 GE-B-ADI PIC X(30).
       01 GE2.
           02 F PIC X(10) VALUE "TARIH".
           02 F PIC X(9) VALUE "ISLEM".
           02 F PIC X(7) VALUE "MAL".
           02 F PIC X(10) VALUE "   MIKTAR".
           02 F PIC X(12) VALUE "       BORC".
           02 F PIC X(12) VALUE "     ALACAK".
           02 F PIC X(12) VALUE "     BAKIYE".
       01 GE3.
           02 GE-D-TARIH PIC 9(8).
           02 F PIC X(2) VALUE SPACES.
           02 GE-D-ISLEM PIC X(8).
           02 F PIC X VALUE SPACE.
           02 GE-D-MAL PIC X(6).
           02 F PIC X VALUE SPACE.
           02 GE-D-MIKTAR PIC Z,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GE-D-BORC PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GE-D-ALACAK PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GE-D-BAKIYE PIC ZZZ,ZZZ,ZZ9-.
       01 GE4.
           02 F PIC X(36) VALUE "TOPLAM".
           02 GE-T-BORC PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GE-T-ALACAK PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GE-T-BAKIYE PIC ZZZ,ZZZ,ZZ9-.
      * UYE GIRDI BORC LISTESI KALIBI. SATIS - TAHSILAT/IADE -
      * MAHSUP = BAKIYE; GENEL TOPLAM DEFTERIN KAPANISIDIR.
       01 GL1.
           02 F PIC X(30) VALUE "UYE GIRDI BORC LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 GL-B-TARIH PIC 9(8).
       01 GL2.
           02 F PIC X(6) VALUE "UYE".
           02 F PIC X(21) VALUE "ADI SOYADI".
           02 F PIC X(12) VALUE "      SATIS".
           02 F PIC X(12) VALUE "  TAHS/IADE".
           02 F PIC X(12) VALUE "     MAHSUP".
           02 F PIC X(12) VALUE "      BAKIYE".
       01 GL3.
           02 GL-D-UYENO PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 GL-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 GL-D-SATIS PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GL-D-TAHSIL PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GL-D-MAHSUP PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GL-D-BAKIYE PIC ZZZ,ZZZ,ZZ9-.
       01 GL4.
           02 F PIC X(9) VALUE "TOPLAM".
           02 GL-T-SAYI PIC ZZ,ZZ9.
           02 F PIC X(12) VALUE " BORCLU UYE".
           02 GL-T-SATIS PIC ZZZZ,ZZZ,ZZ9.
           02 GL-T-TAHSIL PIC ZZZZ,ZZZ,ZZ9.
           02 GL-T-MAHSUP PIC ZZZZ,ZZZ,ZZ9.
           02 GL-T-BAKIYE PIC ZZZZ,ZZZ,ZZ9-.
      * DEPO STOK LISTESI KALIBI.
       01 GS1.
           02 F PIC X(30) VALUE "GIRDI DEPO STOK LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 GS-B-TARIH PIC 9(8).
       01 GS2.
           02 F PIC X(8) VALUE "KOD".
           02 F PIC X(21) VALUE "MAL ADI".
           02 F PIC X(4) VALUE "TUR".
           02 F PIC X(6) VALUE "BIRIM".
           02 F PIC X(10) VALUE "    FIAT".
           02 F PIC X(12) VALUE "       STOK".
           02 F PIC X(14) VALUE "   STOK DEGERI".
       01 GS3.
           02 GS-D-KOD PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 GS-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 GS-D-TUR PIC X.
           02 F PIC X(2) VALUE SPACES.
           02 GS-D-BIRIM PIC X(5).
           02 F PIC X VALUE SPACE.
           02 GS-D-FIAT PIC Z,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GS-D-STOK PIC Z,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 GS-D-DEGER PIC ZZ,ZZZ,ZZZ,ZZ9-.
       01 GS4.
           02 F PIC X(8) VALUE "TOPLAM".
           02 GS-T-SAYI PIC ZZ,ZZ9.
           02 F PIC X(10) VALUE " CESIT MAL".
           02 F PIC X(36) VALUE SPACES.
           02 GS-T-DEGER PIC ZZ,ZZZ,ZZZ,ZZ9-.
       01 CIZGI PIC X(80) VALUE ALL "-".
       SCREEN SECTION.
       01 SIFRE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "GIRDI SATIS SIFRESI:".
           02 LINE 10 COLUMN 41 PIC X(10) SECURE USING SIFRE.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "GIRDI (GUBRE / ILAC) SATISI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. MAL TANIMI / FIAT".
           02 LINE 6 COLUMN 10 VALUE "2. DEPOYA STOK GIRISI".
           02 LINE 7 COLUMN 10 VALUE "3. UYEYE VERESIYE SATIS".
           02 LINE 8 COLUMN 10 VALUE "4. NAKIT TAHSILAT".
           02 LINE 9 COLUMN 10 VALUE "5. UYEDEN IADE".
           02 LINE 10 COLUMN 10 VALUE "6. UYE HESAP EKSTRESI".
           02 LINE 11 COLUMN 10 VALUE "7. UYE BORC LISTESI".
           02 LINE 12 COLUMN 10 VALUE "8. DEPO STOK LISTESI".
           02 LINE 13 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 15 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 15 COLUMN 21 PIC 9 USING SEC.
       01 MAL-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "GIRDI MAL TANIMI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "MAL KODU............:".
           02 LINE 6 COLUMN 10 VALUE "MAL ADI.............:".
           02 LINE 7 COLUMN 10 VALUE "TUR {G:GUBRE I:ILAC}:".
           02 LINE 8 COLUMN 10 VALUE "BIRIM {KG/LT/ADET}..:".
           02 LINE 9 COLUMN 10 VALUE "BIRIM SATIS FIATI...:".
           02 LINE 10 COLUMN 10 VALUE "ELDEKI STOK.........:".
           02 LINE 5 COLUMN 33 PIC X(6) FROM GM-KOD.
           02 LINE 6 COLUMN 33 PIC X(20) USING GM-ADI.
           02 LINE 7 COLUMN 33 PIC X USING GM-TUR.
           02 LINE 8 COLUMN 33 PIC X(5) USING GM-BIRIM.
           02 LINE 9 COLUMN 33 PIC 9(7) USING GM-FIAT.
           02 LINE 10 COLUMN 33 PIC Z,ZZZ,ZZ9- FROM GM-STOK.
       01 STOK-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "DEPOYA GIRDI STOK GIRISI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 6 COLUMN 10 VALUE "MAL KODU............:".
           02 LINE 7 COLUMN 10 VALUE "GELEN MIKTAR........:".
           02 LINE 8 COLUMN 10 VALUE "IRSALIYE / ACIKLAMA.:".
           02 LINE 5 COLUMN 33 PIC 9(8) USING GH-TARIH.
           02 LINE 6 COLUMN 33 PIC X(6) USING GH-MALKOD.
           02 LINE 7 COLUMN 33 PIC 9(7) USING GH-MIKTAR.
           02 LINE 8 COLUMN 33 PIC X(20) USING GH-ACIKLAMA.
       01 SATIS-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "UYEYE VERESIYE GIRDI SATISI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 6 COLUMN 10 VALUE "UYE NO..............:".
           02 LINE 7 COLUMN 10 VALUE "MAL KODU............:".
           02 LINE 8 COLUMN 10 VALUE "MIKTAR..............:".
           02 LINE 9 COLUMN 10 VALUE "ACIKLAMA............:".
           02 LINE 5 COLUMN 33 PIC 9(8) USING GH-TARIH.
           02 LINE 6 COLUMN 33 PIC 9(4) USING GH-UYENO.
           02 LINE 7 COLUMN 33 PIC X(6) USING GH-MALKOD.
           02 LINE 8 COLUMN 33 PIC 9(7) USING GH-MIKTAR.
           02 LINE 9 COLUMN 33 PIC X(20) USING GH-ACIKLAMA.
       01 TAHSIL-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "GIRDI BORCU NAKIT TAHSILATI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 6 COLUMN 10 VALUE "UYE NO..............:".
           02 LINE 7 COLUMN 10 VALUE "TAHSIL EDILEN TUTAR.:".
           02 LINE 8 COLUMN 10 VALUE "MAKBUZ / ACIKLAMA...:".
           02 LINE 5 COLUMN 33 PIC 9(8) USING GH-TARIH.
           02 LINE 6 COLUMN 33 PIC 9(4) USING GH-UYENO.
           02 LINE 7 COLUMN 33 PIC 9(11) USING GH-TUTAR.
           02 LINE 8 COLUMN 33 PIC X(20) USING GH-ACIKLAMA.
       01 IADE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "UYEDEN GIRDI IADESI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 6 COLUMN 10 VALUE "UYE NO..............:".
           02 LINE 7 COLUMN 10 VALUE "MAL KODU............:".
           02 LINE 8 COLUMN 10 VALUE "IADE MIKTARI........:".
           02 LINE 9 COLUMN 10 VALUE "ACIKLAMA............:".
           02 LINE 5 COLUMN 33 PIC 9(8) USING GH-TARIH.
           02 LINE 6 COLUMN 33 PIC 9(4) USING GH-UYENO.
           02 LINE 7 COLUMN 33 PIC X(6) USING GH-MALKOD.
           02 LINE 8 COLUMN 33 PIC 9(7) USING GH-MIKTAR.
           02 LINE 9 COLUMN 33 PIC X(20) USING GH-ACIKLAMA.
       PROCEDURE DIVISION.
       BASLA.
           IF MENU-GIRIS = "MENU" GO B-DOSYA.
           MOVE SPACES TO SIFRE.
           DISPLAY SIFRE-EKRANI.
           ACCEPT SIFRE-EKRANI ON ESCAPE GO G-SON.
           IF SIFRE NOT = "GIRDI"
              DISPLAY (24 1) "SIFRE YANLIS {ENT BAS}"
              ACCEPT CEVAP GO G-SON.
       B-DOSYA. OPEN I-O GRMAL.
           IF GM-DST = "35" OPEN OUTPUT GRMAL CLOSE GRMAL
              OPEN I-O GRMAL.
           IF GM-DST NOT = "00"
              DISPLAY (24 1) "GRMAL.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO G-SON.
           CLOSE GRMAL.
           OPEN I-O GRHAR.
           IF GH-DST = "35" OPEN OUTPUT GRHAR CLOSE GRHAR
              OPEN I-O GRHAR.
           IF GH-DST NOT = "00"
              DISPLAY (24 1) "GRHAR.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO G-SON.
           CLOSE GRHAR.
       ANA. MOVE 0 TO SEC.
           ACCEPT GR-BUGUN FROM DATE YYYYMMDD.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO G-SON.
           IF SEC = 0 GO G-SON.
           IF SEC = 1 PERFORM MAL-TANIMI
           ELSE IF SEC = 2 PERFORM STOK-GIRISI
           ELSE IF SEC = 3 PERFORM VERESIYE-SATIS
           ELSE IF SEC = 4 PERFORM NAKIT-TAHSILAT
           ELSE IF SEC = 5 PERFORM UYE-IADE
           ELSE IF SEC = 6 PERFORM UYE-EKSTRE
           ELSE IF SEC = 7 PERFORM BORC-LISTESI
           ELSE IF SEC = 8 PERFORM STOK-LISTESI
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       G-SON. DISPLAY (1 1) ERASE. GOBACK.
      *
      * MAL TANIMI: KOD SORULUR, VARSA KAYIT EKRANA GELIR. STOK BU
      * EKRANDAN DEGISMEZ; SADECE STOK GIRISI, SATIS VE IADE OYNATIR.
      *
       MAL-TANIMI SECTION.
       MT-BAS. OPEN I-O GRMAL.
       MT-GIR. MOVE SPACES TO GM-KOD.
           DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "MAL KODU (BOS = CIKIS):".
           ACCEPT (4 34) GM-KOD.
           IF GM-KOD = SPACES GO MT-SON.
           MOVE SPACES TO GM-ADI GM-TUR GM-BIRIM.
           MOVE 0 TO GM-FIAT GM-STOK.
           READ GRMAL INVALID KEY CONTINUE.
           DISPLAY MAL-EKRANI.
           DISPLAY (23 1) "MEVCUT KAYIT VARSA DEGERLERI EKRANDADIR".
           DISPLAY (24 1) "ESC TUSU ILE KOD SORUSUNA DONERSINIZ".
           ACCEPT MAL-EKRANI ON ESCAPE GO MT-GIR.
           IF GM-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL ADI BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO MT-GIR.
           IF NOT GM-GUBRE AND NOT GM-ILAC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUR G VEYA I OLMALI {ENT BAS}" ACCEPT CEVAP GO MT-GIR.
           IF GM-FIAT = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FIAT SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO MT-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO MT-GIR.
           WRITE GRMAL-KAYDI INVALID KEY REWRITE GRMAL-KAYDI.
           GO MT-GIR.
       MT-SON. CLOSE GRMAL.
      *
      * DEPOYA GELEN MAL: STOK ARTAR, HAREKET UYE NO 0000 ALTINDA
      * "G" OLARAK YAZILIR (HICBIR UYENIN BORCUNA GIRMEZ).
      *
       STOK-GIRISI SECTION.
       SG-BAS. OPEN I-O GRMAL GRHAR.
       SG-GIR. MOVE GR-BUGUN TO GH-TARIH.
           MOVE 0 TO GH-UYENO GH-SIRA GH-MIKTAR GH-FIAT GH-TUTAR
              GH-PARTI.
           MOVE SPACES TO GH-MALKOD GH-ACIKLAMA GH-DONEM.
           DISPLAY STOK-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT STOK-EKRANI ON ESCAPE GO SG-SON.
           MOVE GH-MALKOD TO GM-KOD.
           READ GRMAL INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KODU TANIMLI DEGIL {ENT BAS}" ACCEPT CEVAP
              GO SG-GIR.
           DISPLAY (6 42) GM-ADI.
           IF GH-MIKTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MIKTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO SG-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO SG-GIR.
           ADD GH-MIKTAR TO GM-STOK.
           REWRITE GRMAL-KAYDI.
           MOVE "G" TO GH-TIP.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE GRHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           GO SG-GIR.
       SG-SON. CLOSE GRMAL GRHAR.
      *
      * VERESIYE SATIS: UYE ORTAK.DAT'TA ARANIR, TUTAR MALIN GUNCEL
      * FIATIYLA HESAPLANIR, STOK DUSER VE UYENIN GIRDI BORCU ARTAR.
      * ELDEKI STOKTAN FAZLASI SATILAMAZ.
      *
       VERESIYE-SATIS SECTION.
       VS-BAS. OPEN I-O GRMAL GRHAR.
       VS-GIR. MOVE GR-BUGUN TO GH-TARIH.
           MOVE 0 TO GH-UYENO GH-SIRA GH-MIKTAR GH-FIAT GH-TUTAR
              GH-PARTI.
           MOVE SPACES TO GH-MALKOD GH-ACIKLAMA GH-DONEM.
           DISPLAY SATIS-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT SATIS-EKRANI ON ESCAPE GO VS-SON.
           PERFORM UYE-BUL THRU UYE-BUL-SON.
           DISPLAY (6 42) GR-ADI.
           IF GR-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO VS-GIR.
           MOVE GH-MALKOD TO GM-KOD.
           READ GRMAL INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KODU TANIMLI DEGIL {ENT BAS}" ACCEPT CEVAP
              GO VS-GIR.
           DISPLAY (7 42) GM-ADI.
           IF GH-MIKTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MIKTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO VS-GIR.
           IF GH-MIKTAR > GM-STOK
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEPODA YETERLI STOK YOK {ENT BAS}" ACCEPT CEVAP
              GO VS-GIR.
           MOVE GM-FIAT TO GH-FIAT.
           COMPUTE GH-TUTAR = GH-MIKTAR * GM-FIAT.
           PERFORM BORC-BUL THRU BORC-BUL-SON.
           COMPUTE GR-YBORC = GR-BORC + GH-TUTAR.
           DISPLAY (12 10) "SATIS TUTARI........:".
           MOVE GH-TUTAR TO GR-D-TUTAR. DISPLAY (12 33) GR-D-TUTAR.
           DISPLAY (13 10) "ONCEKI GIRDI BORCU..:".
           MOVE GR-BORC TO GR-D-BORC. DISPLAY (13 33) GR-D-BORC.
           DISPLAY (14 10) "YENI GIRDI BORCU....:".
           MOVE GR-YBORC TO GR-D-BORC. DISPLAY (14 33) GR-D-BORC.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO VS-GIR.
           SUBTRACT GH-MIKTAR FROM GM-STOK.
           REWRITE GRMAL-KAYDI.
           MOVE "S" TO GH-TIP.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE GRHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           GO VS-GIR.
       VS-SON. CLOSE GRMAL GRHAR.
      *
      * NAKIT TAHSILAT: UYE BORCUNU ZEYTIN ODEMESINI BEKLEMEDEN
      * KAPATIRSA. BORCTAN FAZLA TAHSILAT ALINMAZ.
      *
       NAKIT-TAHSILAT SECTION.
       NT-BAS. OPEN I-O GRHAR.
       NT-GIR. MOVE GR-BUGUN TO GH-TARIH.
           MOVE 0 TO GH-UYENO GH-SIRA GH-MIKTAR GH-FIAT GH-TUTAR
              GH-PARTI.
           MOVE SPACES TO GH-MALKOD GH-ACIKLAMA GH-DONEM.
           DISPLAY TAHSIL-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT TAHSIL-EKRANI ON ESCAPE GO NT-SON.
           PERFORM UYE-BUL THRU UYE-BUL-SON.
           DISPLAY (6 42) GR-ADI.
           IF GR-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO NT-GIR.
           IF GH-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO NT-GIR.
           PERFORM BORC-BUL THRU BORC-BUL-SON.
           DISPLAY (13 10) "GIRDI BORCU.........:".
           MOVE GR-BORC TO GR-D-BORC. DISPLAY (13 33) GR-D-BORC.
           IF GH-TUTAR > GR-BORC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAHSILAT BORCTAN BUYUK OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO NT-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO NT-GIR.
           MOVE "T" TO GH-TIP.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE GRHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           GO NT-GIR.
       NT-SON. CLOSE GRHAR.
      *
      * IADE: KULLANILMAYAN MAL DEPOYA GERI ALINIR, STOK ARTAR VE
      * MALIN GUNCEL FIATI KADAR BORC DUSER. IADE BORCU ASAMAZ.
      *
       UYE-IADE SECTION.
       UI-BAS. OPEN I-O GRMAL GRHAR.
       UI-GIR. MOVE GR-BUGUN TO GH-TARIH.
           MOVE 0 TO GH-UYENO GH-SIRA GH-MIKTAR GH-FIAT GH-TUTAR
              GH-PARTI.
           MOVE SPACES TO GH-MALKOD GH-ACIKLAMA GH-DONEM.
           DISPLAY IADE-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT IADE-EKRANI ON ESCAPE GO UI-SON.
           PERFORM UYE-BUL THRU UYE-BUL-SON.
           DISPLAY (6 42) GR-ADI.
           IF GR-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO UI-GIR.
           MOVE GH-MALKOD TO GM-KOD.
           READ GRMAL INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KODU TANIMLI DEGIL {ENT BAS}" ACCEPT CEVAP
              GO UI-GIR.
           DISPLAY (7 42) GM-ADI.
           IF GH-MIKTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MIKTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO UI-GIR.
           MOVE GM-FIAT TO GH-FIAT.
           COMPUTE GH-TUTAR = GH-MIKTAR * GM-FIAT.
           PERFORM BORC-BUL THRU BORC-BUL-SON.
           DISPLAY (12 10) "IADE TUTARI.........:".
           MOVE GH-TUTAR TO GR-D-TUTAR. DISPLAY (12 33) GR-D-TUTAR.
           DISPLAY (13 10) "GIRDI BORCU.........:".
           MOVE GR-BORC TO GR-D-BORC. DISPLAY (13 33) GR-D-BORC.
           IF GH-TUTAR > GR-BORC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "IADE TUTARI BORCU ASIYOR {ENT BAS}"
              ACCEPT CEVAP GO UI-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO UI-GIR.
           ADD GH-MIKTAR TO GM-STOK.
           REWRITE GRMAL-KAYDI.
           MOVE "I" TO GH-TIP.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE GRHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           GO UI-GIR.
       UI-SON. CLOSE GRMAL GRHAR.
      *
      * UYE HESAP EKSTRESI: UYENIN BUTUN GIRDI HAREKETLERI TARIH
      * SIRASIYLA, YURUYEN BAKIYE ILE YAZICIYA DOKULUR.
      *
       UYE-EKSTRE SECTION.
       UE-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (3 10) "UYE GIRDI HESAP EKSTRESI".
           DISPLAY (6 10) "UYE NO (0 = CIKIS):".
           MOVE 0 TO GR-UYENO.
           ACCEPT (6 30) GR-UYENO.
           IF GR-UYENO = 0 GO UE-CIK.
           MOVE GR-UYENO TO GH-UYENO.
           PERFORM UYE-BUL THRU UYE-BUL-SON.
           IF GR-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO UE-CIK.
           OPEN INPUT GRHAR.
           PERFORM YAZICI-AC.
           MOVE GR-UYENO TO GE-B-UYENO. MOVE GR-ADI TO GE-B-ADI.
           WRITE YAZ FROM GE1 AFTER 2.
           WRITE YAZ FROM GE2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO GR-BORC GR-SATIS GR-TAHSIL.
           MOVE GR-UYENO TO GH-UYENO. MOVE 0 TO GH-TARIH GH-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO UE-TOP.
       UE-OKU. READ GRHAR NEXT AT END GO UE-TOP.
           IF GH-UYENO NOT = GR-UYENO GO UE-TOP.
           MOVE GH-TARIH TO GE-D-TARIH.
           MOVE GH-MALKOD TO GE-D-MAL.
           MOVE GH-MIKTAR TO GE-D-MIKTAR.
           MOVE 0 TO GE-D-BORC GE-D-ALACAK.
           IF GH-SATIS
              MOVE "SATIS" TO GE-D-ISLEM
              MOVE GH-TUTAR TO GE-D-BORC
              ADD GH-TUTAR TO GR-BORC GR-SATIS
           ELSE
              MOVE "MAHSUP" TO GE-D-ISLEM
              IF GH-TAHSIL MOVE "TAHSILAT" TO GE-D-ISLEM END-IF
              IF GH-IADE MOVE "IADE" TO GE-D-ISLEM END-IF
              MOVE GH-TUTAR TO GE-D-ALACAK
              SUBTRACT GH-TUTAR FROM GR-BORC
              ADD GH-TUTAR TO GR-TAHSIL.
           MOVE GR-BORC TO GE-D-BAKIYE.
           WRITE YAZ FROM GE3.
           GO UE-OKU.
       UE-TOP. WRITE YAZ FROM CIZGI.
           MOVE GR-SATIS TO GE-T-BORC.
           MOVE GR-TAHSIL TO GE-T-ALACAK.
           MOVE GR-BORC TO GE-T-BAKIYE.
           WRITE YAZ FROM GE4.
           CLOSE GRHAR YAZICI.
           DISPLAY (20 10) "EKSTRE YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       UE-CIK. EXIT.
      *
      * UYE BORC LISTESI: GRHAR UYE SIRASIYLA TARANIR, BAKIYESI
      * SIFIR OLMAYAN UYELER LISTELENIR. GENEL TOPLAMDA BORCU
      * KAPANMIS UYELERIN HAREKETLERI DE VARDIR; SATIS - TAHSILAT/
      * IADE - MAHSUP = ACIK BORC TOPLAMI DEFTERIN SAGLAMASIDIR.
      *
       BORC-LISTESI SECTION.
       BL-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT GRHAR.
           PERFORM YAZICI-AC.
           MOVE GR-BUGUN TO GL-B-TARIH.
           WRITE YAZ FROM GL1 AFTER 2.
           WRITE YAZ FROM GL2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO GR-GSATIS GR-GTAHSIL GR-GMAHSUP GR-GBORC GR-SAYI.
           MOVE 0 TO GR-SATIS GR-TAHSIL GR-MAHSUP.
           MOVE "Y" TO GR-ILK.
           MOVE 1 TO GH-UYENO. MOVE 0 TO GH-TARIH GH-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO BL-TOPLAM.
       BL-OKU. READ GRHAR NEXT AT END GO BL-BIT.
           IF GR-ILK = "Y" MOVE GH-UYENO TO GR-UYENO
              MOVE "N" TO GR-ILK.
           IF GH-UYENO NOT = GR-UYENO
              PERFORM BL-SATIR THRU BL-SATIR-SON
              MOVE GH-UYENO TO GR-UYENO
              MOVE 0 TO GR-SATIS GR-TAHSIL GR-MAHSUP.
           IF GH-SATIS ADD GH-TUTAR TO GR-SATIS
           ELSE IF GH-MAHSUP ADD GH-TUTAR TO GR-MAHSUP
           ELSE ADD GH-TUTAR TO GR-TAHSIL.
           GO BL-OKU.
       BL-BIT. IF GR-ILK = "N" PERFORM BL-SATIR THRU BL-SATIR-SON.
       BL-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE GR-SAYI TO GL-T-SAYI.
           MOVE GR-GSATIS TO GL-T-SATIS.
           MOVE GR-GTAHSIL TO GL-T-TAHSIL.
           MOVE GR-GMAHSUP TO GL-T-MAHSUP.
           MOVE GR-GBORC TO GL-T-BAKIYE.
           WRITE YAZ FROM GL4.
           CLOSE GRHAR YAZICI.
           DISPLAY (20 10) "BORC LISTESI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           GO BL-CIK.
       BL-SATIR.
           ADD GR-SATIS TO GR-GSATIS. ADD GR-TAHSIL TO GR-GTAHSIL.
           ADD GR-MAHSUP TO GR-GMAHSUP.
           COMPUTE GR-BORC = GR-SATIS - GR-TAHSIL - GR-MAHSUP.
           ADD GR-BORC TO GR-GBORC.
           IF GR-BORC = 0 GO BL-SATIR-SON.
           MOVE GRHAR-KAYDI TO GR-SAKLA.
           MOVE GR-UYENO TO GH-UYENO.
           PERFORM UYE-BUL THRU UYE-BUL-SON.
           MOVE GR-SAKLA TO GRHAR-KAYDI.
           MOVE GR-UYENO TO GL-D-UYENO.
           MOVE GR-ADI TO GL-D-ADI.
           MOVE GR-SATIS TO GL-D-SATIS.
           MOVE GR-TAHSIL TO GL-D-TAHSIL.
           MOVE GR-MAHSUP TO GL-D-MAHSUP.
           MOVE GR-BORC TO GL-D-BAKIYE.
           WRITE YAZ FROM GL3.
           ADD 1 TO GR-SAYI.
       BL-SATIR-SON. EXIT.
       BL-CIK. EXIT.
      *
      * DEPO STOK LISTESI: HER MALIN ELDEKI MIKTARI VE GUNCEL SATIS
      * FIATIYLA DEGERI.
      *
       STOK-LISTESI SECTION.
       SL-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT GRMAL.
           PERFORM YAZICI-AC.
           MOVE GR-BUGUN TO GS-B-TARIH.
           WRITE YAZ FROM GS1 AFTER 2.
           WRITE YAZ FROM GS2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO GR-SAYI GR-GDEGER.
           MOVE SPACES TO GM-KOD.
           START GRMAL KEY NOT LESS THAN GM-KOD INVALID KEY
              GO SL-TOP.
       SL-OKU. READ GRMAL NEXT AT END GO SL-TOP.
           COMPUTE GR-DEGER = GM-STOK * GM-FIAT.
           ADD GR-DEGER TO GR-GDEGER.
           ADD 1 TO GR-SAYI.
           MOVE GM-KOD TO GS-D-KOD. MOVE GM-ADI TO GS-D-ADI.
           MOVE GM-TUR TO GS-D-TUR. MOVE GM-BIRIM TO GS-D-BIRIM.
           MOVE GM-FIAT TO GS-D-FIAT. MOVE GM-STOK TO GS-D-STOK.
           MOVE GR-DEGER TO GS-D-DEGER.
           WRITE YAZ FROM GS3.
           GO SL-OKU.
       SL-TOP. WRITE YAZ FROM CIZGI.
           MOVE GR-SAYI TO GS-T-SAYI. MOVE GR-GDEGER TO GS-T-DEGER.
           WRITE YAZ FROM GS4.
           CLOSE GRMAL YAZICI.
           DISPLAY (20 10) "STOK LISTESI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       SL-CIK. EXIT.
      *
      * ORTAK YARDIMCILAR: UYE ADI, UYENIN GIRDI BORCU VE YENI
      * HAREKETIN SIRA NUMARASI.
      *
       YARDIMCI SECTION.
      * UYE NO ORTAK.DAT ANAHTARINA (SOLA YASLI NUMARA) CEVRILIR.
       UYE-BUL.
           MOVE SPACES TO GR-ADI.
           MOVE GH-UYENO TO GR-UYE-KOD-ED. MOVE SPACES TO GR-UYE-KOD.
           IF GH-UYENO < 10
              MOVE GR-UYE-KOD-ED (4:1) TO GR-UYE-KOD (1:1)
           ELSE IF GH-UYENO < 100
              MOVE GR-UYE-KOD-ED (3:2) TO GR-UYE-KOD (1:2)
           ELSE IF GH-UYENO < 1000
              MOVE GR-UYE-KOD-ED (2:3) TO GR-UYE-KOD (1:3)
           ELSE
              MOVE GR-UYE-KOD-ED (1:4) TO GR-UYE-KOD (1:4).
           IF GH-UYENO = 0 GO UYE-BUL-SON.
           OPEN INPUT ORTAK.
           IF OR-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTAK.DAT ACILAMADI, DUZELT ILE ONARIN"
              GO UYE-BUL-KAPAT.
           MOVE GR-UYE-KOD TO ORT-KOD.
           READ ORTAK INVALID KEY GO UYE-BUL-KAPAT.
           MOVE ORT-ADI TO GR-ADI.
       UYE-BUL-KAPAT.
           CLOSE ORTAK.
       UYE-BUL-SON. EXIT.
      * UYENIN GIRDI BORCU: SATISLAR EKSI TAHSILAT, IADE VE MAHSUP.
      * EKRANDAKI HAREKET KAYDI BOZULMASIN DIYE SAKLANIP GERI KONUR.
       BORC-BUL.
           MOVE GRHAR-KAYDI TO GR-SAKLA.
           MOVE GH-UYENO TO GR-UYENO.
           MOVE 0 TO GR-BORC.
           MOVE 0 TO GH-TARIH GH-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO BORC-BUL-DON.
       BB-OKU. READ GRHAR NEXT AT END GO BORC-BUL-DON.
           IF GH-UYENO NOT = GR-UYENO GO BORC-BUL-DON.
           IF GH-SATIS ADD GH-TUTAR TO GR-BORC
           ELSE SUBTRACT GH-TUTAR FROM GR-BORC.
           GO BB-OKU.
       BORC-BUL-DON.
           MOVE GR-SAKLA TO GRHAR-KAYDI.
       BORC-BUL-SON. EXIT.
      * AYNI UYE VE GUN ICIN EN BUYUK SIRA + 1.
       SIRA-BUL.
           MOVE GRHAR-KAYDI TO GR-SAKLA.
           MOVE 0 TO GR-YENI-SIRA GH-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO SIRA-BUL-DON.
       SRB-OKU. READ GRHAR NEXT AT END GO SIRA-BUL-DON.
           IF GH-KOD (1:12) NOT = GR-SAKLA (1:12) GO SIRA-BUL-DON.
           IF GH-SIRA > GR-YENI-SIRA MOVE GH-SIRA TO GR-YENI-SIRA.
           GO SRB-OKU.
       SIRA-BUL-DON.
           MOVE GR-SAKLA TO GRHAR-KAYDI.
           ADD 1 TO GR-YENI-SIRA.
           MOVE GR-YENI-SIRA TO GH-SIRA.
       SIRA-BUL-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
      * OLDURMEZ, AYNI IS KUYRUKTAN YENIDEN BASILIR.
       YAZICI-AC SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
