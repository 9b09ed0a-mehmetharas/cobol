      * BIR KEREYE MAHSUS DOSYA DUZENI DONUSUMU (UCUNCU SURUM).
      * BU SURUMLE BIRLIKTE KESINTI.DAT KAYDI LABORATUVAR ANALIZINDAN
      * GELEN KALITE KESINTISI TUTARINI KAZANDI. DONUSUM VE DONUSUM2
      * DEKI DUZEN AYNEN KORUNDU: ESKI DUZENDEKI DOSYA ONCE .ES3
      * ADIYLA SAKLANIR, SONRA KAYITLAR YENI DUZENE YUKLENIR; YENI
      * ALANLAR SIFIR/BOS ACILIR. .ES3 KOPYASI OLAN DOSYA ATLANIR,
      * IKINCI KEZ CALISTIRMAK ZARAR VERMEZ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONUSUM3.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EKESINTI ASSIGN TO DISK
           FILE STATUS ESKI-DST.
           SELECT NKESINTI ASSIGN TO DISK
           FILE STATUS YENI-DST.
       DATA DIVISION.
       FILE SECTION.
       FD EKESINTI LABEL RECORD STANDARD VALUE OF FILE-ID "KESINTI.ES3".
       01 EKESINTI-KAYDI.
           02 EKESINTI-GOVDE PIC X(50).
       FD NKESINTI LABEL RECORD STANDARD VALUE OF FILE-ID "KESINTI.DAT".
       01 NKESINTI-KAYDI.
           02 NKESINTI-GOVDE PIC X(50).
           02 NKESINTI-E-KALITE PIC 9(11).
       WORKING-STORAGE SECTION.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 99 VALUE 0.
       77 ESKI-DST PIC XX VALUE SPACES.
       77 YENI-DST PIC XX VALUE SPACES.
       77 CEV-SAYI PIC 9(7) VALUE 0.
       77 KOP-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 VAR-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 ESK-BILGI PIC X(64) VALUE SPACES.
       SCREEN SECTION.
       01 SIF-EKRANI.
           02 LINE 18 COLUMN 11 VALUE "YETKILI SIFRESINI GIRINIZ:".
           02 LINE 18 COLUMN 39 PIC X(10) USING SIFRE SECURE AUTO.
       01 MENU-EKRANI.
           02 LINE 3 COLUMN 11 VALUE "ESKI DUZEN DOSYA DONUSUMU (3)".
           02 LINE 5 COLUMN 11 VALUE "1. KESINTI.DAT".
           02 LINE 12 COLUMN 11 VALUE "99. HEPSI".
           02 LINE 13 COLUMN 11 VALUE "0. CIKIS".
           02 LINE 15 COLUMN 11 VALUE "SECIMINIZ:".
           02 LINE 15 COLUMN 22 PIC 99 USING SEC.
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
           DISPLAY SIF-EKRANI. ACCEPT SIF-EKRANI ON ESCAPE GO C-SON.
           IF SIFRE NOT = "YONETICI" DISPLAY (24 1) ERASE
           DISPLAY (24 11) "SIFRE YANLIS ENT BAS" ACCEPT CEVAP
           GO C-SON.
       CMENU. DISPLAY (1 1) ERASE. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI. ACCEPT MENU-EKRANI ON ESCAPE GO C-SON.
           IF SEC = 0 GO C-SON.
           IF SEC > 1 AND SEC NOT = 99 GO CMENU.
           IF SEC = 1 OR SEC = 99
              PERFORM CEVIR-KESINTI THRU CEVIR-KESINTI-SON.
           GO CMENU.
       C-SON. DISPLAY (1 1) ERASE. STOP RUN.
       CEVIR-KESINTI.
           CALL "CBL_CHECK_FILE_EXIST" USING "KESINTI.ES3" ESK-BILGI
           RETURNING VAR-DURUM.
           IF VAR-DURUM = 0
              DISPLAY (22 1) ERASE
              DISPLAY (22 11)
              "KESINTI.ES3 VAR: DONUSUM ZATEN YAPILMIS, ATLANDI"
              DISPLAY (23 11) "ENT BAS" ACCEPT CEVAP
              GO CEVIR-KESINTI-SON.
           CALL "CBL_COPY_FILE" USING "KESINTI.DAT" "KESINTI.ES3"
           RETURNING KOP-DURUM.
           IF KOP-DURUM NOT = 0
              DISPLAY (22 11) "KESINTI.DAT KOPYALANAMADI ENT BAS"
              ACCEPT CEVAP GO CEVIR-KESINTI-SON.
           OPEN INPUT EKESINTI.
           IF ESKI-DST NOT = "00"
              DISPLAY (22 11)
              "KESINTI.DAT ACILAMADI, ATLANDI ENT BAS"
              ACCEPT CEVAP GO CEVIR-KESINTI-SON.
           OPEN OUTPUT NKESINTI.
           MOVE 0 TO CEV-SAYI.
       CV-KESINTI-OKU.
           READ EKESINTI AT END GO CV-KESINTI-BIT.
           MOVE EKESINTI-GOVDE TO NKESINTI-GOVDE.
           MOVE 0 TO NKESINTI-E-KALITE.
           WRITE NKESINTI-KAYDI.
           ADD 1 TO CEV-SAYI.
           GO CV-KESINTI-OKU.
       CV-KESINTI-BIT.
           CLOSE EKESINTI NKESINTI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 11) "KESINTI.DAT CEVRILDI, KAYIT:".
           DISPLAY (22 40) CEV-SAYI.
           DISPLAY (23 11) "ENT BAS". ACCEPT CEVAP.
       CEVIR-KESINTI-SON. EXIT.
