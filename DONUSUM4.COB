      * BIR KEREYE MAHSUS DOSYA DUZENI DONUSUMU (DORDUNCU SURUM).
      * BU SURUMLE BIRLIKTE KITAP.DOS KAYDI SATIN ALMA BILGISINI
      * KAZANDI: ALIS BEDELI, ALIS TARIHI VE GELDIGI SIPARIS (ONERI)
      * NUMARASI. DONUSUM3'TEKI DUZEN AYNEN KORUNDU: ESKI DUZENDEKI
      * DOSYA ONCE .ES4 ADIYLA SAKLANIR, SONRA KAYITLAR YENI DUZENE
      * YUKLENIR; YENI ALANLAR SIFIR ACILIR (BAGIS VE ESKI KAYITLAR).
      * .ES4 KOPYASI OLAN DOSYA ATLANIR, IKINCI KEZ CALISTIRMAK
      * ZARAR VERMEZ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONUSUM4.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EKITAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY EKITAP-KEY
           FILE STATUS ESKI-DST.
           SELECT NKITAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NKITAP-KEY
           FILE STATUS YENI-DST.
       DATA DIVISION.
       FILE SECTION.
       FD EKITAP LABEL RECORD STANDARD
           VALUE OF FILE-ID "KITAP.ES4".
       01 EKITAP-KAYDI.
           02 EKITAP-KEY PIC X(6).
           02 EKITAP-GOVDE PIC X(85).
       FD NKITAP LABEL RECORD STANDARD
           VALUE OF FILE-ID "KITAP.DOS".
       01 NKITAP-KAYDI.
           02 NKITAP-KEY PIC X(6).
           02 NKITAP-GOVDE PIC X(85).
           02 NKITAP-BEDEL PIC 9(9).
           02 NKITAP-TARIH PIC 9(8).
           02 NKITAP-SIPARIS PIC 9(6).
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
           02 LINE 3 COLUMN 11 VALUE "ESKI DUZEN DOSYA DONUSUMU (4)".
           02 LINE 5 COLUMN 11 VALUE "1. KITAP.DOS".
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
              PERFORM CEVIR-KITAP THRU CEVIR-KITAP-SON.
           GO CMENU.
       C-SON. DISPLAY (1 1) ERASE. STOP RUN.
       CEVIR-KITAP.
           CALL "CBL_CHECK_FILE_EXIST" USING "KITAP.ES4" ESK-BILGI
           RETURNING VAR-DURUM.
           IF VAR-DURUM = 0
              DISPLAY (22 1) ERASE
              DISPLAY (22 11)
              "KITAP.ES4 VAR: DONUSUM ZATEN YAPILMIS, ATLANDI"
              DISPLAY (23 11) "ENT BAS" ACCEPT CEVAP
              GO CEVIR-KITAP-SON.
           CALL "CBL_COPY_FILE" USING "KITAP.DOS" "KITAP.ES4"
           RETURNING KOP-DURUM.
           IF KOP-DURUM NOT = 0
              DISPLAY (22 11) "KITAP.DOS KOPYALANAMADI ENT BAS"
              ACCEPT CEVAP GO CEVIR-KITAP-SON.
           OPEN INPUT EKITAP.
           IF ESKI-DST NOT = "00"
              DISPLAY (22 11)
              "KITAP.DOS ESKI DUZENDE ACILMADI, ATLANDI ENT BAS"
              ACCEPT CEVAP GO CEVIR-KITAP-SON.
           OPEN OUTPUT NKITAP.
           MOVE 0 TO CEV-SAYI.
       CV-KITAP-OKU.
           READ EKITAP NEXT AT END GO CV-KITAP-BIT.
           MOVE EKITAP-KEY TO NKITAP-KEY.
           MOVE EKITAP-GOVDE TO NKITAP-GOVDE.
           MOVE 0 TO NKITAP-BEDEL NKITAP-TARIH NKITAP-SIPARIS.
           WRITE NKITAP-KAYDI INVALID KEY CONTINUE.
           IF YENI-DST = "00" ADD 1 TO CEV-SAYI.
           GO CV-KITAP-OKU.
       CV-KITAP-BIT.
           CLOSE EKITAP NKITAP.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 11) "KITAP.DOS CEVRILDI, KAYIT:".
           DISPLAY (22 40) CEV-SAYI.
           DISPLAY (23 11) "ENT BAS". ACCEPT CEVAP.
       CEVIR-KITAP-SON. EXIT.
