      * BIR KEREYE MAHSUS DOSYA DUZENI DONUSUMU (BESINCI SURUM).
      * BU SURUMLE BIRLIKTE OPERTAB.DAT KAYDI SIRKET BASINA YETKI
      * TABLOSUNU KAZANDI: ANA SIRKET DISINDAKI DORT SIRKET ICIN KOD
      * VE MUHASEBE, CEK/SENET, KASA BAYRAKLARI. IKINCI YEDEK BAYRAK
      * KASA DEFTERI YETKISI OLDU; KASA ONCEDEN MENUSUZ CALISTIGINDAN
      * KIMSE ERISIMINI YITIRMESIN DIYE BM4 YETKISI OLANA KASA
      * YETKISI DE ACILIR. DONUSUM4'TEKI DUZEN AYNEN KORUNDU: ESKI
      * DUZENDEKI DOSYA ONCE .ES5 ADIYLA SAKLANIR, SONRA KAYITLAR
      * YENI DUZENE YUKLENIR; SIRKET TABLOSU BOS ACILIR. .ES5
      * KOPYASI OLAN DOSYA ATLANIR, IKINCI KEZ CALISTIRMAK ZARAR
      * VERMEZ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONUSUM5.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOPERTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY EOPERTAB-KEY
           FILE STATUS ESKI-DST.
           SELECT NOPERTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NOPERTAB-KEY
           FILE STATUS YENI-DST.
       DATA DIVISION.
       FILE SECTION.
       FD EOPERTAB LABEL RECORD STANDARD
           VALUE OF FILE-ID "OPERTAB.ES5".
       01 EOPERTAB-KAYDI.
           02 EOPERTAB-KEY PIC X(10).
           02 EOPERTAB-GOVDE PIC X(60).
       FD NOPERTAB LABEL RECORD STANDARD
           VALUE OF FILE-ID "OPERTAB.DAT".
       01 NOPERTAB-KAYDI.
           02 NOPERTAB-KEY PIC X(10).
           02 NOPERTAB-GOVDE PIC X(60).
           02 NOPERTAB-SIRKETLER PIC X(20).
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
           02 LINE 3 COLUMN 11 VALUE "ESKI DUZEN DOSYA DONUSUMU (5)".
           02 LINE 5 COLUMN 11 VALUE "1. OPERTAB.DAT".
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
              PERFORM CEVIR-OPERTAB THRU CEVIR-OPERTAB-SON.
           GO CMENU.
       C-SON. DISPLAY (1 1) ERASE. STOP RUN.
       CEVIR-OPERTAB.
           CALL "CBL_CHECK_FILE_EXIST" USING "OPERTAB.ES5" ESK-BILGI
           RETURNING VAR-DURUM.
           IF VAR-DURUM = 0
              DISPLAY (22 1) ERASE
              DISPLAY (22 11)
              "OPERTAB.ES5 VAR: DONUSUM ZATEN YAPILMIS, ATLANDI"
              DISPLAY (23 11) "ENT BAS" ACCEPT CEVAP
              GO CEVIR-OPERTAB-SON.
           CALL "CBL_COPY_FILE" USING "OPERTAB.DAT" "OPERTAB.ES5"
           RETURNING KOP-DURUM.
           IF KOP-DURUM NOT = 0
              DISPLAY (22 11) "OPERTAB.DAT KOPYALANAMADI ENT BAS"
              ACCEPT CEVAP GO CEVIR-OPERTAB-SON.
           OPEN INPUT EOPERTAB.
           IF ESKI-DST NOT = "00"
              DISPLAY (22 11)
              "OPERTAB.DAT ESKI DUZENDE ACILMADI, ATLANDI ENT BAS"
              ACCEPT CEVAP GO CEVIR-OPERTAB-SON.
           OPEN OUTPUT NOPERTAB.
           MOVE 0 TO CEV-SAYI.
       CV-OPERTAB-OKU.
           READ EOPERTAB NEXT AT END GO CV-OPERTAB-BIT.
           MOVE EOPERTAB-KEY TO NOPERTAB-KEY.
           MOVE EOPERTAB-GOVDE TO NOPERTAB-GOVDE.
      * GOVDEDE 34. BAYT BM4, 59. BAYT ESKI IKINCI YEDEK (KASA).
           MOVE EOPERTAB-GOVDE (34:1) TO NOPERTAB-GOVDE (59:1).
           MOVE SPACES TO NOPERTAB-SIRKETLER.
           WRITE NOPERTAB-KAYDI INVALID KEY CONTINUE.
           IF YENI-DST = "00" ADD 1 TO CEV-SAYI.
           GO CV-OPERTAB-OKU.
       CV-OPERTAB-BIT.
           CLOSE EOPERTAB NOPERTAB.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 11) "OPERTAB.DAT CEVRILDI, KAYIT:".
           DISPLAY (22 40) CEV-SAYI.
           DISPLAY (23 11) "ENT BAS". ACCEPT CEVAP.
       CEVIR-OPERTAB-SON. EXIT.
