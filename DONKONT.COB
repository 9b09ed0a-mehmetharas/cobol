      * DONEM KILIDI DENETCISI. KAYIT EKLEYEN, DEGISTIREN YA DA
      * IPTAL EDEN PROGRAM ISLEMIN TARIHINI (YYYYAAGG) VERIR; O AYIN
      * DONKIL.DAT'TA KILITLI OLUP OLMADIGI "E"/"H" OLARAK DONER.
      * KILITLER ANAMENU'DEN YONETICI TARAFINDAN KONUR VE ACILIR.
      * KUTUK YOKSA YA DA AY TANIMSIZSA DONEM ACIK SAYILIR.
      * KILITLER SIRKET BASINADIR: KUTUK ANAMENU'DE SECILEN SIRKETIN
      * DIZININDEN OKUNUR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONKONT.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONKIL ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DKL-DONEM
           SHARING WITH ALL OTHER
           FILE STATUS DKL-DST.
       DATA DIVISION.
       FILE SECTION.
      * DONKIL.DAT - MUHASEBE DONEM KILITLERI. AY BASINA BIR KAYIT
      * (YYYYAA); DURUM K KILITLI, A YENIDEN ACILMIS. SON ISLEMIN
      * TARIHI VE YAPAN YONETICI KAYITTA DURUR, TUM GECMIS DONLOG'DA.
       FD DONKIL LABEL RECORD STANDARD VALUE OF FILE-ID SD-DONKIL.
       01 DONKIL-KAYDI.
           02 DKL-DONEM PIC 9(6).
           02 DKL-DURUM PIC X.
              88 DKL-KILITLI VALUE "K".
           02 DKL-TARIH PIC 9(8).
           02 DKL-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       77 DKL-DST PIC XX VALUE SPACES.
       77 SD-DONKIL PIC X(52) VALUE "DONKIL.DAT".
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-SIRKET-DIZIN PIC X(40) EXTERNAL.
       LINKAGE SECTION.
       01 LNK-TARIH PIC 9(8).
       01 LNK-KILIT PIC X.
       PROCEDURE DIVISION USING LNK-TARIH LNK-KILIT.
       BASLA. MOVE "H" TO LNK-KILIT.
           IF MENU-GIRIS NOT = "MENU"
              MOVE SPACES TO MENU-SIRKET-DIZIN.
           MOVE SPACES TO SD-DONKIL.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "DONKIL.DAT" DELIMITED BY SIZE INTO SD-DONKIL.
           OPEN INPUT DONKIL.
           IF DKL-DST NOT = "00" GOBACK.
           MOVE LNK-TARIH (1:6) TO DKL-DONEM.
           READ DONKIL INVALID KEY CLOSE DONKIL GOBACK.
           IF DKL-KILITLI MOVE "E" TO LNK-KILIT.
           CLOSE DONKIL.
           GOBACK.
