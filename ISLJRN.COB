      * ISLEM JURNALI YAZICISI. P2, KONSIYE, CEKN VE KASA; BRD, BRDH,
      * ODEME, KON1, KON2, CEKN VE KASA KUTUKLERINE YAPTIKLARI HER
      * BASARILI EKLEME (E), DEGISTIRME (D) VE SILMEDE (S) KAYDIN SON
      * HALINI BURAYA VERIR. KAYIT O GUNUN JURNALINE (JRNYYYYAAGG.DAT)
      * TARIH, SAAT, PROGRAM, OPERATOR VE KUTUGUN BULUNDUGU SIRKET
      * DIZINIYLE EKLENIR; JURNAL PROGRAM DIZININDE DURUR. GERIYUK ILE
      * GECE YEDEGI YUKLENDIKTEN SONRA ILERIYUK BU JURNALLERI SECILEN
      * SAATE KADAR YEDEGIN USTUNE YENIDEN ISLER. PROGRAM ANAMENU'SUZ
      * CALISTIRILMISSA OPERATOR YERINE "MENU DISI" YAZILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISLJRN.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISLJUR ASSIGN TO DISK
           FILE STATUS IJ-DST.
       DATA DIVISION.
       FILE SECTION.
      * JRNYYYYAAGG.DAT - GUNLUK ISLEM JURNALI. YALNIZ SONUNA EKLENIR.
      * IJ-KAYIT KUTUGUN KAYIT ALANININ AYNISIDIR (EN UZUNU CEKN, 192
      * BAYT); KISA KAYITLARIN ARTANI BOSLUKTUR.
       FD ISLJUR LABEL RECORD STANDARD VALUE OF FILE-ID IJ-AD.
       01 ISLJUR-KAYDI.
           02 IJ-TARIH PIC 9(8).
           02 IJ-SAAT PIC 9(8).
           02 IJ-DIZIN PIC X(40).
           02 IJ-DOSYA PIC X(8).
           02 IJ-ISLEM PIC X.
           02 IJ-PROGRAM PIC X(8).
           02 IJ-OPERATOR PIC X(10).
           02 IJ-KAYIT PIC X(200).
       WORKING-STORAGE SECTION.
       77 IJ-DST PIC XX VALUE SPACES.
       77 IJ-BUGUN PIC 9(8) VALUE 0.
       01 IJ-AD.
           02 F PIC X(3) VALUE "JRN".
           02 IJ-AD-TARIH PIC 9(8).
           02 F PIC X(4) VALUE ".DAT".
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
       LINKAGE SECTION.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40).
           02 JI-DOSYA PIC X(8).
           02 JI-ISLEM PIC X.
           02 JI-PROGRAM PIC X(8).
           02 JI-KAYIT PIC X(200).
       PROCEDURE DIVISION USING JRN-IZ.
       BASLA. ACCEPT IJ-BUGUN FROM DATE YYYYMMDD.
           MOVE IJ-BUGUN TO IJ-AD-TARIH.
           OPEN EXTEND ISLJUR.
           IF IJ-DST = "35" OPEN OUTPUT ISLJUR.
           IF IJ-DST NOT = "00" GOBACK.
           MOVE IJ-BUGUN TO IJ-TARIH.
           ACCEPT IJ-SAAT FROM TIME.
           MOVE JI-DIZIN TO IJ-DIZIN.
           MOVE JI-DOSYA TO IJ-DOSYA.
           MOVE JI-ISLEM TO IJ-ISLEM.
           MOVE JI-PROGRAM TO IJ-PROGRAM.
           IF MENU-GIRIS = "MENU"
              MOVE MENU-OPERATOR TO IJ-OPERATOR
           ELSE
              MOVE "MENU DISI" TO IJ-OPERATOR.
           MOVE JI-KAYIT TO IJ-KAYIT.
           WRITE ISLJUR-KAYDI.
           CLOSE ISLJUR.
           GOBACK.
