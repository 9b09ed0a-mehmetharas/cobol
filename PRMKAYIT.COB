      * PARAMETRE DEGISIKLIK JURNALI YAZICISI. BAREM FIATI (BARTAB),
      * KESINTI ORANLARI (ORAN), KALITE KODU (KALTAB), MAL FIATI
      * (MALTAB), CEZA TARIFESI (CEZAPRM) VE VADE FARKI ORANINI
      * (VADEPRM) TANIMLAYAN PROGRAM HER EKLEME (E), DEGISTIRME (D)
      * VE SILMEDE (S) TABLO ADINI, KAYDIN ANAHTARINI, ESKI VE YENI
      * DEGERIN OKUNUR GORUNUMUNU VERIR. TARIH, SAAT VE ANAMENU'DE
      * GIRIS YAPAN OPERATORUN KODU BURADA EKLENIP ORTAK PRMLOG.DAT
      * KUTUGUNE DUSULUR. PROGRAM ANAMENU'SUZ CALISTIRILMISSA
      * OPERATOR YERINE "MENU DISI" YAZILIR. KUTUK YOKSA ACILIR;
      * YAZILAMAZSA ISLEM DURDURULMAZ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMKAYIT.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMLOG ASSIGN TO DISK
           FILE STATUS PL-DST.
       DATA DIVISION.
       FILE SECTION.
      * PRMLOG.DAT - PARAMETRE TABLOLARI DEGISIKLIK JURNALI. YALNIZ
      * SONUNA EKLENIR; DOKUMU ANAMENU'DEN YONETICI ALIR.
       FD PRMLOG LABEL RECORD STANDARD VALUE OF FILE-ID "PRMLOG.DAT".
       01 PRMLOG-KAYDI.
           02 PL-TARIH PIC 9(8).
           02 PL-SAAT PIC 9(8).
           02 PL-TABLO PIC X(8).
           02 PL-ANAHTAR PIC X(20).
           02 PL-ISLEM PIC X.
           02 PL-ESKI PIC X(50).
           02 PL-YENI PIC X(50).
           02 PL-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       77 PL-DST PIC XX VALUE SPACES.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
       LINKAGE SECTION.
       01 PRM-IZ.
           02 PI-TABLO PIC X(8).
           02 PI-ANAHTAR PIC X(20).
           02 PI-ISLEM PIC X.
           02 PI-ESKI PIC X(50).
           02 PI-YENI PIC X(50).
       PROCEDURE DIVISION USING PRM-IZ.
       BASLA. OPEN EXTEND PRMLOG.
           IF PL-DST = "35" OPEN OUTPUT PRMLOG.
           IF PL-DST NOT = "00" GOBACK.
           ACCEPT PL-TARIH FROM DATE YYYYMMDD.
           ACCEPT PL-SAAT FROM TIME.
           MOVE PI-TABLO TO PL-TABLO.
           MOVE PI-ANAHTAR TO PL-ANAHTAR.
           MOVE PI-ISLEM TO PL-ISLEM.
           MOVE PI-ESKI TO PL-ESKI.
           MOVE PI-YENI TO PL-YENI.
           IF MENU-GIRIS = "MENU"
              MOVE MENU-OPERATOR TO PL-OPERATOR
           ELSE
              MOVE "MENU DISI" TO PL-OPERATOR.
           WRITE PRMLOG-KAYDI.
           CLOSE PRMLOG.
           GOBACK.
