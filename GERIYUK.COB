      * SECER; CANLI DOSYA ONCE .ONC ADIYLA EMNIYETE ALINIR, YEDEK
      * UZERINE KOPYALANIR, ACILIP KAYIT SAYISI OKUNARAK DOGRULANIR.
      * BEGENILMEZSE .ONC KOPYASI GERI GETIRILIR.
      * SIRKETE AIT KUTUKLERDE (CEKN, MIZAN, CARI, KASA, YEVMIYE)
      * SIRKET KODU SORULUR; YEDEK O SIRKETIN DIZININDE ARANIR VE
      * ORADAKI CANLI DOSYANIN UZERINE YUKLENIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERIYUK.
       AUTHOR. MEHMET HARAS.
           SELECT CARI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CARI-ANAHTARI
           FILE STATUS SAY-DST.
           SELECT BRDH ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BH-KOD
           FILE STATUS SAY-DST.
           SELECT ODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OD-KOD
           FILE STATUS SAY-DST.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD
           FILE STATUS SAY-DST.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD
           FILE STATUS SAY-DST.
           SELECT SIRKET ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SK-KOD
           FILE STATUS SK-DST.
       DATA DIVISION.
       FILE SECTION.
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
           05 ODUNC-DURUMU PIC X.
           05 ODUNC-ALAN PIC X(20).
           05 ODUNC-TARIHI PIC X(8).
           05 ALIS-BEDELI PIC 9(9).
           05 ALIS-TARIHI PIC 9(8).
           05 SIPARIS-NO PIC 9(6).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID Y-CANLI.
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 CEK-GERISI     PIC X(186).
       FD MIZAN LABEL RECORD STANDARD VALUE OF FILE-ID Y-CANLI.
       01 MIZAN-KAYDI.
           02 MUSTERI-KODU PIC X(8).
           02 MIZ-GERISI PIC X(87).
       FD CARI LABEL RECORD STANDARD VALUE OF FILE-ID Y-CANLI.
       01 CARI-KAYDI.
           02 CARI-ANAHTARI.
              03 CARI-MUSTERI-KODU PIC X(8).
              03 CARI-SIRA-NO PIC 9(5).
           02 CARI-GERISI PIC X(88).
       FD BRDH LABEL RECORD STANDARD VALUE OF FILE-ID "BRDH.DAT".
       01 BRDH-KAYDI.
           02 BH-KOD PIC X(11).
           02 BH-GERISI PIC X(17).
       FD ODEME LABEL RECORD STANDARD VALUE OF FILE-ID "ODEME.DAT".
       01 ODEME-KAYDI.
           02 OD-KOD PIC X(13).
           02 OD-GERISI PIC X(45).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID Y-CANLI.
       01 KASA-KAYDI.
           02 KS-KOD PIC X(14).
           02 KS-GERISI PIC X(53).
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID Y-CANLI.
       01 YEVMIYE-KAYDI.
           02 YV-KOD PIC X(8).
           02 YV-GERISI PIC X(61).
      * SIRKET.DAT - ANAMENU'NUN SIRKET KUTUGU.
       FD SIRKET LABEL RECORD STANDARD VALUE OF FILE-ID "SIRKET.DAT".
       01 SIRKET-KAYDI.
           02 SK-KOD PIC XX.
           02 SK-ADI PIC X(30).
           02 SK-DIZIN PIC X(40).
       WORKING-STORAGE SECTION.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 99 VALUE 0.
       77 SAY-DST PIC XX VALUE SPACES.
       77 Y-DOSYA PIC X(12) VALUE SPACES.
       77 Y-KOK PIC X(8) VALUE SPACES.
       77 Y-CANLI PIC X(52) VALUE SPACES.
       77 Y-ONEK PIC X(48) VALUE SPACES.
       77 Y-ADAY PIC X(54) VALUE SPACES.
       77 Y-ONC PIC X(54) VALUE SPACES.
       77 SK-DST PIC XX VALUE SPACES.
       77 SD-KOD PIC XX VALUE SPACES.
       77 SD-DIZIN PIC X(40) VALUE SPACES.
       77 Y-SECILEN PIC X(6) VALUE SPACES.
       77 Y-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 Y-BILGI PIC X(64) VALUE SPACES.
           02 LINE 10 COLUMN 11 VALUE "6. CEKN.DAT  (CEK-SENET)".
           02 LINE 11 COLUMN 11 VALUE "7. MIZAN.DAT (CARI HSP)".
           02 LINE 12 COLUMN 11 VALUE "8. CARI.DAT  (CARI HRK)".
           02 LINE 5  COLUMN 45 VALUE "9.  BRDH.DAT    (FIS BASLIK)".
           02 LINE 6  COLUMN 45 VALUE "10. ODEME.DAT   (URETICI ODM)".
           02 LINE 7  COLUMN 45 VALUE "11. KASA.DAT    (KASA DEFT)".
           02 LINE 8  COLUMN 45 VALUE "12. YEVMIYE.DAT (YEVMIYE)".
           02 LINE 14 COLUMN 11 VALUE "0. CIKIS".
           02 LINE 16 COLUMN 11 VALUE "SECIMINIZ:".
           02 LINE 16 COLUMN 22 PIC 99 USING SEC.
       GMENU. DISPLAY (1 1) ERASE. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI. ACCEPT MENU-EKRANI ON ESCAPE GO G-SON.
           IF SEC = 0 GO G-SON.
           IF SEC = 1 MOVE "BRD.DAT" TO Y-DOSYA MOVE "BRD." TO Y-KOK.
           IF SEC = 2 MOVE "KON1.DOS" TO Y-DOSYA
              MOVE "KON1." TO Y-KOK.
           IF SEC = 3 MOVE "KON2.DOS" TO Y-DOSYA
              MOVE "KON2." TO Y-KOK.
           IF SEC = 4 MOVE "ADRES.DAT" TO Y-DOSYA
              MOVE "ADRES." TO Y-KOK.
           IF SEC = 5 MOVE "KITAP.DOS" TO Y-DOSYA
              MOVE "KITAP." TO Y-KOK.
           IF SEC = 6 MOVE "CEKN.DAT" TO Y-DOSYA
              MOVE "CEKN." TO Y-KOK.
           IF SEC = 7 MOVE "MIZAN.DAT" TO Y-DOSYA
              MOVE "MIZAN." TO Y-KOK.
           IF SEC = 8 MOVE "CARI.DAT" TO Y-DOSYA
              MOVE "CARI." TO Y-KOK.
           IF SEC = 9 MOVE "BRDH.DAT" TO Y-DOSYA
              MOVE "BRDH." TO Y-KOK.
           IF SEC = 10 MOVE "ODEME.DAT" TO Y-DOSYA
              MOVE "ODEME." TO Y-KOK.
           IF SEC = 11 MOVE "KASA.DAT" TO Y-DOSYA
              MOVE "KASA." TO Y-KOK.
           IF SEC = 12 MOVE "YEVMIYE.DAT" TO Y-DOSYA
              MOVE "YEVMIYE." TO Y-KOK.
           IF SEC > 12 GO GMENU.
           MOVE SPACES TO SD-DIZIN.
           IF SEC = 6 OR SEC = 7 OR SEC = 8 OR SEC = 11 OR SEC = 12
              PERFORM SIRKET-SOR THRU SIRKET-SOR-SON
              IF SD-KOD = SPACES GO GMENU.
           MOVE SPACES TO Y-CANLI Y-ONEK.
           STRING SD-DIZIN DELIMITED BY SPACE
              Y-DOSYA DELIMITED BY SPACE INTO Y-CANLI.
           STRING SD-DIZIN DELIMITED BY SPACE
              Y-KOK DELIMITED BY SPACE INTO Y-ONEK.
           PERFORM KUSAK-LISTELE THRU KUSAK-LISTELE-SON.
           IF BULUNAN = 0
              DISPLAY (23 11) "HIC YEDEK KUSAGI BULUNAMADI ENT BAS"
           GO GMENU.
       G-SON. DISPLAY (1 1) ERASE. STOP RUN.
      *
      * SIRKETE AIT KUTUK ICIN SIRKET KODU SORULUR, DIZINI
      * SIRKET.DAT'TAN ALINIR. 01 ANA SIRKETTIR, DOSYALARI PROGRAM
      * DIZININDEDIR.
      * VAZGECILIRSE YA DA SIRKET BULUNAMAZSA SD-KOD BOS DONER.
      *
       SIRKET-SOR.
           MOVE SPACES TO SD-KOD SD-DIZIN.
           DISPLAY (18 11) "SIRKET KODU (BOS=01 ANA SIRKET):".
           ACCEPT (18 45) SD-KOD.
           IF SD-KOD = SPACES MOVE "01" TO SD-KOD.
           IF SD-KOD = "01" GO SIRKET-SOR-SON.
           OPEN INPUT SIRKET.
           IF SK-DST NOT = "00"
              DISPLAY (23 11) "SIRKET.DAT ACILAMADI ENT BAS"
              ACCEPT CEVAP MOVE SPACES TO SD-KOD GO SIRKET-SOR-SON.
           MOVE SD-KOD TO SK-KOD.
           READ SIRKET INVALID KEY MOVE SPACES TO SD-KOD.
           CLOSE SIRKET.
           IF SD-KOD = SPACES
              DISPLAY (23 11) "SIRKET TANIMSIZ ENT BAS"
              ACCEPT CEVAP GO SIRKET-SOR-SON.
           MOVE SK-DIZIN TO SD-DIZIN.
       SIRKET-SOR-SON. EXIT.
      *
      * SON 400 GUNUN TARIHLI YEDEKLERINI DISKTE ARAR VE LISTELER.
      *
       KUSAK-LISTELE.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 11) "BULUNAN YEDEK KUSAKLARI - ".
           DISPLAY (1 37) Y-DOSYA.
           IF SD-DIZIN NOT = SPACES DISPLAY (2 11) SD-DIZIN.
           MOVE 0 TO BULUNAN DENEME. MOVE 2 TO LIN.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           COMPUTE GUN-SAYAC = FUNCTION INTEGER-OF-DATE(BUGUN-YMD).
           DISPLAY (22 50) KAYIT-SAYISI.
           DISPLAY (23 11) "BU SAYI BEKLEDIGINIZ GIBI MI? (E/H):".
           ACCEPT (23 49) CEVAP.
           IF CEVAP = "E" AND (SEC = 1 OR SEC = 9 OR SEC = 10)
              DISPLAY (21 11)
              "BRD, BRDH VE ODEME AYNI TARIHTEN YUKLENMELIDIR".
           IF CEVAP = "E"
              DISPLAY (24 11) "GERI YUKLEME TAMAMLANDI ENT BAS"
              ACCEPT CEVAP GO GERI-AL-SON.
           IF SEC = 6 PERFORM SAY-CEKN THRU SAY-CEKN-SON.
           IF SEC = 7 PERFORM SAY-MIZAN THRU SAY-MIZAN-SON.
           IF SEC = 8 PERFORM SAY-CARI THRU SAY-CARI-SON.
           IF SEC = 9 PERFORM SAY-BRDH THRU SAY-BRDH-SON.
           IF SEC = 10 PERFORM SAY-ODEME THRU SAY-ODEME-SON.
           IF SEC = 11 PERFORM SAY-KASA THRU SAY-KASA-SON.
           IF SEC = 12 PERFORM SAY-YEVMIYE THRU SAY-YEVMIYE-SON.
       SAY-BUL-SON. EXIT.
       SAY-BRD. OPEN INPUT BRD.
           IF SAY-DST NOT = "00" GO SAY-BRD-SON.
       SCR-OKU. READ CARI NEXT AT END CLOSE CARI GO SAY-CARI-SON.
           ADD 1 TO KAYIT-SAYISI. GO SCR-OKU.
       SAY-CARI-SON. EXIT.
       SAY-BRDH. OPEN INPUT BRDH.
           IF SAY-DST NOT = "00" GO SAY-BRDH-SON.
       SBH-OKU. READ BRDH NEXT AT END CLOSE BRDH GO SAY-BRDH-SON.
           ADD 1 TO KAYIT-SAYISI. GO SBH-OKU.
       SAY-BRDH-SON. EXIT.
       SAY-ODEME. OPEN INPUT ODEME.
           IF SAY-DST NOT = "00" GO SAY-ODEME-SON.
       SO-OKU. READ ODEME NEXT AT END CLOSE ODEME GO SAY-ODEME-SON.
           ADD 1 TO KAYIT-SAYISI. GO SO-OKU.
       SAY-ODEME-SON. EXIT.
       SAY-KASA. OPEN INPUT KASA.
           IF SAY-DST NOT = "00" GO SAY-KASA-SON.
       SKS-OKU. READ KASA NEXT AT END CLOSE KASA GO SAY-KASA-SON.
           ADD 1 TO KAYIT-SAYISI. GO SKS-OKU.
       SAY-KASA-SON. EXIT.
       SAY-YEVMIYE. OPEN INPUT YEVMIYE.
           IF SAY-DST NOT = "00" GO SAY-YEVMIYE-SON.
       SY-OKU. READ YEVMIYE NEXT AT END CLOSE YEVMIYE
           GO SAY-YEVMIYE-SON.
           ADD 1 TO KAYIT-SAYISI. GO SY-OKU.
       SAY-YEVMIYE-SON. EXIT.
