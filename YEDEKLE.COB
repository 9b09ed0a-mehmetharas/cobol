      * BU PROGRAM TUM PROGRAMLARIN DOSYALARINI TARIHLI ISIM ILE
      * YEDEKLER VE ISTENIRSE BOS DOSYA OLARAK TEKRAR YARATIR
      * (DONEM SONU ARSIVLEME / BOSALTMA ISLEMI).
      * ZEYTIN FISI BRD, BRDH VE ODEME BIRLIKTE YEDEKLENIR. SIRKETE AIT
      * KUTUKLER (CEKN, MIZAN, CARI, KASA, YEVMIYE) ANA SIRKETTEN SONRA
      * SIRKET.DAT'TAKI HER SIRKETIN KENDI DIZININDE YEDEKLENIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEDEKLE.
       AUTHOR. MEHMET HARAS.
           ACCESS DYNAMIC RECORD KEY MUSTERI-KODU.
           SELECT CARI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CARI-ANAHTARI.
           SELECT BRDH ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BH-KOD.
           SELECT ODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OD-KOD.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD.
           SELECT SIRKET ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SK-KOD
           FILE STATUS SK-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           05 ODUNC-DURUMU PIC X.
           05 ODUNC-ALAN PIC X(20).
           05 ODUNC-TARIHI PIC X(8).
           05 ALIS-BEDELI PIC 9(9).
           05 ALIS-TARIHI PIC 9(8).
           05 SIPARIS-NO PIC 9(6).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKN.
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 TUR            PIC X.
           02 TESLIM-SUBE PIC X(20).
           02 ODENEN PIC 9(11).
           02 CEK-ORT-KOD PIC X(15).
       FD MIZAN LABEL RECORD STANDARD VALUE OF FILE-ID SD-MIZAN.
       01 MIZAN-KAYDI.
           02 MUSTERI-KODU PIC X(8).
           02 MIZ-UNVAN PIC X(25).
           02 MIZ-ACILIS-BORC-BAKIYE PIC 9(9).
           02 MIZ-ACILIS-ALACAK-BAKIYE PIC 9(9).
           02 MIZ-KAPANIS-TARIHI PIC 9(8).
       FD CARI LABEL RECORD STANDARD VALUE OF FILE-ID SD-CARI.
       01 CARI-KAYDI.
           02 CARI-ANAHTARI.
              03 CARI-MUSTERI-KODU PIC X(8).
           02 CARI-ALACAK PIC 9(9).
           02 CARI-KAYNAK PIC X(4).
           02 CARI-REF PIC 9(8).
       FD BRDH LABEL RECORD STANDARD VALUE OF FILE-ID "BRDH.DAT".
       01 BRDH-KAYDI.
           02 BH-KOD PIC X(11).
           02 BH-GERISI PIC X(17).
       FD ODEME LABEL RECORD STANDARD VALUE OF FILE-ID "ODEME.DAT".
       01 ODEME-KAYDI.
           02 OD-KOD PIC X(13).
           02 OD-GERISI PIC X(45).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID SD-KASA.
       01 KASA-KAYDI.
           02 KS-KOD PIC X(14).
           02 KS-GERISI PIC X(53).
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID SD-YEVMIYE.
       01 YEVMIYE-KAYDI.
           02 YV-KOD PIC X(8).
           02 YV-GERISI PIC X(61).
      * SIRKET.DAT - ANAMENU'NUN SIRKET KUTUGU; SIRKETE AIT KUTUKLER
      * HER SIRKETIN DIZININDEN YEDEKLENIR.
       FD SIRKET LABEL RECORD STANDARD VALUE OF FILE-ID "SIRKET.DAT".
       01 SIRKET-KAYDI.
           02 SK-KOD PIC XX.
           02 SK-ADI PIC X(30).
           02 SK-DIZIN PIC X(40).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 YED-TARIH PIC 9(6) VALUE 0.
       77 YED-ADI PIC X(54) VALUE SPACES.
       77 SK-DST PIC XX VALUE SPACES.
      * YEDEKLENEN SIRKETIN DIZINI; ANA SIRKETINKI BOSTUR.
       77 SD-DIZIN PIC X(40) VALUE SPACES.
       01 SIRKET-DOSYALARI.
           02 SD-CEKN PIC X(52) VALUE "CEKN.DAT".
           02 SD-MIZAN PIC X(52) VALUE "MIZAN.DAT".
           02 SD-CARI PIC X(52) VALUE "CARI.DAT".
           02 SD-KASA PIC X(52) VALUE "KASA.DAT".
           02 SD-YEVMIYE PIC X(52) VALUE "YEVMIYE.DAT".
       77 YED-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 SEC PIC 99 VALUE 0.
       77 CEVAP PIC X VALUE SPACE.
       77 DK-SEC PIC 99 VALUE 0.
       77 DK-KAYNAK PIC X(12) VALUE SPACES.
       77 DK-ONEK PIC X(8) VALUE SPACES.
       77 DK-HEDEF PIC X(16) VALUE SPACES.
       77 DK-KAPASITE PIC 9(9) VALUE 1400000.
       77 DK-BOYUT PIC 9(12) VALUE 0.
           02 LINE 18 COLUMN 39 PIC X(10) USING SIFRE SECURE AUTO.
       01 MENU-EKRANI.
           02 LINE 3  COLUMN 11 VALUE "TARIHLI YEDEKLEME VE BOSALTMA".
           02 LINE 5  COLUMN 11 VALUE "1. BRD+BRDH+ODEME (ZEYTIN)".
           02 LINE 6  COLUMN 11 VALUE "2. KON1.DOS  (KONSIYE KOD)".
           02 LINE 7  COLUMN 11 VALUE "3. KON2.DOS  (KONSIYE HRK)".
           02 LINE 8  COLUMN 11 VALUE "4. ADRES.DAT (ADRES DEFT)".
           02 LINE 12 COLUMN 11 VALUE "8. HEPSI".
           02 LINE 13 COLUMN 11 VALUE "9. DISKETE YEDEK (A: OFSITE)".
           02 LINE 14 COLUMN 11 VALUE "0. CIKIS".
           02 LINE 5  COLUMN 45 VALUE "10. KASA.DAT    (KASA DEFT)".
           02 LINE 6  COLUMN 45 VALUE "11. YEVMIYE.DAT (YEVMIYE)".
           02 LINE 8  COLUMN 45 VALUE "6, 7, 10, 11 HER SIRKETIN".
           02 LINE 9  COLUMN 45 VALUE "DIZININDE YEDEKLENIR".
           02 LINE 16 COLUMN 11 VALUE "SECIMINIZ:".
           02 LINE 16 COLUMN 22 PIC 99 USING SEC.
       PROCEDURE DIVISION.
       YMENU. DISPLAY (1 1) ERASE. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI. ACCEPT MENU-EKRANI ON ESCAPE GO Y-SON.
           IF SEC = 0 GO Y-SON.
           IF SEC > 11 GO YMENU.
           DISPLAY (20 11) "EMIN MISINIZ? (E/H):". ACCEPT (20 32) CEVAP.
           IF CEVAP NOT = "E" GO YMENU.
           ACCEPT YED-TARIH FROM DATE.
           IF SEC = 9 PERFORM DISKET-YEDEKLEME GO YMENU.
           IF SEC = 1 OR SEC = 8 PERFORM YEDEK-BRD
              PERFORM YEDEK-BRDH PERFORM YEDEK-ODEME.
           IF SEC = 2 OR SEC = 8 PERFORM YEDEK-KON1.
           IF SEC = 3 OR SEC = 8 PERFORM YEDEK-KON2.
           IF SEC = 4 OR SEC = 8 PERFORM YEDEK-ADRES.
           IF SEC = 5 OR SEC = 8 PERFORM YEDEK-KITAP.
           IF SEC = 6 OR SEC = 7 OR SEC = 8 OR SEC = 10 OR SEC = 11
              PERFORM SIRKET-YEDEK THRU SIRKET-YEDEK-SON.
           DISPLAY (22 11) "YEDEKLEME VE BOSALTMA TAMAMLANDI ENT BAS".
           ACCEPT CEVAP.
           GO YMENU.
           ELSE
              OPEN OUTPUT KITAP. CLOSE KITAP.
       YEDEK-CEKN. MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CEKN." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING SD-CEKN YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "CEKN.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              DISPLAY (23 1) SD-DIZIN
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT CEKN. CLOSE CEKN.
       YEDEK-MIZAN-CARI. MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "MIZAN." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING SD-MIZAN YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "MIZAN.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              DISPLAY (23 1) SD-DIZIN
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT MIZAN. CLOSE MIZAN.
           MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CARI." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING SD-CARI YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "CARI.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              DISPLAY (23 1) SD-DIZIN
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT CARI. CLOSE CARI.
       YEDEK-BRDH. MOVE SPACES TO YED-ADI.
           STRING "BRDH." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING "BRDH.DAT" YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "BRDH.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT BRDH. CLOSE BRDH.
       YEDEK-ODEME. MOVE SPACES TO YED-ADI.
           STRING "ODEME." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING "ODEME.DAT" YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "ODEME.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT ODEME. CLOSE ODEME.
       YEDEK-KASA. MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "KASA." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING SD-KASA YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "KASA.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              DISPLAY (23 1) SD-DIZIN
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT KASA. CLOSE KASA.
       YEDEK-YEVMIYE. MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "YEVMIYE." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING SD-YEVMIYE YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              DISPLAY (22 1) ERASE DISPLAY (22 1)
              "YEVMIYE.DAT YEDEKLENEMEDI, BOSALTILMADI ENT BAS"
              DISPLAY (23 1) SD-DIZIN
              ACCEPT CEVAP
           ELSE
              OPEN OUTPUT YEVMIYE. CLOSE YEVMIYE.
      *
      * SIRKETE AIT KUTUKLER ONCE ANA SIRKETIN PROGRAM DIZININDE, SONRA
      * SIRKET.DAT'TAKI DIGER SIRKETLERIN DIZINLERINDE YEDEKLENIR.
      * DIZINI BOS OLAN SIRKET ANA DIZINI PAYLASIR, ATLANIR.
      *
       SIRKET-YEDEK.
           MOVE SPACES TO SD-DIZIN.
           PERFORM SIRKET-DOSYALAR THRU SIRKET-DOSYALAR-SON.
           OPEN INPUT SIRKET.
           IF SK-DST NOT = "00" GO SIRKET-YEDEK-SON.
           MOVE LOW-VALUES TO SK-KOD.
           START SIRKET KEY NOT LESS THAN SK-KOD INVALID KEY
              GO SY-KAPAT.
       SY-OKU. READ SIRKET NEXT AT END GO SY-KAPAT.
           IF SK-KOD = "01" OR SK-DIZIN = SPACES GO SY-OKU.
           MOVE SK-DIZIN TO SD-DIZIN.
           DISPLAY (18 11) "SIRKET:". DISPLAY (18 19) SK-KOD.
           DISPLAY (18 22) SK-ADI.
           PERFORM SIRKET-DOSYALAR THRU SIRKET-DOSYALAR-SON.
           GO SY-OKU.
       SY-KAPAT. CLOSE SIRKET.
       SIRKET-YEDEK-SON. EXIT.
       SIRKET-DOSYALAR.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           IF SEC = 6 OR SEC = 8 PERFORM YEDEK-CEKN.
           IF SEC = 7 OR SEC = 8 PERFORM YEDEK-MIZAN-CARI.
           IF SEC = 10 OR SEC = 8 PERFORM YEDEK-KASA.
           IF SEC = 11 OR SEC = 8 PERFORM YEDEK-YEVMIYE.
       SIRKET-DOSYALAR-SON. EXIT.
      * SIRKETE OZGU KUTUK ADLARI SD-DIZIN ONEKIYLE KURULUR.
       SIRKET-DOSYA.
           MOVE SPACES TO SIRKET-DOSYALARI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CEKN.DAT" DELIMITED BY SIZE INTO SD-CEKN.
           STRING SD-DIZIN DELIMITED BY SPACE
              "MIZAN.DAT" DELIMITED BY SIZE INTO SD-MIZAN.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CARI.DAT" DELIMITED BY SIZE INTO SD-CARI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "KASA.DAT" DELIMITED BY SIZE INTO SD-KASA.
           STRING SD-DIZIN DELIMITED BY SPACE
              "YEVMIYE.DAT" DELIMITED BY SIZE INTO SD-YEVMIYE.
       SIRKET-DOSYA-SON. EXIT.
       Y-SON. GOBACK.
      *
      * DISKETE (A:) YEDEK: SECILEN DOSYALAR TARIHLI ISIMLE DISKETE
       DISKET-YEDEKLEME SECTION.
       DY1. DISPLAY (1 1) ERASE.
           DISPLAY (3 11) "DISKETE YEDEKLEME".
           DISPLAY (5 11) "HANGI DOSYA? (MENUDEKI GIBI, 8=HEPSI):".
           DISPLAY (6 11) "(YALNIZ ANA SIRKETIN DOSYALARI)".
           MOVE 0 TO DK-SEC.
           ACCEPT (5 55) DK-SEC.
           IF DK-SEC < 1 OR DK-SEC > 11 OR DK-SEC = 9 GO DY-SON.
           PERFORM YAZICI-AC.
           ACCEPT YED-TARIH FROM DATE.
           MOVE YED-TARIH TO DKS-TARIH.
           ACCEPT CEVAP.
           IF DK-SEC = 1 OR DK-SEC = 8
              MOVE "BRD.DAT" TO DK-KAYNAK MOVE "BRD." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON
              MOVE "BRDH.DAT" TO DK-KAYNAK MOVE "BRDH." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON
              MOVE "ODEME.DAT" TO DK-KAYNAK MOVE "ODEME." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON.
           IF DK-SEC = 2 OR DK-SEC = 8
              MOVE "KON1.DOS" TO DK-KAYNAK MOVE "KON1." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON
              MOVE "CARI.DAT" TO DK-KAYNAK MOVE "CARI." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON.
           IF DK-SEC = 10 OR DK-SEC = 8
              MOVE "KASA.DAT" TO DK-KAYNAK MOVE "KASA." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON.
           IF DK-SEC = 11 OR DK-SEC = 8
              MOVE "YEVMIYE.DAT" TO DK-KAYNAK MOVE "YEVMIYE." TO DK-ONEK
              PERFORM DISKET-DOSYA THRU DISKET-DOSYA-SON.
           WRITE YAZ FROM DK-CIZGI.
           CLOSE YAZICI.
           DISPLAY (22 11) "DISKET YEDEGI BITTI, FIS YAZICIDA {ENT}".
