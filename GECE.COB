      * YAZICIYA DUSER. FIS NUMARASI DAGITAN VEYA DOSYALARA YENI KAYIT
      * EKLEYEN GUNLUK MENU ISLEMLERI (FIS KESIMI, DOKUM GIRISLERI)
      * OPERATOR ONAYI GEREKTIRDIGINDEN BU PROGRAMIN KAPSAMI DISINDADIR.
      * SIRKETE AIT KUTUKLER (CEKN, MIZAN, CARI, KASA, YEVMIYE) ONCE
      * ANA SIRKETIN PROGRAM DIZININDE, SONRA SIRKET.DAT'TAKI HER
      * SIRKETIN KENDI DIZININDE YEDEKLENIR; ADIM ADINA SIRKET KODU
      * EKLENIR (CEKN02, YEVM02 ...).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GECE.
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
           SELECT YBRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YBRD-KEY
           ALTERNATE RECORD KEY YBRD-DTKEY WITH DUPLICATES
           ACCESS DYNAMIC RECORD KEY YMIZAN-KEY FILE STATUS YV-DST.
           SELECT YCARI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YCARI-KEY FILE STATUS YV-DST.
           SELECT YBRDH ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YBRDH-KEY FILE STATUS YV-DST.
           SELECT YODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YODEME-KEY FILE STATUS YV-DST.
           SELECT YKASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YKASA-KEY FILE STATUS YV-DST.
           SELECT YYEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YYEVMIYE-KEY FILE STATUS YV-DST.
           SELECT GECE-LOG ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
           SELECT GECEDRM ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GD-KOD
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
      * DOGRULAMA FD'LERI: TARIHLI YEDEK KOPYA, CANLI DOSYA ILE
      * KAYIT KAYIT KARSILASTIRILIR. ANCAK BIREBIR AYNI CIKARSA
      * CANLI DOSYA BOSALTILIR.
       FD YKITAP LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YKITAP-KAYDI.
           02 YKITAP-KEY PIC X(6).
           02 F PIC X(108).
       FD YCEKN LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YCEKN-KAYDI.
           02 YCEKN-KEY PIC X(6).
       01 YCARI-KAYDI.
           02 YCARI-KEY PIC X(13).
           02 F PIC X(88).
       FD YBRDH LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YBRDH-KAYDI.
           02 YBRDH-KEY PIC X(11).
           02 F PIC X(17).
       FD YODEME LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YODEME-KAYDI.
           02 YODEME-KEY PIC X(13).
           02 F PIC X(45).
       FD YKASA LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YKASA-KAYDI.
           02 YKASA-KEY PIC X(14).
           02 F PIC X(53).
       FD YYEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID YED-ADI.
       01 YYEVMIYE-KAYDI.
           02 YYEVMIYE-KEY PIC X(8).
           02 F PIC X(61).
      * GECEDRM.DAT - GECE CALISMASININ ADIM DURUM KUTUGU. HER
      * DOSYA ADIMI YEDEKLENIP DOGRULANINCA "T" SATIRI ALIR; ELEKTRIK
      * KESILIRSE YENIDEN CALISTIRMA TAMAM ADIMLARI ATLAR, YARIM
       77 SPOOL-PRG PIC X(8) VALUE "GECE".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 YED-TARIH PIC 9(6) VALUE 0.
       77 YED-ADI PIC X(54) VALUE SPACES.
       77 YED-KISA PIC X(14) VALUE SPACES.
       77 YED-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 YV-DST PIC XX VALUE SPACES.
       77 V-UYUM PIC X VALUE "H".
       77 GD-DEVAM PIC X VALUE "H".
       77 GD-BITMIS PIC X VALUE "H".
       77 GD-ADIM-ADI PIC X(8) VALUE SPACES.
       77 ADIM-KOK PIC X(6) VALUE SPACES.
       77 SK-DST PIC XX VALUE SPACES.
      * YEDEKLENEN SIRKETIN KODU VE DIZINI; ANA SIRKET (01) PROGRAM
      * DIZININDEDIR, DIZINI BOSTUR.
       77 SD-KOD PIC XX VALUE "01".
       77 SD-DIZIN PIC X(40) VALUE SPACES.
       01 SIRKET-DOSYALARI.
           02 SD-CEKN PIC X(52) VALUE "CEKN.DAT".
           02 SD-MIZAN PIC X(52) VALUE "MIZAN.DAT".
           02 SD-CARI PIC X(52) VALUE "CARI.DAT".
           02 SD-KASA PIC X(52) VALUE "KASA.DAT".
           02 SD-YEVMIYE PIC X(52) VALUE "YEVMIYE.DAT".
       01 LOG-SATIRI.
           02 LOG-TARIH PIC 9(6).
           02 F1 PIC X(2) VALUE SPACES.
           MOVE "GECE ISLETIMI BASLADI" TO YAZICI-SATIR.
           WRITE YAZICI-SATIR AFTER 1.
           PERFORM YEDEK-BRD THRU YEDEK-BRD-SON.
           PERFORM YEDEK-BRDH THRU YEDEK-BRDH-SON.
           PERFORM YEDEK-ODEME THRU YEDEK-ODEME-SON.
           PERFORM YEDEK-KON1 THRU YEDEK-KON1-SON.
           PERFORM YEDEK-KON2 THRU YEDEK-KON2-SON.
           PERFORM YEDEK-ADRES THRU YEDEK-ADRES-SON.
           PERFORM YEDEK-KITAP THRU YEDEK-KITAP-SON.
           MOVE "01" TO SD-KOD.
           MOVE SPACES TO SD-DIZIN.
           PERFORM SIRKET-YEDEK THRU SIRKET-YEDEK-SON.
           PERFORM DIGER-SIRKETLER THRU DIGER-SIRKETLER-SON.
           MOVE "SON" TO GD-ADIM-ADI.
           PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON.
           IF GECE-HATA NOT = 0
                 DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-BRD-SON. EXIT.
       YEDEK-BRDH. MOVE "BRDH" TO GD-ADIM-ADI.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "BRDH.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-BRDH-SON.
           MOVE SPACES TO YED-ADI.
           STRING "BRDH." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING "BRDH.DAT" YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              STRING "BRDH.DAT YEDEKLENEMEDI, BOSALTILMADI: " YED-ADI
              DELIMITED BY SIZE INTO LOG-METIN
           ELSE
              PERFORM DOGRULA-BRDH THRU DOGRULA-BRDH-SON
              IF V-UYUM = "E"
                 OPEN OUTPUT BRDH CLOSE BRDH
                 PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON
                 STRING "BRDH.DAT YEDEKLENDI VE DOGRULANDI: " YED-ADI
                 DELIMITED BY SIZE INTO LOG-METIN
              ELSE
                 ADD 1 TO GECE-HATA
                 STRING "*** BRDH.DAT DOGRULANAMADI, BOSALTILMADI"
                 DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-BRDH-SON. EXIT.
       YEDEK-ODEME. MOVE "ODEME" TO GD-ADIM-ADI.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "ODEME.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-ODEME-SON.
           MOVE SPACES TO YED-ADI.
           STRING "ODEME." YED-TARIH DELIMITED BY SIZE INTO YED-ADI.
           CALL "CBL_COPY_FILE" USING "ODEME.DAT" YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              STRING "ODEME.DAT YEDEKLENEMEDI, BOSALTILMADI: " YED-ADI
              DELIMITED BY SIZE INTO LOG-METIN
           ELSE
              PERFORM DOGRULA-ODEME THRU DOGRULA-ODEME-SON
              IF V-UYUM = "E"
                 OPEN OUTPUT ODEME CLOSE ODEME
                 PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON
                 STRING "ODEME.DAT YEDEKLENDI VE DOGRULANDI: " YED-ADI
                 DELIMITED BY SIZE INTO LOG-METIN
              ELSE
                 ADD 1 TO GECE-HATA
                 STRING "*** ODEME.DAT DOGRULANAMADI, BOSALTILMADI"
                 DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-ODEME-SON. EXIT.
       YEDEK-KON1. MOVE "KON1" TO GD-ADIM-ADI.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-KITAP-SON. EXIT.
       YEDEK-CEKN. MOVE "CEKN" TO GD-ADIM-ADI.
           PERFORM ADIM-ADI-KUR THRU ADIM-ADI-KUR-SON.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "CEKN.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-CEKN-SON.
           MOVE SPACES TO YED-KISA.
           STRING "CEKN." YED-TARIH DELIMITED BY SIZE INTO YED-KISA.
           PERFORM YED-ADI-KUR THRU YED-ADI-KUR-SON.
           CALL "CBL_COPY_FILE" USING SD-CEKN YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              STRING "CEKN.DAT YEDEKLENEMEDI, BOSALTILMADI: " YED-KISA
              DELIMITED BY SIZE INTO LOG-METIN
           ELSE
              PERFORM DOGRULA-CEKN THRU DOGRULA-CEKN-SON
              IF V-UYUM = "E"
                 OPEN OUTPUT CEKN CLOSE CEKN
                 PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON
                 STRING "CEKN.DAT YEDEKLENDI VE DOGRULANDI: " YED-KISA
                 DELIMITED BY SIZE INTO LOG-METIN
              ELSE
                 ADD 1 TO GECE-HATA
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-CEKN-SON. EXIT.
       YEDEK-MIZAN. MOVE "MIZAN" TO GD-ADIM-ADI.
           PERFORM ADIM-ADI-KUR THRU ADIM-ADI-KUR-SON.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "MIZAN.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-MIZAN-SON.
           MOVE SPACES TO YED-KISA.
           STRING "MIZAN." YED-TARIH DELIMITED BY SIZE INTO YED-KISA.
           PERFORM YED-ADI-KUR THRU YED-ADI-KUR-SON.
           CALL "CBL_COPY_FILE" USING SD-MIZAN YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              MOVE "MIZAN.DAT YEDEKLENEMEDI, BOSALTILMADI" TO LOG-METIN
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-MIZAN-SON. EXIT.
       YEDEK-CARI. MOVE "CARI" TO GD-ADIM-ADI.
           PERFORM ADIM-ADI-KUR THRU ADIM-ADI-KUR-SON.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "CARI.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-CARI-SON.
           MOVE SPACES TO YED-KISA.
           STRING "CARI." YED-TARIH DELIMITED BY SIZE INTO YED-KISA.
           PERFORM YED-ADI-KUR THRU YED-ADI-KUR-SON.
           CALL "CBL_COPY_FILE" USING SD-CARI YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              MOVE "CARI.DAT YEDEKLENEMEDI, BOSALTILMADI" TO LOG-METIN
                    TO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-CARI-SON. EXIT.
       YEDEK-KASA. MOVE "KASA" TO GD-ADIM-ADI.
           PERFORM ADIM-ADI-KUR THRU ADIM-ADI-KUR-SON.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "KASA.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-KASA-SON.
           MOVE SPACES TO YED-KISA.
           STRING "KASA." YED-TARIH DELIMITED BY SIZE INTO YED-KISA.
           PERFORM YED-ADI-KUR THRU YED-ADI-KUR-SON.
           CALL "CBL_COPY_FILE" USING SD-KASA YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              STRING "KASA.DAT YEDEKLENEMEDI, BOSALTILMADI: " YED-KISA
              DELIMITED BY SIZE INTO LOG-METIN
           ELSE
              PERFORM DOGRULA-KASA THRU DOGRULA-KASA-SON
              IF V-UYUM = "E"
                 OPEN OUTPUT KASA CLOSE KASA
                 PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON
                 STRING "KASA.DAT YEDEKLENDI VE DOGRULANDI: " YED-KISA
                 DELIMITED BY SIZE INTO LOG-METIN
              ELSE
                 ADD 1 TO GECE-HATA
                 STRING "*** KASA.DAT DOGRULANAMADI, BOSALTILMADI"
                 DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-KASA-SON. EXIT.
       YEDEK-YEVMIYE. MOVE "YEVM" TO GD-ADIM-ADI.
           PERFORM ADIM-ADI-KUR THRU ADIM-ADI-KUR-SON.
           PERFORM ADIM-BAK THRU ADIM-BAK-SON.
           IF GD-YAPILDI = "E"
              MOVE "YEVMIYE.DAT ADIMI ONCEKI CALISMADA TAMAM, ATLANDI"
                 TO LOG-METIN
              PERFORM LOG-YAZ-YAZICI
              GO YEDEK-YEVMIYE-SON.
           MOVE SPACES TO YED-KISA.
           STRING "YEVMIYE." YED-TARIH DELIMITED BY SIZE INTO YED-KISA.
           PERFORM YED-ADI-KUR THRU YED-ADI-KUR-SON.
           CALL "CBL_COPY_FILE" USING SD-YEVMIYE YED-ADI
           RETURNING YED-DURUM.
           IF YED-DURUM NOT = 0
              STRING "YEVMIYE.DAT YEDEKLENEMEDI, BOSALTILMADI: "
              YED-KISA DELIMITED BY SIZE INTO LOG-METIN
           ELSE
              PERFORM DOGRULA-YEVMIYE THRU DOGRULA-YEVMIYE-SON
              IF V-UYUM = "E"
                 OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
                 PERFORM ADIM-TAMAM THRU ADIM-TAMAM-SON
                 STRING "YEVMIYE.DAT YEDEKLENDI VE DOGRULANDI: "
                 YED-KISA DELIMITED BY SIZE INTO LOG-METIN
              ELSE
                 ADD 1 TO GECE-HATA
                 STRING "*** YEVMIYE.DAT DOGRULANAMADI, BOSALTILMADI"
                 DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
       YEDEK-YEVMIYE-SON. EXIT.
      *
      * SIRKETE AIT KUTUKLER SD-DIZIN'DEKI SIRKET ICIN YEDEKLENIR.
      * ANA SIRKETTEN SONRA SIRKET.DAT'TAKI DIGER SIRKETLER SIRAYLA
      * DOLASILIR; DIZINI BOS OLAN SIRKET ANA DIZINI PAYLASIR, ATLANIR.
      *
       SIRKET-YEDEK.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           PERFORM YEDEK-CEKN THRU YEDEK-CEKN-SON.
           PERFORM YEDEK-MIZAN THRU YEDEK-MIZAN-SON.
           PERFORM YEDEK-CARI THRU YEDEK-CARI-SON.
           PERFORM YEDEK-KASA THRU YEDEK-KASA-SON.
           PERFORM YEDEK-YEVMIYE THRU YEDEK-YEVMIYE-SON.
       SIRKET-YEDEK-SON. EXIT.
       DIGER-SIRKETLER.
           OPEN INPUT SIRKET.
           IF SK-DST NOT = "00" GO DIGER-SIRKETLER-SON.
           MOVE LOW-VALUES TO SK-KOD.
           START SIRKET KEY NOT LESS THAN SK-KOD INVALID KEY
              GO DS-KAPAT.
       DS-OKU. READ SIRKET NEXT AT END GO DS-KAPAT.
           IF SK-KOD = "01" OR SK-DIZIN = SPACES GO DS-OKU.
           MOVE SK-KOD TO SD-KOD.
           MOVE SK-DIZIN TO SD-DIZIN.
           STRING "SIRKET " SK-KOD " " SK-ADI
              DELIMITED BY SIZE INTO LOG-METIN.
           PERFORM LOG-YAZ-YAZICI.
           PERFORM SIRKET-YEDEK THRU SIRKET-YEDEK-SON.
           GO DS-OKU.
       DS-KAPAT. CLOSE SIRKET.
       DIGER-SIRKETLER-SON. EXIT.
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
      * YEDEK KOPYA SIRKETIN KENDI DIZININE ALINIR.
       YED-ADI-KUR.
           MOVE SPACES TO YED-ADI.
           STRING SD-DIZIN DELIMITED BY SPACE
              YED-KISA DELIMITED BY SPACE INTO YED-ADI.
       YED-ADI-KUR-SON. EXIT.
      * ANA SIRKET DISINDAKI SIRKETLERIN ADIM ADINA SIRKET KODU EKLENIR.
       ADIM-ADI-KUR.
           IF SD-KOD = "01" GO ADIM-ADI-KUR-SON.
           MOVE GD-ADIM-ADI TO ADIM-KOK.
           MOVE SPACES TO GD-ADIM-ADI.
           STRING ADIM-KOK DELIMITED BY SPACE
              SD-KOD DELIMITED BY SIZE INTO GD-ADIM-ADI.
       ADIM-ADI-KUR-SON. EXIT.
      * GECENIN DURUMU: "SON" SATIRI VARSA GECE BITMIS, BASKA SATIR
      * VARSA YARIM KALMIS DEMEKTIR.
       GECE-DURUM-BAK.
       DG-CARI-KAPAT.
           CLOSE CARI YCARI.
       DOGRULA-CARI-SON. EXIT.
       DOGRULA-BRDH.
           MOVE "H" TO V-UYUM. MOVE 0 TO V-SAYI.
           OPEN INPUT BRDH.
           OPEN INPUT YBRDH.
           IF YV-DST NOT = "00" CLOSE BRDH GO DOGRULA-BRDH-SON.
       DG-BRDH-OKU.
           MOVE "H" TO V-CANLI-BITTI V-YEDEK-BITTI.
           READ BRDH NEXT AT END MOVE "E" TO V-CANLI-BITTI.
           READ YBRDH NEXT AT END MOVE "E" TO V-YEDEK-BITTI.
           IF V-CANLI-BITTI = "E" AND V-YEDEK-BITTI = "E"
              MOVE "E" TO V-UYUM GO DG-BRDH-KAPAT.
           IF V-CANLI-BITTI NOT = V-YEDEK-BITTI GO DG-BRDH-KAPAT.
           IF BRDH-KAYDI NOT = YBRDH-KAYDI GO DG-BRDH-KAPAT.
           ADD 1 TO V-SAYI.
           GO DG-BRDH-OKU.
       DG-BRDH-KAPAT.
           CLOSE BRDH YBRDH.
       DOGRULA-BRDH-SON. EXIT.
       DOGRULA-ODEME.
           MOVE "H" TO V-UYUM. MOVE 0 TO V-SAYI.
           OPEN INPUT ODEME.
           OPEN INPUT YODEME.
           IF YV-DST NOT = "00" CLOSE ODEME GO DOGRULA-ODEME-SON.
       DG-ODEME-OKU.
           MOVE "H" TO V-CANLI-BITTI V-YEDEK-BITTI.
           READ ODEME NEXT AT END MOVE "E" TO V-CANLI-BITTI.
           READ YODEME NEXT AT END MOVE "E" TO V-YEDEK-BITTI.
           IF V-CANLI-BITTI = "E" AND V-YEDEK-BITTI = "E"
              MOVE "E" TO V-UYUM GO DG-ODEME-KAPAT.
           IF V-CANLI-BITTI NOT = V-YEDEK-BITTI GO DG-ODEME-KAPAT.
           IF ODEME-KAYDI NOT = YODEME-KAYDI GO DG-ODEME-KAPAT.
           ADD 1 TO V-SAYI.
           GO DG-ODEME-OKU.
       DG-ODEME-KAPAT.
           CLOSE ODEME YODEME.
       DOGRULA-ODEME-SON. EXIT.
       DOGRULA-KASA.
           MOVE "H" TO V-UYUM. MOVE 0 TO V-SAYI.
           OPEN INPUT KASA.
           OPEN INPUT YKASA.
           IF YV-DST NOT = "00" CLOSE KASA GO DOGRULA-KASA-SON.
       DG-KASA-OKU.
           MOVE "H" TO V-CANLI-BITTI V-YEDEK-BITTI.
           READ KASA NEXT AT END MOVE "E" TO V-CANLI-BITTI.
           READ YKASA NEXT AT END MOVE "E" TO V-YEDEK-BITTI.
           IF V-CANLI-BITTI = "E" AND V-YEDEK-BITTI = "E"
              MOVE "E" TO V-UYUM GO DG-KASA-KAPAT.
           IF V-CANLI-BITTI NOT = V-YEDEK-BITTI GO DG-KASA-KAPAT.
           IF KASA-KAYDI NOT = YKASA-KAYDI GO DG-KASA-KAPAT.
           ADD 1 TO V-SAYI.
           GO DG-KASA-OKU.
       DG-KASA-KAPAT.
           CLOSE KASA YKASA.
       DOGRULA-KASA-SON. EXIT.
       DOGRULA-YEVMIYE.
           MOVE "H" TO V-UYUM. MOVE 0 TO V-SAYI.
           OPEN INPUT YEVMIYE.
           OPEN INPUT YYEVMIYE.
           IF YV-DST NOT = "00" CLOSE YEVMIYE GO DOGRULA-YEVMIYE-SON.
       DG-YEVMIYE-OKU.
           MOVE "H" TO V-CANLI-BITTI V-YEDEK-BITTI.
           READ YEVMIYE NEXT AT END MOVE "E" TO V-CANLI-BITTI.
           READ YYEVMIYE NEXT AT END MOVE "E" TO V-YEDEK-BITTI.
           IF V-CANLI-BITTI = "E" AND V-YEDEK-BITTI = "E"
              MOVE "E" TO V-UYUM GO DG-YEVMIYE-KAPAT.
           IF V-CANLI-BITTI NOT = V-YEDEK-BITTI GO DG-YEVMIYE-KAPAT.
           IF YEVMIYE-KAYDI NOT = YYEVMIYE-KAYDI GO DG-YEVMIYE-KAPAT.
           ADD 1 TO V-SAYI.
           GO DG-YEVMIYE-OKU.
       DG-YEVMIYE-KAPAT.
           CLOSE YEVMIYE YYEVMIYE.
       DOGRULA-YEVMIYE-SON. EXIT.
       LOG-YAZ. WRITE LOG-SATIR FROM LOG-SATIRI.
       LOG-YAZ-YAZICI. MOVE YED-TARIH TO LOG-TARIH.
           PERFORM LOG-YAZ.
           MOVE LOG-METIN TO YAZICI-SATIR.
           WRITE YAZICI-SATIR.
           MOVE SPACES TO LOG-METIN.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
