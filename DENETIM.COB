           SELECT KITAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DEMIRBAS-NO
           FILE STATUS KT-DST.
           SELECT AYIKLA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AY-DEMIRBAS
           FILE STATUS AY-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           05 ODUNC-DURUMU PIC X.
           05 ODUNC-ALAN PIC X(20).
           05 ODUNC-TARIHI PIC X(8).
           05 ALIS-BEDELI PIC 9(9).
           05 ALIS-TARIHI PIC 9(8).
           05 SIPARIS-NO PIC 9(6).
       FD AYIKLA LABEL RECORD STANDARD VALUE OF FILE-ID "AYIKLA.DOS".
       01 AYIKLA-KAYDI.
           02 AY-DEMIRBAS PIC 9(6).
           02 F PIC X(120).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 CT-DST PIC XX VALUE SPACES.
       77 OD-DST PIC XX VALUE SPACES.
       77 KT-DST PIC XX VALUE SPACES.
       77 AY-DST PIC XX VALUE SPACES.
       77 AY-ACIK PIC X VALUE "H".
       77 CEVAP PIC X VALUE SPACE.
       77 UYE-ED PIC ZZZ9.
       77 UYE-KOD PIC X(15) VALUE SPACES.
       KK-KAPAT. CLOSE KON2 KON1.
       KON2-KON1-SON. EXIT.
      * 3. ODUNC HAREKETININ DEMIRBASI KITAP KUTUGUNDE VAR MI?
      * KOLEKSIYONDAN CIKARILIP AYIKLA.DOS'A YAZILMIS KOPYANIN ESKI
      * ODUNC KAYITLARI HATA DEGILDIR.
       ODUNC-KITAP.
           WRITE YAZ FROM DZ6 AFTER 2.
           OPEN INPUT ODUNC.
           IF OD-DST NOT = "00" GO ODUNC-KITAP-SON.
           OPEN INPUT KITAP.
           IF KT-DST NOT = "00" CLOSE ODUNC GO ODUNC-KITAP-SON.
           OPEN INPUT AYIKLA.
           MOVE "H" TO AY-ACIK.
           IF AY-DST = "00" MOVE "E" TO AY-ACIK.
           MOVE 0 TO OD-SIRA.
           START ODUNC KEY NOT LESS THAN OD-SIRA INVALID KEY
              GO OK-KAPAT.
       OK-OKU. READ ODUNC NEXT AT END GO OK-KAPAT.
           MOVE OD-DEMIRBAS TO DEMIRBAS-NO.
           READ KITAP INVALID KEY GO OK-CIKARILMIS.
           GO OK-OKU.
       OK-CIKARILMIS.
           IF AY-ACIK = "E"
              MOVE OD-DEMIRBAS TO AY-DEMIRBAS
              READ AYIKLA INVALID KEY GO OK-YOK END-READ
              GO OK-OKU.
       OK-YOK.
           MOVE OD-SIRA TO DN-ODSIRA.
           MOVE OD-DEMIRBAS TO DN-DEMIR.
           MOVE OD-KITAP TO DN-KITAP.
           WRITE YAZ FROM DZ7.
           ADD 1 TO AGIR-SAYI.
           GO OK-OKU.
       OK-KAPAT. CLOSE ODUNC KITAP AYIKLA.
       ODUNC-KITAP-SON. EXIT.
      * 4. CEKN ODENEN ALANI CEKTAH TAKSITLERININ TOPLAMINA ESIT MI?
      * HER CEK ICIN TAHSILAT GECMISI BASTAN TARANIR.
