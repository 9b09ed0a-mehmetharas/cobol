      * CEKILEBILIR; AYNI KAYNAK KAYDI IKINCI KEZ CEKILMEZ.
      * GUN KAPANISI ACILIS BAKIYESI, HAREKETLER VE KAPANIS BAKIYESINI
      * YAZICIYA DOKER - CEKMECEDEKI PARA BU RAKAMLA TUTMALIDIR.
      * PERSONELE VERILEN IS AVANSLARI ADINA ACIK KALEM OLARAK
      * IZLENIR, MASRAF BELGELERIYLE MAHSUP EDILIR (PERSONEL-AVANS).
      * ANAMENU'DEN ACILDIGINDA GIRISTE SECILEN SIRKETIN KASASI
      * TUTULUR: KASA, CEK, AVANS, HESAP PLANI VE YEVMIYE KUTUKLERI
      * SIRKETIN DIZININDEN ACILIR. KON2 TAHSILATLARI VE URETICI
      * ODEMELERI KOOPERATIFIN OLDUGUNDAN YALNIZ ANA SIRKETTE CEKILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASA.
       AUTHOR. MEHMET HARAS.
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KS-DST4.
           SELECT PERAVANS ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY PA-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS PA-DST.
           SELECT PAMASRAF ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY PM-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS PM-DST.
           SELECT HESPLAN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY HP-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS HP-DST.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS YV-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID SD-KASA.
       01 KASA-KAYDI.
           02 KS-KOD.
              03 KS-TARIH PIC 9(8).
           02 AKT2 PIC X.
           02 K2-NEDEN PIC X(2).
           02 K2-FATURA-NO PIC 9(6).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKN.
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 TUR            PIC X.
           02 CEK-ORT-KOD PIC X(15).
      * CEKTAH.DAT - CEK/SENET KISMI TAHSILAT GECMISI; KASAYA PARA
      * TAKSIT TAKSIT BU TARIHLERDE GIRER.
       FD CEKTAH LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKTAH.
       01 CEKTAH-KAYDI.
           02 CT-CEK-NO PIC 9(6).
           02 CT-TARIH PIC 9(8).
           02 OD-ACIKLAMA PIC X(20).
           02 OD-PARTI PIC 9(4).
           02 OD-AKT PIC X.
      * PERAVANS.DAT - PERSONELE KASADAN VERILEN IS AVANSLARI. AVANS
      * MAHSUP EDILENE KADAR ACIK KALEM OLARAK DURUR; MAHSUPTA
      * HARCANAN, KASAYA IADE EDILEN YA DA PERSONELE EK ODENEN TUTAR
      * VE YEVMIYE FIS NUMARASI ISLENIR.
       FD PERAVANS LABEL RECORD STANDARD
           VALUE OF FILE-ID SD-PERAVANS.
       01 PERAVANS-KAYDI.
           02 PA-NO PIC 9(6).
           02 PA-PERSONEL PIC X(25).
           02 PA-TARIH PIC 9(8).
           02 PA-KASA PIC X(2).
           02 PA-TUTAR PIC 9(11).
           02 PA-ACIKLAMA PIC X(25).
           02 PA-DURUM PIC X.
              88 PA-ACIK VALUE "A".
              88 PA-KAPALI VALUE "K".
           02 PA-KAPANIS PIC 9(8).
           02 PA-HARCANAN PIC 9(11).
           02 PA-IADE PIC 9(11).
           02 PA-EK-ODEME PIC 9(11).
           02 PA-FIS PIC 9(6).
      * PAMASRAF.DAT - AVANS MAHSUBUNDA GETIRILEN MASRAF BELGELERI.
      * PM-HESAP MASRAF KATEGORISIDIR VE HESAP PLANI KODUDUR.
       FD PAMASRAF LABEL RECORD STANDARD
           VALUE OF FILE-ID SD-PAMASRAF.
       01 PAMASRAF-KAYDI.
           02 PM-KOD.
              03 PM-NO PIC 9(6).
              03 PM-SIRA PIC 99.
           02 PM-HESAP PIC X(6).
           02 PM-TUTAR PIC 9(11).
           02 PM-BELGE PIC X(10).
           02 PM-ACIKLAMA PIC X(20).
      * HESPLAN.DAT - BM4'UN HESAP PLANI; MASRAF HESAPLARI BURADA
      * ARANIR.
       FD HESPLAN LABEL RECORD STANDARD VALUE OF FILE-ID SD-HESPLAN.
       01 HESPLAN-KAYDI.
           02 HP-KOD PIC X(6).
           02 HP-ADI PIC X(25).
      * YEVMIYE.DAT - BM4'UN YEVMIYE DEFTERI; AVANS MAHSUP FISI
      * SIRADAKI FIS NUMARASIYLA BURAYA YAZILIR.
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID SD-YEVMIYE.
       01 YEVMIYE-KAYDI.
           02 YV-KOD.
              03 YV-NO PIC 9(6).
              03 YV-SIRA PIC 99.
           02 YV-TARIH PIC 9(8).
           02 YV-HESAP PIC X(6).
           02 YV-ACIKLAMA PIC X(25).
           02 YV-BORC PIC 9(11).
           02 YV-ALACAK PIC 9(11).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SY-TOPLAM PIC 9(13) VALUE 0.
       77 SY-FARK PIC S9(13) VALUE 0.
       77 SY-OPERATOR PIC X(10) VALUE SPACES.
       77 PA-DST PIC XX VALUE SPACES.
       77 PM-DST PIC XX VALUE SPACES.
       77 HP-DST PIC XX VALUE SPACES.
       77 YV-DST PIC XX VALUE SPACES.
       77 PV-AVANS-HS PIC X(6) VALUE "195".
       77 PV-SEC PIC X VALUE SPACE.
       77 PV-NO PIC 9(6) VALUE 0.
       77 PV-TARIH PIC 9(8) VALUE 0.
       77 PV-I PIC 99 VALUE 0.
       77 PV-SAY PIC 99 VALUE 0.
       77 PV-SATIR PIC 99 VALUE 0.
       77 PV-BITTI PIC X VALUE "H".
       77 PV-HARCANAN PIC 9(11) VALUE 0.
       77 PV-FARK PIC S9(11) VALUE 0.
       77 PV-GUN PIC 9(5) VALUE 0.
       77 PV-YX PIC 9 VALUE 0.
       77 PV-ADET PIC 9(4) VALUE 0.
       77 PV-TOPLAM PIC 9(13) VALUE 0.
       77 PV-D-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       77 YG-NO PIC 9(6) VALUE 0.
       77 YG-SIRA PIC 99 VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
      * ANAMENU GIRISINDE SECILEN SIRKET. PROGRAM KENDI BASINA
      * CALISTIRILDIGINDA (MENU-GIRIS BOS) CALISMA DIZINI KULLANILIR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-SIRKET PIC XX EXTERNAL.
           88 ANA-SIRKET VALUE "01" SPACES.
       01 MENU-SIRKET-ADI PIC X(30) EXTERNAL.
       01 MENU-SIRKET-DIZIN PIC X(40) EXTERNAL.
       01 SIRKET-DOSYALARI.
           02 SD-KASA PIC X(52) VALUE "KASA.DAT".
           02 SD-CEKN PIC X(52) VALUE "CEKN.DAT".
           02 SD-CEKTAH PIC X(52) VALUE "CEKTAH.DAT".
           02 SD-PERAVANS PIC X(52) VALUE "PERAVANS.DAT".
           02 SD-PAMASRAF PIC X(52) VALUE "PAMASRAF.DAT".
           02 SD-HESPLAN PIC X(52) VALUE "HESPLAN.DAT".
           02 SD-YEVMIYE PIC X(52) VALUE "YEVMIYE.DAT".
       01 SIRKET-BASLIK.
           02 F PIC X(8) VALUE "SIRKET: ".
           02 SB-ADI PIC X(30).
           02 F PIC X(42) VALUE SPACES.
      * MAHSUP EKRANINDA GIRILEN MASRAF SATIRLARI.
       01 PV-MASRAFLAR.
           02 PV-M OCCURS 10 TIMES.
              03 PV-M-HESAP PIC X(6).
              03 PV-M-TUTAR PIC 9(11).
              03 PV-M-BELGE PIC X(10).
              03 PV-M-ACIK PIC X(20).
      * ACIK AVANS YASLANDIRMA KOVALARI: 0-7, 8-30, 31-60, 60+ GUN.
       01 PV-YAS-T.
           02 PV-YAS OCCURS 4 TIMES.
              03 PV-YAS-ADET PIC 9(4).
              03 PV-YAS-TUTAR PIC 9(13).
       01 PV-YAS-ADLARI.
           02 F PIC X(12) VALUE "0-7 GUN".
           02 F PIC X(12) VALUE "8-30 GUN".
           02 F PIC X(12) VALUE "31-60 GUN".
           02 F PIC X(12) VALUE "60+ GUN".
       01 PV-YAS-ADI-T REDEFINES PV-YAS-ADLARI.
           02 PV-YAS-ADI PIC X(12) OCCURS 4 TIMES.
      * KUPUR DEGERLERI: SAYIM EKRANINDA BUYUKTEN KUCUGE SORULUR.
       01 KUP-DEGERLER.
           02 F PIC 9(7) VALUE 200.
       01 SYZ4.
           02 F PIC X(18) VALUE "FARK (SAYIM-KYT):".
           02 SY-T-FARK PIC Z,ZZZ,ZZZ,ZZ9-.
      * ACIK PERSONEL AVANSLARI (YASLANDIRMA) KALIBI.
       01 AY1.
           02 F PIC X(34) VALUE "ACIK PERSONEL AVANSLARI   TARIH: ".
           02 AY-B-TARIH PIC 9(8).
           02 F PIC X(8) VALUE "  KASA: ".
           02 AY-B-KASA PIC X(2).
       01 AY2.
           02 F PIC X(7) VALUE "NO".
           02 F PIC X(26) VALUE "PERSONEL".
           02 F PIC X(11) VALUE "VERILIS".
           02 F PIC X(3) VALUE "KS".
           02 F PIC X(15) VALUE "         TUTAR".
           02 F PIC X(6) VALUE "   GUN".
       01 AY3.
           02 AY-D-NO PIC ZZZZZ9.
           02 F PIC X VALUE SPACE.
           02 AY-D-PERSONEL PIC X(25).
           02 F PIC X VALUE SPACE.
           02 AY-D-TARIH PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 AY-D-KASA PIC X(2).
           02 F PIC X VALUE SPACE.
           02 AY-D-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 AY-D-GUN PIC ZZZZ9.
       01 AY4.
           02 AY-Y-ADI PIC X(12).
           02 F PIC X(7) VALUE " ADET:".
           02 AY-Y-ADET PIC ZZZ9.
           02 F PIC X(9) VALUE "  TUTAR:".
           02 AY-Y-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
       01 AY5.
           02 F PIC X(12) VALUE "TOPLAM".
           02 F PIC X(7) VALUE " ADET:".
           02 AY-T-ADET PIC ZZZ9.
           02 F PIC X(9) VALUE "  TUTAR:".
           02 AY-T-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
       01 CIZGI PIC X(80) VALUE ALL "-".
      * ISLEM JURNALI (ISLJRN): KASA'YA YAZILAN HER HAREKETIN (E)
      * KAYDI. YEDEK GERI YUKLENDIGINDE ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE "KASA".
           02 JI-ISLEM PIC X VALUE SPACE.
           02 JI-PROGRAM PIC X(8) VALUE "KASA".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "KASA DEFTERI".
           02 LINE 2 COLUMN 1 PIC X(30) FROM MENU-SIRKET-ADI.
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. KASA HAREKETI GIRISI".
           02 LINE 6 COLUMN 10 VALUE "2. GUNUN TAHSILATLARINI CEK".
           02 LINE 7 COLUMN 10 VALUE "3. GUN KAPANISI DOKUMU".
           02 LINE 8 COLUMN 10 VALUE "4. KASALAR ARASI VIRMAN".
           02 LINE 9 COLUMN 10 VALUE "5. PERSONEL AVANSI".
           02 LINE 10 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 12 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 12 COLUMN 21 PIC 9 USING SEC.
       01 HAREKET-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "KASA HAREKETI GIRISI".
           02 LINE 12 COLUMN 36 PIC 9(8) USING K-TARIH.
           02 LINE 13 COLUMN 10 VALUE "KASA KODU..............:".
           02 LINE 13 COLUMN 36 PIC X(2) USING K-KASA.
       01 AVANS-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "PERSONEL AVANSI VERILMESI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "AVANS NO............:".
           02 LINE 6 COLUMN 10 VALUE "PERSONEL............:".
           02 LINE 7 COLUMN 10 VALUE "TARIH {YYYYAAGG}....:".
           02 LINE 8 COLUMN 10 VALUE "KASA KODU...........:".
           02 LINE 9 COLUMN 10 VALUE "TUTAR...............:".
           02 LINE 10 COLUMN 10 VALUE "ACIKLAMA............:".
           02 LINE 5 COLUMN 33 PIC 9(6) FROM PA-NO.
           02 LINE 6 COLUMN 33 PIC X(25) USING PA-PERSONEL.
           02 LINE 7 COLUMN 33 PIC 9(8) USING PA-TARIH.
           02 LINE 8 COLUMN 33 PIC X(2) USING PA-KASA.
           02 LINE 9 COLUMN 33 PIC 9(11) USING PA-TUTAR.
           02 LINE 10 COLUMN 33 PIC X(25) USING PA-ACIKLAMA.
       PROCEDURE DIVISION.
       BASLA. PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           OPEN I-O KASA.
           IF KS-DST = "35" OPEN OUTPUT KASA CLOSE KASA
              OPEN I-O KASA.
           IF KS-DST NOT = "00"
              DISPLAY (24 1) "KASA.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO K-SON.
           CLOSE KASA.
           OPEN I-O PERAVANS.
           IF PA-DST = "35" OPEN OUTPUT PERAVANS CLOSE PERAVANS
              OPEN I-O PERAVANS.
           CLOSE PERAVANS.
       ANA. MOVE 0 TO SEC.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO K-SON.
           ELSE IF SEC = 2 PERFORM OTOMATIK-CEK
           ELSE IF SEC = 3 PERFORM GUN-KAPANISI
           ELSE IF SEC = 4 PERFORM KASA-VIRMAN
           ELSE IF SEC = 5 PERFORM PERSONEL-AVANS
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       K-SON. DISPLAY (1 1) ERASE. GOBACK.
      * SIRKETE OZGU KUTUK ADLARI SIRKET DIZINI ONEKIYLE KURULUR.
       SIRKET-DOSYA.
           IF MENU-GIRIS NOT = "MENU"
              MOVE SPACES TO MENU-SIRKET MENU-SIRKET-ADI
                 MENU-SIRKET-DIZIN.
           MOVE SPACES TO SIRKET-DOSYALARI.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "KASA.DAT" DELIMITED BY SIZE INTO SD-KASA.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CEKN.DAT" DELIMITED BY SIZE INTO SD-CEKN.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CEKTAH.DAT" DELIMITED BY SIZE INTO SD-CEKTAH.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "PERAVANS.DAT" DELIMITED BY SIZE INTO SD-PERAVANS.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "PAMASRAF.DAT" DELIMITED BY SIZE INTO SD-PAMASRAF.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "HESPLAN.DAT" DELIMITED BY SIZE INTO SD-HESPLAN.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "YEVMIYE.DAT" DELIMITED BY SIZE INTO SD-YEVMIYE.
       SIRKET-DOSYA-SON. EXIT.
       HAREKET-GIRISI SECTION.
       HG-BAS. OPEN I-O KASA.
       HG-GIR. MOVE 0 TO KS-TARIH KS-SIRA KS-TUTAR KS-REF.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO HG-GIR.
           MOVE KS-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO HG-GIR.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAYIT YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           GO HG-GIR.
       SIRA-BUL.
           MOVE KASA-KAYDI TO SAKLA-KAYIT.
           DISPLAY TARIH-EKRANI.
           ACCEPT TARIH-EKRANI ON ESCAPE GO OC-SON.
           IF K-TARIH = 0 GO OC-SON.
           MOVE K-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO OC-SON.
           MOVE 0 TO K-CEKILEN.
           OPEN I-O KASA.
           IF NOT ANA-SIRKET GO OC-CEKTAH.
           OPEN INPUT KON2.
           IF KS-DST2 = "00" PERFORM KON2-CEK THRU KON2-CEK-SON.
           CLOSE KON2.
       OC-CEKTAH.
           OPEN INPUT CEKTAH.
           IF KS-DST3 = "00"
              OPEN INPUT CEKN
              PERFORM CEKTAH-CEK THRU CEKTAH-CEK-SON
              CLOSE CEKN
              CLOSE CEKTAH.
           IF NOT ANA-SIRKET GO OC-KAPAT.
           OPEN INPUT ODEME.
           IF KS-DST4 = "00"
              PERFORM ODEME-CEK THRU ODEME-CEK-SON
              CLOSE ODEME.
       OC-KAPAT.
           CLOSE KASA.
           DISPLAY (20 10) "CEKILEN HAREKET SAYISI:".
           DISPLAY (20 35) K-CEKILEN.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE "CEKN" TO KS-KAYNAK. MOVE CT-CEK-NO TO KS-REF.
           WRITE KASA-KAYDI INVALID KEY GO CTC-OKU.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           ADD 1 TO K-CEKILEN.
           GO CTC-OKU.
       CEKTAH-CEK-SON. EXIT.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE "KON2" TO KS-KAYNAK. MOVE I-NO TO KS-REF.
           WRITE KASA-KAYDI INVALID KEY GO KC-OKU.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           ADD 1 TO K-CEKILEN.
           GO KC-OKU.
       KON2-CEK-SON. EXIT.
           MOVE "ODEM" TO KS-KAYNAK.
           COMPUTE KS-REF = (OD-UYENO * 10000) + OD-SIRA.
           WRITE KASA-KAYDI INVALID KEY GO ODC-OKU.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           ADD 1 TO K-CEKILEN.
           GO ODC-OKU.
       ODEME-CEK-SON. EXIT.
      *
      * GUN KAPANISI: ACILIS BAKIYESI SECILEN GUNDEN ONCEKI TUM
      * HAREKETLERIN NET TOPLAMIDIR; GUNUN HAREKETLERI DOKULUR,
      * KAPANIS BAKIYESI CEKMECE SAYIMI ILE KARSILASTIRILIR. DOKUMUN
      * SONUNDA O KASANIN MAHSUP EDILMEMIS PERSONEL AVANSLARI YASLARIYLA
      * LISTELENIR.
      *
       GUN-KAPANISI SECTION.
       GK-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (18 10) "CEKMECE SAYIMI YAPILACAK MI {E/H}:".
           ACCEPT (18 45) CEVAP.
           IF CEVAP = "E" PERFORM GK-SAYIM THRU GK-SAYIM-SON.
           PERFORM AVANS-YAS THRU AVANS-YAS-SON.
           CLOSE YAZICI.
           DISPLAY (20 10) "KAPANIS DOKUMU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           DISPLAY (18 10) "FARK KASA HAREKETI YAZILSIN MI {E/H}:".
           ACCEPT (18 48) CEVAP.
           IF CEVAP NOT = "E" GO GK-SAYIM-SON.
           MOVE K-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO GK-SAYIM-SON.
           OPEN I-O KASA.
           MOVE K-TARIH TO KS-TARIH.
           MOVE K-KASA TO KS-KASA.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) "FARK KAYDI YAZILAMADI {ENT BAS}"
              ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           CLOSE KASA.
           DISPLAY (20 10) "FARK KASAYA ISLENDI {ENT BAS}".
           ACCEPT CEVAP.
           DISPLAY (6 10) "TARIH {YYYYAAGG}:".
           ACCEPT (6 30) VR-TARIH.
           IF VR-TARIH = 0 GO VR-CIK.
           MOVE VR-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO VR-CIK.
           DISPLAY (7 10) "KAYNAK KASA     :".
           ACCEPT (7 30) VR-KAYNAK-KASA.
           DISPLAY (8 10) "HEDEF KASA      :".
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) "CIKAN BACAK YAZILAMADI {ENT BAS}"
              ACCEPT CEVAP CLOSE KASA GO VR-CIK.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           MOVE VR-TARIH TO KS-TARIH.
           MOVE VR-HEDEF-KASA TO KS-KASA.
           MOVE "G" TO KS-YON.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) "GIREN BACAK YAZILAMADI {ENT BAS}"
              ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           CLOSE KASA.
           DISPLAY (24 1) "VIRMAN ISLENDI {ENT BAS}". ACCEPT CEVAP.
       VR-CIK. EXIT.
      *
      * PERSONEL AVANSI: YAKIT, BIRLIK YOLU, YEDEK PARCA GIBI ISLER
      * ICIN KASADAN PERSONELE VERILEN PARA ADINA ACIK KALEM OLARAK
      * PERAVANS.DAT'A YAZILIR; KASAYA DA 195 IS AVANSLARI
      * KATEGORISIYLE CIKAN HAREKET DUSER. MAHSUPTA GETIRILEN MASRAF
      * BELGELERI HESAP PLANI KODUYLA (KATEGORI) GIRILIR; YEVMIYEYE
      * MASRAF HESAPLARI BORC, 195 ALACAK FISI YAZILIR. ARTAN PARA
      * KASAYA GIREN, EKSIK KALAN PERSONELE CIKAN HAREKET OLARAK YINE
      * 195 KATEGORISIYLE ISLENIR; BOYLECE 195 KAPANIR.
      *
       PERSONEL-AVANS SECTION.
       PV-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (2 10) "PERSONEL AVANSI".
           DISPLAY (4 10)
              "(V) AVANS VER (M) MAHSUP (L) ACIK AVANSLAR (ESC) DONUS".
           DISPLAY (6 10) "SECIMINIZ :".
           MOVE SPACE TO PV-SEC.
           ACCEPT (6 22) PV-SEC ON ESCAPE GO PV-CIK.
           IF PV-SEC = "V" PERFORM AVANS-VER THRU AVANS-VER-SON
              GO PV-BAS.
           IF PV-SEC = "M" PERFORM AVANS-MAHSUP THRU AVANS-MAHSUP-SON
              GO PV-BAS.
           IF PV-SEC = "L" PERFORM AVANS-LISTE THRU AVANS-LISTE-SON
              GO PV-BAS.
           GO PV-CIK.
      * AVANS VERILMESI: SIRADAKI AVANS NUMARASI VERILIR, KASAYA CIKAN
      * HAREKET (KAYNAK AVNS, REFERANS AVANS NO) YAZILIR.
       AVANS-VER.
           OPEN I-O PERAVANS.
           MOVE 0 TO PV-NO PA-NO.
           START PERAVANS KEY NOT LESS THAN PA-NO INVALID KEY
              GO AVV-NO.
       AVV-OKU. READ PERAVANS NEXT AT END GO AVV-NO.
           MOVE PA-NO TO PV-NO. GO AVV-OKU.
       AVV-NO. ADD 1 TO PV-NO.
           MOVE PV-NO TO PA-NO.
           MOVE SPACES TO PA-PERSONEL PA-ACIKLAMA.
           ACCEPT PA-TARIH FROM DATE YYYYMMDD.
           MOVE "01" TO PA-KASA.
           MOVE 0 TO PA-TUTAR PA-KAPANIS PA-HARCANAN PA-IADE
              PA-EK-ODEME PA-FIS.
           MOVE "A" TO PA-DURUM.
           DISPLAY AVANS-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE DONERSINIZ".
           ACCEPT AVANS-EKRANI ON ESCAPE GO AVV-KAPAT.
           IF PA-PERSONEL = SPACES OR PA-TUTAR = 0
              OR PA-KASA = SPACES OR PA-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "PERSONEL, TARIH, KASA VE TUTAR BOS OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO AVV-KAPAT.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP NOT = "E" GO AVV-KAPAT.
           MOVE PA-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO AVV-KAPAT.
           WRITE PERAVANS-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AVANS KAYDI YAZILAMADI {ENT BAS}" ACCEPT CEVAP
              GO AVV-KAPAT.
           OPEN I-O KASA.
           MOVE PA-TARIH TO KS-TARIH.
           MOVE PA-KASA TO KS-KASA.
           MOVE "C" TO KS-YON.
           MOVE PV-AVANS-HS TO KS-KATEGORI.
           MOVE PA-TUTAR TO KS-TUTAR.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING "AVANS " PA-PERSONEL DELIMITED BY SIZE
              INTO KS-ACIKLAMA.
           MOVE "AVNS" TO KS-KAYNAK. MOVE PA-NO TO KS-REF.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KASA HAREKETI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           CLOSE KASA.
           DISPLAY (22 10) "AVANS VERILDI, AVANS NO:".
           DISPLAY (22 35) PA-NO.
           DISPLAY (23 10) "{ENT BAS}". ACCEPT CEVAP.
       AVV-KAPAT. CLOSE PERAVANS.
       AVANS-VER-SON. EXIT.
      * AVANS MAHSUBU: EN COK 10 MASRAF BELGESI GIRILIR (BOS HESAP
      * KODU GIRISI BITIRIR). BELGE YOKSA AVANSIN TAMAMI KASAYA IADE
      * EDILIR.
       AVANS-MAHSUP.
           OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO AVANS-MAHSUP-SON.
           MOVE PV-AVANS-HS TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "195 IS AVANSLARI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP CLOSE HESPLAN GO AVANS-MAHSUP-SON.
           OPEN I-O PERAVANS.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 1) "AVANS MAHSUBU".
           DISPLAY (3 5) "AVANS NO:".
           MOVE 0 TO PV-NO.
           ACCEPT (3 15) PV-NO.
           IF PV-NO = 0 GO AVM-KAPAT.
           MOVE PV-NO TO PA-NO.
           READ PERAVANS INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AVANS BULUNAMADI {ENT BAS}" ACCEPT CEVAP
              GO AVM-KAPAT.
           IF PA-KAPALI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AVANS ZATEN MAHSUP EDILMIS {ENT BAS}" ACCEPT CEVAP
              GO AVM-KAPAT.
           DISPLAY (3 25) PA-PERSONEL.
           DISPLAY (4 5) "VERILIS :".
           DISPLAY (4 15) PA-TARIH.
           DISPLAY (4 25) "TUTAR:".
           MOVE PA-TUTAR TO PV-D-TUTAR.
           DISPLAY (4 32) PV-D-TUTAR.
           DISPLAY (5 5) "MAHSUP TARIHI:".
           ACCEPT PV-TARIH FROM DATE YYYYMMDD.
           DISPLAY (5 20) PV-TARIH.
           ACCEPT (5 20) PV-TARIH.
           IF PV-TARIH < PA-TARIH
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAHSUP TARIHI AVANSTAN ONCE OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO AVM-KAPAT.
           MOVE PV-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO AVM-KAPAT.
           DISPLAY (7 5)
              "HESAP  HESAP ADI       TUTAR       BELGE NO   ACIKLAMA".
           MOVE 0 TO PV-SAY PV-HARCANAN.
           MOVE "H" TO PV-BITTI.
           PERFORM AVM-SATIR THRU AVM-SATIR-SON
              VARYING PV-I FROM 1 BY 1
              UNTIL PV-I > 10 OR PV-BITTI = "E".
           COMPUTE PV-FARK = PA-TUTAR - PV-HARCANAN.
           DISPLAY (19 5) "HARCANAN TOPLAM:".
           MOVE PV-HARCANAN TO PV-D-TUTAR.
           DISPLAY (19 22) PV-D-TUTAR.
           IF PV-FARK > 0
              DISPLAY (20 5) "KASAYA IADE    :"
              MOVE PV-FARK TO PV-D-TUTAR
           ELSE
              DISPLAY (20 5) "PERSONELE ODEME:"
              COMPUTE PV-D-TUTAR = 0 - PV-FARK.
           DISPLAY (20 22) PV-D-TUTAR.
           DISPLAY (21 5) "MAHSUP YAPILSIN MI {E/H}:".
           ACCEPT (21 31) CEVAP.
           IF CEVAP NOT = "E" GO AVM-KAPAT.
           IF PV-HARCANAN > 0
              PERFORM AVM-FIS THRU AVM-FIS-SON.
           IF PV-FARK NOT = 0
              PERFORM AVM-KASA THRU AVM-KASA-SON.
           MOVE "K" TO PA-DURUM.
           MOVE PV-TARIH TO PA-KAPANIS.
           MOVE PV-HARCANAN TO PA-HARCANAN.
           MOVE 0 TO PA-IADE PA-EK-ODEME.
           IF PV-FARK > 0 MOVE PV-FARK TO PA-IADE.
           IF PV-FARK < 0 COMPUTE PA-EK-ODEME = 0 - PV-FARK.
           REWRITE PERAVANS-KAYDI.
           DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AVANS MAHSUP EDILDI {ENT BAS}".
           ACCEPT CEVAP.
       AVM-KAPAT. CLOSE PERAVANS HESPLAN.
           GO AVANS-MAHSUP-SON.
      * BIR MASRAF SATIRI: HESAP KODU HESAP PLANINDA ARANIR.
       AVM-SATIR.
           COMPUTE PV-SATIR = 7 + PV-I.
           MOVE SPACES TO PV-M-HESAP (PV-I) PV-M-BELGE (PV-I)
              PV-M-ACIK (PV-I).
           MOVE 0 TO PV-M-TUTAR (PV-I).
           ACCEPT (PV-SATIR 5) PV-M-HESAP (PV-I).
           IF PV-M-HESAP (PV-I) = SPACES
              MOVE "E" TO PV-BITTI GO AVM-SATIR-SON.
           MOVE PV-M-HESAP (PV-I) TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (23 5) "HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP DISPLAY (23 5) ERASE GO AVM-SATIR.
           DISPLAY (PV-SATIR 12) HP-ADI (1:14).
           ACCEPT (PV-SATIR 27) PV-M-TUTAR (PV-I).
           IF PV-M-TUTAR (PV-I) = 0
              DISPLAY (23 5) "TUTAR SIFIR OLAMAZ {ENT BAS}"
              ACCEPT CEVAP DISPLAY (23 5) ERASE GO AVM-SATIR.
           ACCEPT (PV-SATIR 39) PV-M-BELGE (PV-I).
           ACCEPT (PV-SATIR 50) PV-M-ACIK (PV-I).
           ADD PV-M-TUTAR (PV-I) TO PV-HARCANAN.
           ADD 1 TO PV-SAY.
       AVM-SATIR-SON. EXIT.
      * MAHSUP FISI: HER MASRAF BELGESI KENDI HESABINA BORC, TOPLAMI
      * 195'E ALACAK. BELGELER PAMASRAF.DAT'TA SAKLANIR.
       AVM-FIS.
           OPEN I-O PAMASRAF.
           IF PM-DST = "35" OPEN OUTPUT PAMASRAF CLOSE PAMASRAF
              OPEN I-O PAMASRAF.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL THRU YG-NO-BUL-SON.
           MOVE 0 TO YG-SIRA.
           MOVE SPACES TO YEVMIYE-KAYDI.
           STRING "AVANS MAHSUP " PA-NO " " PA-PERSONEL
              DELIMITED BY SIZE INTO YV-ACIKLAMA.
           PERFORM AVM-BELGE THRU AVM-BELGE-SON
              VARYING PV-I FROM 1 BY 1 UNTIL PV-I > PV-SAY.
           MOVE PV-AVANS-HS TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE PV-HARCANAN TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           CLOSE YEVMIYE PAMASRAF.
           MOVE YG-NO TO PA-FIS.
       AVM-FIS-SON. EXIT.
       AVM-BELGE.
           MOVE PA-NO TO PM-NO.
           MOVE PV-I TO PM-SIRA.
           MOVE PV-M-HESAP (PV-I) TO PM-HESAP.
           MOVE PV-M-TUTAR (PV-I) TO PM-TUTAR.
           MOVE PV-M-BELGE (PV-I) TO PM-BELGE.
           MOVE PV-M-ACIK (PV-I) TO PM-ACIKLAMA.
           WRITE PAMASRAF-KAYDI INVALID KEY REWRITE PAMASRAF-KAYDI.
           MOVE PV-M-HESAP (PV-I) TO YV-HESAP.
           MOVE PV-M-TUTAR (PV-I) TO YV-BORC. MOVE 0 TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
       AVM-BELGE-SON. EXIT.
      * ARTAN PARA KASAYA GIREN, EKSIK KALAN PERSONELE CIKAN OLARAK
      * AVANSIN VERILDIGI KASAYA YAZILIR.
       AVM-KASA.
           OPEN I-O KASA.
           MOVE PV-TARIH TO KS-TARIH.
           MOVE PA-KASA TO KS-KASA.
           IF PV-FARK > 0
              MOVE "G" TO KS-YON
              MOVE PV-FARK TO KS-TUTAR
           ELSE
              MOVE "C" TO KS-YON
              COMPUTE KS-TUTAR = 0 - PV-FARK.
           MOVE PV-AVANS-HS TO KS-KATEGORI.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING "AVANS MAHSUP " PA-PERSONEL DELIMITED BY SIZE
              INTO KS-ACIKLAMA.
           MOVE "AVNS" TO KS-KAYNAK. MOVE PA-NO TO KS-REF.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           WRITE KASA-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KASA HAREKETI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM KASA-JURNAL THRU KASA-JURNAL-SON.
           CLOSE KASA.
       AVM-KASA-SON. EXIT.
       AVANS-MAHSUP-SON. EXIT.
      * ACIK AVANSLAR: TARIH VE KASA SORULUR (KASA BOS = HEPSI),
      * YASLANDIRMA DOKUMU YAZICIYA ALINIR.
       AVANS-LISTE.
           DISPLAY (1 1) ERASE.
           DISPLAY (10 10) "HANGI TARIHE GORE YASLANDIRILACAK?".
           ACCEPT K-TARIH FROM DATE YYYYMMDD.
           MOVE SPACES TO K-KASA.
           DISPLAY TARIH-EKRANI.
           ACCEPT TARIH-EKRANI ON ESCAPE GO AVANS-LISTE-SON.
           IF K-TARIH = 0 GO AVANS-LISTE-SON.
           PERFORM YAZICI-AC.
           PERFORM AVANS-YAS THRU AVANS-YAS-SON.
           CLOSE YAZICI.
           MOVE "01" TO K-KASA.
           DISPLAY (20 10) "ACIK AVANS LISTESI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       AVANS-LISTE-SON. EXIT.
       PV-CIK. EXIT.
      *
      * ACIK AVANS YASLANDIRMASI: K-TARIH'E KADAR VERILMIS, HENUZ
      * MAHSUP EDILMEMIS AVANSLAR (K-KASA DOLUYSA O KASANINKILER)
      * GUN SAYISIYLA DOKULUR, ALTINA YAS KOVALARI YAZILIR. YAZICI
      * CAGIRAN TARAFINDAN ACILIR; GUN KAPANISI DOKUMUNUN SONUNA DA
      * BU LISTE EKLENIR.
      *
       AVANS-YAS SECTION.
       AYS-BAS.
           OPEN INPUT PERAVANS.
           IF PA-DST NOT = "00" GO AVANS-YAS-SON.
           MOVE ZEROS TO PV-YAS-T.
           MOVE 0 TO PV-ADET PV-TOPLAM.
           MOVE K-TARIH TO AY-B-TARIH.
           MOVE K-KASA TO AY-B-KASA.
           WRITE YAZ FROM AY1 AFTER 2.
           WRITE YAZ FROM AY2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO PA-NO.
           START PERAVANS KEY NOT LESS THAN PA-NO INVALID KEY
              GO AYS-TOP.
       AYS-OKU. READ PERAVANS NEXT AT END GO AYS-TOP.
           IF PA-KAPALI GO AYS-OKU.
           IF PA-TARIH > K-TARIH GO AYS-OKU.
           IF K-KASA NOT = SPACES AND PA-KASA NOT = K-KASA
              GO AYS-OKU.
           COMPUTE PV-GUN = FUNCTION INTEGER-OF-DATE(K-TARIH)
              - FUNCTION INTEGER-OF-DATE(PA-TARIH).
           MOVE 4 TO PV-YX.
           IF PV-GUN < 61 MOVE 3 TO PV-YX.
           IF PV-GUN < 31 MOVE 2 TO PV-YX.
           IF PV-GUN < 8 MOVE 1 TO PV-YX.
           ADD 1 TO PV-YAS-ADET (PV-YX) PV-ADET.
           ADD PA-TUTAR TO PV-YAS-TUTAR (PV-YX) PV-TOPLAM.
           MOVE PA-NO TO AY-D-NO.
           MOVE PA-PERSONEL TO AY-D-PERSONEL.
           MOVE PA-TARIH TO AY-D-TARIH.
           MOVE PA-KASA TO AY-D-KASA.
           MOVE PA-TUTAR TO AY-D-TUTAR.
           MOVE PV-GUN TO AY-D-GUN.
           WRITE YAZ FROM AY3.
           GO AYS-OKU.
       AYS-TOP. WRITE YAZ FROM CIZGI.
           PERFORM AYS-KOVA THRU AYS-KOVA-SON
              VARYING PV-YX FROM 1 BY 1 UNTIL PV-YX > 4.
           MOVE PV-ADET TO AY-T-ADET.
           MOVE PV-TOPLAM TO AY-T-TUTAR.
           WRITE YAZ FROM AY5.
           CLOSE PERAVANS.
           GO AVANS-YAS-SON.
       AYS-KOVA.
           MOVE PV-YAS-ADI (PV-YX) TO AY-Y-ADI.
           MOVE PV-YAS-ADET (PV-YX) TO AY-Y-ADET.
           MOVE PV-YAS-TUTAR (PV-YX) TO AY-Y-TUTAR.
           WRITE YAZ FROM AY4.
       AYS-KOVA-SON. EXIT.
       AVANS-YAS-SON. EXIT.
      *
      * SIRADAKI YEVMIYE FIS NUMARASI (BM4'TEKI DUZENIN AYNISI) VE
      * FIS SATIRI. PV-TARIH FISIN TARIHIDIR.
      *
       YARDIMCI SECTION.
       YG-NO-BUL.
           MOVE 0 TO YG-NO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO YG-NO-BUL-DON.
       YGN-OKU. READ YEVMIYE NEXT AT END GO YG-NO-BUL-DON.
           MOVE YV-NO TO YG-NO. GO YGN-OKU.
       YG-NO-BUL-DON.
           ADD 1 TO YG-NO.
       YG-NO-BUL-SON. EXIT.
       FIS-SATIR.
           ADD 1 TO YG-SIRA.
           MOVE YG-NO TO YV-NO. MOVE YG-SIRA TO YV-SIRA.
           MOVE PV-TARIH TO YV-TARIH.
           WRITE YEVMIYE-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YEVMIYE SATIRI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
       FIS-SATIR-SON. EXIT.
      * KILITLI MUHASEBE DONEMINE TARIHLI HAREKET YAZILMAZ; KILIDI
      * YALNIZ YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, ISLEM YAPILAMAZ {ENT BAS}"
              ACCEPT CEVAP.
       DONEM-BAK-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
           IF MENU-SIRKET-ADI NOT = SPACES
              MOVE MENU-SIRKET-ADI TO SB-ADI
              WRITE YAZ FROM SIRKET-BASLIK.
       YAZICI-AC-SON. EXIT.
      * ISLEM JURNALI: BASARILI YAZMADAN HEMEN SONRA HAREKETIN KAYDI
      * ISLJRN ILE GUNUN JURNALINE, SIRKET DIZINIYLE BIRLIKTE DUSER.
      * KUTUK DURUMU BASARISIZ ISE JURNALE YAZILMAZ.
       ISLEM-JURNAL SECTION.
       KASA-JURNAL.
           IF KS-DST NOT = "00" AND KS-DST NOT = "02"
              GO KASA-JURNAL-SON.
           MOVE MENU-SIRKET-DIZIN TO JI-DIZIN.
           MOVE KASA-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       KASA-JURNAL-SON. EXIT.
