      * BIR KISI TEK GIRISLE CALISIR; ISTEN AYRILANIN KAYDINI
      * KAPATMAK BUTUN PROGRAMLARA ERISIMINI KESER. PROGRAMLARIN
      * KENDI SIFRELERI AYRICA YERINDE DURUR.
      * KOOPERATIFIN YANINDA KARDES SIRKETIN DEFTERI DE TUTULUR:
      * GIRISTE SIRKET SECILIR, MUHASEBE (BM4), CEK/SENET VE KASA
      * O SIRKETIN DIZININDEKI KUTUKLERLE CALISIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAMENU.
       AUTHOR. MEHMET HARAS.
           FILE STATUS LG-DST.
           SELECT GUVPRM ASSIGN TO DISK
           FILE STATUS GV-DST.
           SELECT DONKIL ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DKL-DONEM
           SHARING WITH ALL OTHER
           FILE STATUS DKL-DST.
           SELECT DONLOG ASSIGN TO DISK
           FILE STATUS DJ-DST.
           SELECT SIRKET ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SK-KOD
           SHARING WITH ALL OTHER
           FILE STATUS SK-DST.
           SELECT PRMLOG ASSIGN TO DISK
           FILE STATUS PL-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
              03 OP-F-KONIPT PIC X.
              03 OP-F-CARBAK PIC X.
              03 OP-F-CARKAPAT PIC X.
      * ILK YEDEK BAYRAK GIRDI (GUBRE/ILAC) SATIS PROGRAMININ
      * YETKISI OLDU; DOSYA DUZENI DEGISMEDI.
              03 OP-Y-GIRDI PIC X.
      * IKINCI YEDEK BAYRAK KASA DEFTERININ YETKISI OLDU.
              03 OP-Y-KASA PIC X.
              03 OP-F-YEDEK3 PIC X.
      * ANA SIRKET (01) DISINDAKI SIRKETLERDE MUHASEBE, CEK/SENET VE
      * KASA YETKILERI. ANA SIRKETTE YUKARIDAKI BAYRAKLAR GECERLIDIR;
      * KODU BURADA OLMAYAN SIRKETE OPERATOR GIREMEZ.
           02 OP-SIRKETLER.
              03 OP-S1-KOD PIC XX.
              03 OP-S1-BM4 PIC X.
              03 OP-S1-CEKN PIC X.
              03 OP-S1-KASA PIC X.
              03 OP-S2-KOD PIC XX.
              03 OP-S2-BM4 PIC X.
              03 OP-S2-CEKN PIC X.
              03 OP-S2-KASA PIC X.
              03 OP-S3-KOD PIC XX.
              03 OP-S3-BM4 PIC X.
              03 OP-S3-CEKN PIC X.
              03 OP-S3-KASA PIC X.
              03 OP-S4-KOD PIC XX.
              03 OP-S4-BM4 PIC X.
              03 OP-S4-CEKN PIC X.
              03 OP-S4-KASA PIC X.
      * OPRLOG.DAT - GIRIS JURNALI: BASARILI/HATALI HER DENEME
      * TARIH, SAAT, KOD VE SONUCLA BURAYA DUSER.
      * SONUC: B BASARILI, H HATALI SIFRE/KOD, K KILITLI DENEME,
       01 GUVPRM-KAYDI.
           02 GV-MAXHATA PIC 99.
           02 GV-OMUR PIC 9(3).
      * DONKIL.DAT - MUHASEBE DONEM KILITLERI (DONKONT ILE ORTAK).
      * KILITLER VE JURNALI SIRKET BASINA, SIRKETIN DIZININDEDIR.
       FD DONKIL LABEL RECORD STANDARD VALUE OF FILE-ID SD-DONKIL.
       01 DONKIL-KAYDI.
           02 DKL-DONEM PIC 9(6).
           02 DKL-DURUM PIC X.
              88 DKL-KILITLI VALUE "K".
           02 DKL-TARIH PIC 9(8).
           02 DKL-OPERATOR PIC X(10).
      * DONLOG.DAT - DONEM JURNALI: HER KILITLEME (K) VE YENIDEN
      * ACMA (A) TARIH, SAAT, YONETICI VE NEDENIYLE BURAYA DUSER.
       FD DONLOG LABEL RECORD STANDARD VALUE OF FILE-ID SD-DONLOG.
       01 DONLOG-KAYDI.
           02 DJ-TARIH PIC 9(8).
           02 DJ-SAAT PIC 9(6).
           02 DJ-DONEM PIC 9(6).
           02 DJ-ISLEM PIC X.
           02 DJ-OPERATOR PIC X(10).
           02 DJ-NEDEN PIC X(30).
      * SIRKET.DAT - DEFTERI TUTULAN SIRKETLER. 01 ANA SIRKETTIR
      * (KOOPERATIF), KUTUKLERI PROGRAM DIZININDE DURUR. DIGER
      * SIRKETLERIN MUHASEBE, CEK/SENET VE KASA KUTUKLERI SK-DIZIN'DE
      * (SONU "/" ILE BITEN, BOSLUKSUZ YOL) DURUR. KUTUK YOKSA TEK
      * SIRKETLE CALISILIR VE GIRISTE SIRKET SORULMAZ.
       FD SIRKET LABEL RECORD STANDARD VALUE OF FILE-ID "SIRKET.DAT".
       01 SIRKET-KAYDI.
           02 SK-KOD PIC XX.
           02 SK-ADI PIC X(30).
           02 SK-DIZIN PIC X(40).
      * PRMLOG.DAT - PARAMETRE TABLOLARI DEGISIKLIK JURNALI. BAREM,
      * KESINTI ORANI, KALITE, MAL FIATI, CEZA TARIFESI VE VADE FARKI
      * ORANINDAKI HER EKLEME/DEGISTIRME/SILME PRMKAYIT ILE ESKI VE
      * YENI DEGERIYLE, TARIH, SAAT VE OPERATORLE BURAYA DUSER.
       FD PRMLOG LABEL RECORD STANDARD VALUE OF FILE-ID "PRMLOG.DAT".
       01 PRMLOG-KAYDI.
           02 PL-TARIH PIC 9(8).
           02 PL-SAAT.
              03 PL-SAAT-SDS PIC 9(6).
              03 F PIC 99.
           02 PL-TABLO PIC X(8).
           02 PL-ANAHTAR PIC X(20).
           02 PL-ISLEM PIC X.
           02 PL-ESKI PIC X(50).
           02 PL-YENI PIC X(50).
           02 PL-OPERATOR PIC X(10).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 YENI-SIFRE2 PIC X(10) VALUE SPACES.
       77 ESKI-KILIT PIC X VALUE SPACE.
       77 GG-KOD PIC X(10) VALUE SPACES.
       77 DKL-DST PIC XX VALUE SPACES.
       77 DJ-DST PIC XX VALUE SPACES.
       77 DKI-NEDEN PIC X(30) VALUE SPACES.
       77 SK-DST PIC XX VALUE SPACES.
       77 SY-I PIC 9 VALUE 0.
       77 SD-DONKIL PIC X(52) VALUE "DONKIL.DAT".
       77 SD-DONLOG PIC X(52) VALUE "DONLOG.DAT".
       77 PL-DST PIC XX VALUE SPACES.
       77 PG-TABLO PIC X(8) VALUE SPACES.
       77 PG-BAS-T PIC 9(8) VALUE 0.
       77 PG-BIT-T PIC 9(8) VALUE 0.
       77 PG-SAY PIC 9(5) VALUE 0.
       01 DKI-DONEM PIC 9(6) VALUE 0.
       01 DKI-DONEM-R REDEFINES DKI-DONEM.
           02 DKI-YIL PIC 9(4).
           02 DKI-AY PIC 99.
       01 GGZ1.
           02 F PIC X(30) VALUE "OPERATOR GIRIS GECMISI".
       01 GGZ2.
           02 GG-D-KOD PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 GG-D-SONUC PIC X(12).
       01 DKZ1.
           02 F PIC X(30) VALUE "DONEM KILIT JURNALI".
       01 DKZ2.
           02 DK-D-TARIH PIC 9(8).
           02 F PIC X(2) VALUE SPACES.
           02 DK-D-SAAT PIC 99B99B99.
           02 F PIC X(2) VALUE SPACES.
           02 DK-D-DONEM PIC 9999/99.
           02 F PIC X(2) VALUE SPACES.
           02 DK-D-ISLEM PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 DK-D-OPERATOR PIC X(10).
           02 F PIC X(1) VALUE SPACES.
           02 DK-D-NEDEN PIC X(30).
       01 PGZ1.
           02 F PIC X(30) VALUE "PARAMETRE DEGISIKLIK GECMISI".
       01 PGZ2.
           02 F PIC X(7) VALUE "TABLO: ".
           02 PG-D-TABLO PIC X(8).
           02 F PIC X(9) VALUE "  TARIH: ".
           02 PG-D-BAS PIC 9(8).
           02 F PIC X(3) VALUE " - ".
           02 PG-D-BIT PIC 9(8).
       01 PGZ3.
           02 PG-D-TARIH PIC 9(8).
           02 F PIC X(2) VALUE SPACES.
           02 PG-D-SAAT PIC 99B99B99.
           02 F PIC X(2) VALUE SPACES.
           02 PG-D-TAB PIC X(8).
           02 F PIC X(1) VALUE SPACES.
           02 PG-D-ANAHTAR PIC X(20).
           02 F PIC X(1) VALUE SPACES.
           02 PG-D-ISLEM PIC X(10).
           02 F PIC X(1) VALUE SPACES.
           02 PG-D-OPERATOR PIC X(10).
       01 PGZ4.
           02 F PIC X(10) VALUE SPACES.
           02 PG-D-BASLIK PIC X(6).
           02 PG-D-DEGER PIC X(50).
       01 PGZ5.
           02 F PIC X(24) VALUE "DEGISIKLIK SAYISI......:".
           02 PG-D-SAY PIC ZZZZ9.
       01 SIRKET-BASLIK.
           02 F PIC X(8) VALUE "SIRKET: ".
           02 SB-ADI PIC X(30).
           02 F PIC X(42) VALUE SPACES.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * ESKI SIFRE DUZENI AYNEN GECERLIDIR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * GIRISTE SECILEN SIRKET; BM4, CEKN, KASA VE DONKONT SIRKETE
      * OZGU KUTUKLERI MENU-SIRKET-DIZIN ONEKIYLE ACAR. ANA SIRKETTE
      * VE PROGRAM KENDI BASINA CALISTIRILDIGINDA DIZIN BOSTUR.
       01 MENU-SIRKET PIC XX EXTERNAL.
       01 MENU-SIRKET-ADI PIC X(30) EXTERNAL.
       01 MENU-SIRKET-DIZIN PIC X(40) EXTERNAL.
       01 AKTIF-SIRKETLER.
           02 AK-SRK OCCURS 4.
              03 AK-SRK-KOD PIC XX.
              03 AK-SRK-BM4 PIC X.
              03 AK-SRK-CEKN PIC X.
              03 AK-SRK-KASA PIC X.
       01 AKTIF-YETKILER.
           02 AK-Y-P2 PIC X.
           02 AK-Y-KONSIYE PIC X.
           02 AK-Y-GURAY PIC X.
           02 AK-Y-HESAP PIC X.
           02 AK-Y-YEDEKLE PIC X.
           02 AK-Y-GIRDI PIC X.
           02 AK-Y-KASA PIC X.
       SCREEN SECTION.
       01 GIRIS-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "ORTAK PROGRAM MENUSU".
           02 LINE 2 COLUMN 1 VALUE "OPERATOR:".
           02 LINE 2 COLUMN 11 PIC X(20) FROM AKTIF-ADI.
           02 LINE 2 COLUMN 40 VALUE "SIRKET:".
           02 LINE 2 COLUMN 48 PIC X(30) FROM MENU-SIRKET-ADI.
           02 LINE 4 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. ZEYTIN ALIM (P2)".
           02 LINE 6 COLUMN 10 VALUE "2. KONSIYE TAKIBI".
           02 LINE 14 COLUMN 40 VALUE "11. GIRIS GECMISI".
           02 LINE 15 COLUMN 40 VALUE "12. GUVENLIK AYARI".
           02 LINE 13 COLUMN 40 VALUE "13. SPOOL KUYRUGU".
           02 LINE 16 COLUMN 40 VALUE "14. GIRDI (GUBRE/ILAC) SATISI".
           02 LINE 17 COLUMN 40 VALUE "15. DEPO ISCI PUANTAJI".
           02 LINE 18 COLUMN 40 VALUE "16. DEMIRBAS / AMORTISMAN".
           02 LINE 19 COLUMN 40 VALUE "17. BANKA MUTABAKATI".
           02 LINE 20 COLUMN 40 VALUE "18. BANKA KREDILERI".
           02 LINE 21 COLUMN 40 VALUE "19. DONEM KILITLERI".
           02 LINE 22 COLUMN 40 VALUE "20. CSV DISA AKTARIM".
           02 LINE 16 COLUMN 10 VALUE "21. YEDEK SORGUSU".
           02 LINE 11 COLUMN 40 VALUE "22. KASA DEFTERI".
           02 LINE 12 COLUMN 40 VALUE "23. SIRKET TANIMLARI".
           02 LINE 10 COLUMN 40 VALUE "24. PARAMETRE DEGISIKLIKLERI".
           02 LINE 14 COLUMN 10 VALUE "9. OPERATOR TANIMLARI".
           02 LINE 15 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 17 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 17 COLUMN 10 VALUE "FIS DUZ:  DNM KAPAT:  ORAN:".
           02 LINE 18 COLUMN 10 VALUE "KON DOSYA:  KOD IPTAL:".
           02 LINE 19 COLUMN 10 VALUE "CARI BAKIM:  BM4 KAPANIS:".
           02 LINE 20 COLUMN 10 VALUE "GIRDI SATIS YETKISI {E/H}:".
           02 LINE 7 COLUMN 45 VALUE "KASA YETKISI {E/H}..:".
           02 LINE 9 COLUMN 45 VALUE "DIGER SIRKETLER {E/H}".
           02 LINE 10 COLUMN 45 VALUE "KOD   BM4  CEK  KASA".
           02 LINE 4 COLUMN 37 PIC X(10) USING OP-KOD.
           02 LINE 5 COLUMN 37 PIC X(20) USING OP-ADI.
           02 LINE 6 COLUMN 37 PIC X(10) USING OP-SIFRE.
           02 LINE 18 COLUMN 32 PIC X USING OP-F-KONIPT.
           02 LINE 19 COLUMN 22 PIC X USING OP-F-CARBAK.
           02 LINE 19 COLUMN 35 PIC X USING OP-F-CARKAPAT.
           02 LINE 20 COLUMN 37 PIC X USING OP-Y-GIRDI.
           02 LINE 7 COLUMN 67 PIC X USING OP-Y-KASA.
           02 LINE 11 COLUMN 45 PIC XX USING OP-S1-KOD.
           02 LINE 11 COLUMN 52 PIC X USING OP-S1-BM4.
           02 LINE 11 COLUMN 57 PIC X USING OP-S1-CEKN.
           02 LINE 11 COLUMN 62 PIC X USING OP-S1-KASA.
           02 LINE 12 COLUMN 45 PIC XX USING OP-S2-KOD.
           02 LINE 12 COLUMN 52 PIC X USING OP-S2-BM4.
           02 LINE 12 COLUMN 57 PIC X USING OP-S2-CEKN.
           02 LINE 12 COLUMN 62 PIC X USING OP-S2-KASA.
           02 LINE 13 COLUMN 45 PIC XX USING OP-S3-KOD.
           02 LINE 13 COLUMN 52 PIC X USING OP-S3-BM4.
           02 LINE 13 COLUMN 57 PIC X USING OP-S3-CEKN.
           02 LINE 13 COLUMN 62 PIC X USING OP-S3-KASA.
           02 LINE 14 COLUMN 45 PIC XX USING OP-S4-KOD.
           02 LINE 14 COLUMN 52 PIC X USING OP-S4-BM4.
           02 LINE 14 COLUMN 57 PIC X USING OP-S4-CEKN.
           02 LINE 14 COLUMN 62 PIC X USING OP-S4-KASA.
       PROCEDURE DIVISION.
      * ILK KURULUS: KUTUK YOKSA YARATILIR VE ILK YONETICI TANIMLANIR.
       BASLA. OPEN INPUT OPERTAB.
           CLOSE OPERTAB.
           MOVE OP-ADI TO AKTIF-ADI.
           MOVE OP-YETKILER TO AKTIF-YETKILER.
           MOVE OP-Y-GIRDI TO AK-Y-GIRDI.
           MOVE OP-Y-KASA TO AK-Y-KASA.
           MOVE OP-SIRKETLER TO AKTIF-SIRKETLER.
           MOVE OP-YONETICI TO AKTIF-YONETICI.
           PERFORM SIRKET-SEC THRU SIRKET-SEC-SON.
           IF SK-KOD = SPACES GO GIRIS.
           PERFORM SIRKET-YETKI THRU SIRKET-YETKI-SON.
           IF YETKI-VAR = "H"
              DISPLAY (20 23) "BU SIRKETTE YETKINIZ YOK {ENT BAS}"
              ACCEPT CEVAP GO GIRIS.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           MOVE "MENU" TO MENU-GIRIS.
           MOVE GIRIS-KOD TO MENU-OPERATOR.
           GO ANA.
      * SIRKET SECIMI: SIRKET.DAT YOKSA ANA SIRKETLE DEVAM EDILIR.
      * BOS KOD GIRIS EKRANINA DONDURUR. ANA SIRKET (01) TANIMLANMAMIS
      * OLSA DA GECERLIDIR; DIZINI BOS, ADI BOS KALIR.
       SIRKET-SEC.
           MOVE "01" TO MENU-SIRKET SK-KOD.
           MOVE SPACES TO MENU-SIRKET-ADI MENU-SIRKET-DIZIN.
           OPEN INPUT SIRKET.
           IF SK-DST NOT = "00" GO SIRKET-SEC-SON.
       SKS-SOR.
           DISPLAY (19 23) "SIRKET KODU (01 ANA):".
           MOVE "01" TO SK-KOD.
           DISPLAY (19 45) SK-KOD.
           ACCEPT (19 45) SK-KOD.
           IF SK-KOD = SPACES CLOSE SIRKET GO SIRKET-SEC-SON.
           READ SIRKET INVALID KEY
              IF SK-KOD = "01"
                 MOVE SPACES TO SK-ADI SK-DIZIN
              ELSE
                 DISPLAY (20 23) "SIRKET TANIMSIZ {ENT BAS}"
                 ACCEPT CEVAP GO SKS-SOR.
           CLOSE SIRKET.
           MOVE SK-KOD TO MENU-SIRKET.
           MOVE SK-ADI TO MENU-SIRKET-ADI.
           IF SK-KOD NOT = "01" MOVE SK-DIZIN TO MENU-SIRKET-DIZIN.
       SIRKET-SEC-SON. EXIT.
      * ANA SIRKET DISINDA YALNIZ OPERATORUN O SIRKET ICIN ACILMIS
      * MUHASEBE, CEK/SENET VE KASA YETKILERI GECERLIDIR; HESAP
      * MAKINESI SIRKETTEN BAGIMSIZDIR.
       SIRKET-YETKI.
           MOVE "E" TO YETKI-VAR.
           IF MENU-SIRKET = "01" GO SIRKET-YETKI-SON.
           MOVE "H" TO YETKI-VAR.
           MOVE "H" TO AK-Y-P2 AK-Y-KONSIYE AK-Y-ADRES AK-Y-BM4
              AK-Y-CEKN AK-Y-GURAY AK-Y-YEDEKLE AK-Y-GIRDI AK-Y-KASA.
           PERFORM SY-BAK THRU SY-BAK-SON
              VARYING SY-I FROM 1 BY 1 UNTIL SY-I > 4.
           GO SIRKET-YETKI-SON.
       SY-BAK.
           IF AK-SRK-KOD (SY-I) NOT = MENU-SIRKET GO SY-BAK-SON.
           IF AK-SRK-BM4 (SY-I) = "E"
              MOVE "E" TO AK-Y-BM4 YETKI-VAR.
           IF AK-SRK-CEKN (SY-I) = "E"
              MOVE "E" TO AK-Y-CEKN YETKI-VAR.
           IF AK-SRK-KASA (SY-I) = "E"
              MOVE "E" TO AK-Y-KASA YETKI-VAR.
       SY-BAK-SON. EXIT.
       SIRKET-YETKI-SON. EXIT.
      * SIRKETE OZGU KUTUK ADLARI SIRKET DIZINI ONEKIYLE KURULUR.
       SIRKET-DOSYA.
           MOVE SPACES TO SD-DONKIL SD-DONLOG.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "DONKIL.DAT" DELIMITED BY SIZE INTO SD-DONKIL.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "DONLOG.DAT" DELIMITED BY SIZE INTO SD-DONLOG.
       SIRKET-DOSYA-SON. EXIT.
      * HATALI SIFRE: SAYAC ARTAR, SINIRA ULASINCA HESAP KILITLENIR.
       GIRIS-HATALI.
           ADD 1 TO OP-HATALI.
              ELSE
                 DISPLAY (23 10) "BU ISLEM YONETICI ISTER {ENT BAS}"
                 ACCEPT CEVAP GO ANA.
           IF SEC = 11 OR SEC = 12 OR SEC = 19 OR SEC = 23
              OR SEC = 24
              IF AKTIF-YONETICI = "E"
                 IF SEC = 11 PERFORM GIRIS-GECMISI GO ANA
                 ELSE IF SEC = 12 PERFORM GUVENLIK-AYARI GO ANA
                 ELSE IF SEC = 19 PERFORM DONEM-KILIT GO ANA
                 ELSE IF SEC = 23 PERFORM SIRKET-TANIM GO ANA
                 ELSE PERFORM PARAMETRE-GECMISI GO ANA
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              ELSE
                 DISPLAY (23 10) "BU ISLEM YONETICI ISTER {ENT BAS}"
                 ACCEPT CEVAP GO ANA.
      * ANA SIRKET DISINDA YALNIZ MUHASEBE, CEK/SENET VE KASA ILE
      * SIRKETTEN BAGIMSIZ HESAP MAKINESI VE SPOOL KUYRUGU ACILIR;
      * OTEKI PROGRAMLARIN KUTUKLERI KOOPERATIFINDIR.
           IF MENU-SIRKET NOT = "01" AND SEC NOT = 4 AND SEC NOT = 5
              AND SEC NOT = 7 AND SEC NOT = 13 AND SEC NOT = 22
              DISPLAY (23 10) "BU PROGRAM YALNIZ ANA SIRKETTE {ENT}"
              ACCEPT CEVAP GO ANA.
           PERFORM YETKI-KONTROL.
           IF YETKI-VAR = "H"
              DISPLAY (23 10) "BU PROGRAM ICIN YETKINIZ YOK {ENT BAS}"
           ELSE IF SEC = 8 CALL "YEDEKLE"
           ELSE IF SEC = 10 CALL "SORGU"
           ELSE IF SEC = 13 CALL "SPOOLER"
           ELSE IF SEC = 14 CALL "GIRDI"
           ELSE IF SEC = 15 CALL "ISCI"
           ELSE IF SEC = 16 CALL "DEMIRBAS"
           ELSE IF SEC = 17 CALL "BANKMUT"
           ELSE IF SEC = 18 CALL "KREDI"
           ELSE IF SEC = 20 CALL "DISAKTAR"
           ELSE IF SEC = 21 CALL "YEDSORGU"
           ELSE IF SEC = 22 CALL "KASA"
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
           IF SEC = 6 MOVE AK-Y-GURAY TO YETKI-VAR.
           IF SEC = 7 MOVE AK-Y-HESAP TO YETKI-VAR.
           IF SEC = 8 MOVE AK-Y-YEDEKLE TO YETKI-VAR.
           IF SEC = 14 MOVE AK-Y-GIRDI TO YETKI-VAR.
      * DEPO ISCI PUANTAJI ALIM MERKEZI ISIDIR, P2 YETKISIYLE ACILIR.
           IF SEC = 15 MOVE AK-Y-P2 TO YETKI-VAR.
      * DEMIRBAS / AMORTISMAN MUHASEBE ISIDIR, BM4 YETKISIYLE ACILIR.
           IF SEC = 16 MOVE AK-Y-BM4 TO YETKI-VAR.
      * BANKA MUTABAKATI DEFTERLE KARSILASTIRIR, BM4 YETKISIYLE ACILIR.
           IF SEC = 17 MOVE AK-Y-BM4 TO YETKI-VAR.
      * BANKA KREDILERI YEVMIYEYE FIS YAZAR, BM4 YETKISIYLE ACILIR.
           IF SEC = 18 MOVE AK-Y-BM4 TO YETKI-VAR.
      * CSV AKTARIMI MUHASEBE BUROSUNA GIDER, BM4 YETKISIYLE ACILIR.
           IF SEC = 20 MOVE AK-Y-BM4 TO YETKI-VAR.
      * YEDEK SORGUSU YALNIZ OKUR, YEDEKLEME YETKISIYLE ACILIR.
           IF SEC = 21 MOVE AK-Y-YEDEKLE TO YETKI-VAR.
           IF SEC = 22 MOVE AK-Y-KASA TO YETKI-VAR.
      * 360 SORGUSU SALT OKUNURDUR, SPOOL KUYRUGU HERKESE LAZIMDIR;
      * IKISI DE GIRIS YAPAN HERKESE ACIKTIR.
           IF SEC = 10 OR SEC = 13 MOVE "E" TO YETKI-VAR.
           IF OP-KOD = SPACES GO OT-SON.
           MOVE SPACES TO OP-ADI OP-SIFRE.
           MOVE ALL "H" TO OP-YETKILER OP-F-YETKILER.
           MOVE SPACES TO OP-SIRKETLER.
           MOVE "H" TO OP-YONETICI OP-KILIT.
           MOVE 0 TO OP-HATALI.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           DISPLAY (23 10) "GECMIS DOKUMU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       GGD-CIK. EXIT.
      * YONETICI: MUHASEBE DONEM KILITLERI. KILITLI AYA TARIHLI KAYIT
      * P2, KONSIYE, KASA, CEKN VE BM4'TE EKLENEMEZ, DEGISTIRILEMEZ,
      * IPTAL EDILEMEZ. KILIDI ACMAK ICIN NEDEN YAZMAK ZORUNLUDUR;
      * HER KILITLEME VE ACMA DONLOG'A YONETICI KODUYLA DUSER.
       DONEM-KILIT SECTION.
       DKI-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (3 10) "MUHASEBE DONEM KILITLERI".
           DISPLAY (3 40) MENU-SIRKET-ADI.
           DISPLAY (5 10) "DONEM YYYYAA (0=CIKIS 1=DOKUM):".
           MOVE 0 TO DKI-DONEM.
           ACCEPT (5 43) DKI-DONEM.
           IF DKI-DONEM = 0 GO DKI-CIK.
           IF DKI-DONEM = 1 GO DKD-BAS.
           IF DKI-AY < 1 OR DKI-AY > 12 OR DKI-YIL < 1990
              DISPLAY (23 10) "GECERSIZ DONEM {ENT BAS}"
              ACCEPT CEVAP GO DKI-BAS.
           OPEN I-O DONKIL.
           IF DKL-DST = "35"
              OPEN OUTPUT DONKIL CLOSE DONKIL OPEN I-O DONKIL.
           MOVE DKI-DONEM TO DKL-DONEM.
           READ DONKIL INVALID KEY
              MOVE DKI-DONEM TO DKL-DONEM
              MOVE "A" TO DKL-DURUM
              MOVE 0 TO DKL-TARIH
              MOVE SPACES TO DKL-OPERATOR.
           IF DKL-KILITLI
              DISPLAY (7 10) "DURUMU: KILITLI"
           ELSE
              DISPLAY (7 10) "DURUMU: ACIK   ".
           IF DKL-TARIH NOT = 0
              DISPLAY (8 10) "SON ISLEM:"
              DISPLAY (8 21) DKL-TARIH
              DISPLAY (8 31) DKL-OPERATOR.
           DISPLAY (10 10) "K:KILITLE  A:YENIDEN AC  BOS:VAZGEC :".
           MOVE SPACE TO CEVAP.
           ACCEPT (10 48) CEVAP.
           MOVE SPACES TO DKI-NEDEN.
           IF CEVAP = "K" GO DKI-KILITLE.
           IF CEVAP = "A" GO DKI-AC.
           CLOSE DONKIL. GO DKI-BAS.
       DKI-KILITLE.
           IF DKL-KILITLI
              DISPLAY (23 10) "DONEM ZATEN KILITLI {ENT BAS}"
              ACCEPT CEVAP CLOSE DONKIL GO DKI-BAS.
           MOVE "K" TO DKL-DURUM.
           GO DKI-YAZ.
       DKI-AC.
           IF NOT DKL-KILITLI
              DISPLAY (23 10) "DONEM ZATEN ACIK {ENT BAS}"
              ACCEPT CEVAP CLOSE DONKIL GO DKI-BAS.
           DISPLAY (12 10) "ACMA NEDENI:".
           ACCEPT (12 23) DKI-NEDEN.
           IF DKI-NEDEN = SPACES
              DISPLAY (23 10) "NEDEN YAZILMADAN DONEM ACILMAZ {ENT BAS}"
              ACCEPT CEVAP CLOSE DONKIL GO DKI-BAS.
           DISPLAY (14 10) "DONEM YENIDEN ACILSIN MI {E/H}:".
           MOVE SPACE TO CEVAP.
           ACCEPT (14 42) CEVAP.
           IF CEVAP NOT = "E" CLOSE DONKIL GO DKI-BAS.
           MOVE "A" TO DKL-DURUM.
       DKI-YAZ.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO DKL-TARIH.
           MOVE MENU-OPERATOR TO DKL-OPERATOR.
           WRITE DONKIL-KAYDI INVALID KEY REWRITE DONKIL-KAYDI.
           CLOSE DONKIL.
           OPEN EXTEND DONLOG.
           IF DJ-DST = "35" OPEN OUTPUT DONLOG.
           MOVE BUGUN-YMD TO DJ-TARIH.
           ACCEPT DJ-SAAT FROM TIME.
           MOVE DKI-DONEM TO DJ-DONEM.
           MOVE DKL-DURUM TO DJ-ISLEM.
           MOVE MENU-OPERATOR TO DJ-OPERATOR.
           MOVE DKI-NEDEN TO DJ-NEDEN.
           WRITE DONLOG-KAYDI.
           CLOSE DONLOG.
           DISPLAY (23 10) "DONEM KAYDI YAZILDI {ENT BAS}".
           ACCEPT CEVAP.
           GO DKI-BAS.
      * KILITLEME/ACMA GECMISININ YAZICI DOKUMU.
       DKD-BAS.
           OPEN INPUT DONLOG.
           IF DJ-DST NOT = "00"
              DISPLAY (23 10) "DONEM JURNALI HENUZ YOK {ENT BAS}"
              ACCEPT CEVAP GO DKI-BAS.
           PERFORM YAZICI-AC.
           WRITE YAZ FROM DKZ1 AFTER 2.
       DKD-OKU. READ DONLOG AT END GO DKD-BIT.
           MOVE DJ-TARIH TO DK-D-TARIH.
           MOVE DJ-SAAT TO DK-D-SAAT.
           MOVE DJ-DONEM TO DK-D-DONEM.
           IF DJ-ISLEM = "K" MOVE "KILITLENDI" TO DK-D-ISLEM
           ELSE MOVE "ACILDI" TO DK-D-ISLEM.
           MOVE DJ-OPERATOR TO DK-D-OPERATOR.
           MOVE DJ-NEDEN TO DK-D-NEDEN.
           WRITE YAZ FROM DKZ2.
           GO DKD-OKU.
       DKD-BIT. CLOSE DONLOG YAZICI.
           DISPLAY (23 10) "DONEM JURNALI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           GO DKI-BAS.
       DKI-CIK. EXIT.
      * YONETICI: SIRKET TANIMLARI. ANA SIRKETIN (01) DIZINI HEP
      * BOSTUR; DIGER SIRKETTE DIZIN ZORUNLUDUR, YOKSA KAYITLAR
      * KOOPERATIFIN KUTUKLERINE DUSER. YENI SIRKETE GIRECEK
      * OPERATORLERE SIRKET YETKISI OPERATOR TANIMINDAN VERILIR.
       SIRKET-TANIM SECTION.
       ST-BAS. OPEN I-O SIRKET.
           IF SK-DST = "35"
              OPEN OUTPUT SIRKET CLOSE SIRKET OPEN I-O SIRKET.
       ST-GIR. MOVE SPACES TO SK-KOD.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 10) "SIRKET TANIMLARI".
           DISPLAY (5 10) "SIRKET KODU (BOS = CIKIS):".
           ACCEPT (5 37) SK-KOD.
           IF SK-KOD = SPACES GO ST-SON.
           MOVE SPACES TO SK-ADI SK-DIZIN.
           READ SIRKET INVALID KEY CONTINUE.
           DISPLAY (7 10) "SIRKET ADI......:".
           DISPLAY (7 28) SK-ADI.
           ACCEPT (7 28) SK-ADI.
           IF SK-KOD = "01"
              MOVE SPACES TO SK-DIZIN
              DISPLAY (9 10) "ANA SIRKET: KUTUKLER PROGRAM DIZININDE"
           ELSE
              DISPLAY (9 10) "VERI DIZINI.....:"
              DISPLAY (9 28) SK-DIZIN
              ACCEPT (9 28) SK-DIZIN
              IF SK-DIZIN = SPACES
                 DISPLAY (23 10) "DIZIN BOS OLAMAZ {ENT BAS}"
                 ACCEPT CEVAP GO ST-GIR.
           DISPLAY (11 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (11 33) CEVAP.
           IF CEVAP = "H" GO ST-GIR.
           WRITE SIRKET-KAYDI INVALID KEY REWRITE SIRKET-KAYDI.
           GO ST-GIR.
       ST-SON. CLOSE SIRKET.
      * YONETICI VE DENETCI ICIN PARAMETRE DEGISIKLIK GECMISI: SECILEN
      * TABLONUN (BOS ISE HEPSININ) TARIH ARALIGINDAKI DEGISIKLIKLERI
      * KIM, NE ZAMAN, ESKI VE YENI DEGERIYLE YAZICIYA DOKULUR.
       PARAMETRE-GECMISI SECTION.
       PGD-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (3 10) "PARAMETRE DEGISIKLIK GECMISI".
           DISPLAY (5 10) "TABLO (BOS=HEPSI).........:".
           DISPLAY (6 10) "BARTAB ORAN KALTAB MALTAB CEZAPRM VADEPRM".
           DISPLAY (8 10) "BASLANGIC TARIHI YYYYAAGG.:".
           DISPLAY (9 10) "BITIS TARIHI (0=BUGUN)....:".
           MOVE SPACES TO PG-TABLO. MOVE 0 TO PG-BAS-T PG-BIT-T.
           ACCEPT (5 38) PG-TABLO.
           ACCEPT (8 38) PG-BAS-T.
           ACCEPT (9 38) PG-BIT-T.
           IF PG-BIT-T = 0 ACCEPT PG-BIT-T FROM DATE YYYYMMDD.
           IF PG-BAS-T > PG-BIT-T
              DISPLAY (23 10) "TARIH ARALIGI HATALI {ENT BAS}"
              ACCEPT CEVAP GO PGD-CIK.
           OPEN INPUT PRMLOG.
           IF PL-DST NOT = "00"
              DISPLAY (23 10) "PARAMETRE JURNALI HENUZ YOK {ENT BAS}"
              ACCEPT CEVAP GO PGD-CIK.
           PERFORM YAZICI-AC.
           WRITE YAZ FROM PGZ1 AFTER 2.
           MOVE PG-TABLO TO PG-D-TABLO.
           IF PG-TABLO = SPACES MOVE "HEPSI" TO PG-D-TABLO.
           MOVE PG-BAS-T TO PG-D-BAS. MOVE PG-BIT-T TO PG-D-BIT.
           WRITE YAZ FROM PGZ2.
           MOVE 0 TO PG-SAY.
       PGD-OKU. READ PRMLOG AT END GO PGD-BIT.
           IF PL-TARIH < PG-BAS-T OR PL-TARIH > PG-BIT-T
              GO PGD-OKU.
           IF PG-TABLO NOT = SPACES AND PL-TABLO NOT = PG-TABLO
              GO PGD-OKU.
           MOVE PL-TARIH TO PG-D-TARIH.
           MOVE PL-SAAT-SDS TO PG-D-SAAT.
           MOVE PL-TABLO TO PG-D-TAB.
           MOVE PL-ANAHTAR TO PG-D-ANAHTAR.
           IF PL-ISLEM = "E" MOVE "EKLENDI" TO PG-D-ISLEM
           ELSE IF PL-ISLEM = "D" MOVE "DEGISTI" TO PG-D-ISLEM
           ELSE IF PL-ISLEM = "S" MOVE "SILINDI" TO PG-D-ISLEM
           ELSE MOVE PL-ISLEM TO PG-D-ISLEM.
           MOVE PL-OPERATOR TO PG-D-OPERATOR.
           WRITE YAZ FROM PGZ3 AFTER 2.
           IF PL-ISLEM NOT = "E"
              MOVE "ESKI: " TO PG-D-BASLIK MOVE PL-ESKI TO PG-D-DEGER
              WRITE YAZ FROM PGZ4.
           IF PL-ISLEM NOT = "S"
              MOVE "YENI: " TO PG-D-BASLIK MOVE PL-YENI TO PG-D-DEGER
              WRITE YAZ FROM PGZ4.
           ADD 1 TO PG-SAY.
           GO PGD-OKU.
       PGD-BIT. MOVE PG-SAY TO PG-D-SAY.
           WRITE YAZ FROM PGZ5 AFTER 2.
           CLOSE PRMLOG YAZICI.
           DISPLAY (23 10) "DEGISIKLIK GECMISI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       PGD-CIK. EXIT.
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
