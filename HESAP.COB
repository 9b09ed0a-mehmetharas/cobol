       77 OV-ORT PIC 9(8) VALUE 0.
       77 OV-ORAN PIC 99V99 VALUE 0.
       77 OV-FAIZ PIC 9(13) VALUE 0.
       77 KH-ANA PIC 9(13)V99 VALUE 0.
       77 KH-ORAN PIC 99V9(4) VALUE 0.
       77 KH-SAYI PIC 999 VALUE 0.
       77 KH-TAKSIT PIC 9(13)V99 VALUE 0.
       77 KH-BOS PIC 9 VALUE 0.
       77 KH-I PIC 9V9(12) VALUE 0.
       77 KH-ISK PIC 9V9(16) VALUE 0.
       77 KH-ALT PIC 9V9(12) VALUE 0.
       77 KH-UST PIC 9V9(12) VALUE 0.
       77 KH-DENE PIC 9(13)V9(4) VALUE 0.
       77 KH-K PIC 99 VALUE 0.
       77 KH-AY PIC 999 VALUE 0.
       77 KH-BAKIYE PIC S9(13)V99 VALUE 0.
       77 KH-FAIZ PIC 9(13)V99 VALUE 0.
       77 KH-ANAP PIC S9(13)V99 VALUE 0.
       77 KH-TOPLAM PIC 9(15)V99 VALUE 0.
       77 KH-TOP-FAIZ PIC 9(13)V99 VALUE 0.
       77 KH-YILLIK PIC 9(5)V9(4) VALUE 0.
       77 KH-YAZ PIC X VALUE "H".
       77 KH-MESAJ PIC X(40) VALUE SPACES.
       77 KH-E-TUTAR PIC Z(12)9.99.
       77 KH-E-ORAN PIC Z(4)9.9(4).
       77 KH-E-SAYI PIC ZZ9.
       01 SERIT-KH-SATIR.
           02 KH-S-AD PIC X(16).
           02 KH-S-DEGER PIC X(24).
       01 SERIT-KH-BASLIK.
           02 F PIC X(40) VALUE
              " AY       FAIZ     ANAPARA       KALAN".
       01 SERIT-KH-PLAN.
           02 KH-P-AY PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 KH-P-FAIZ PIC Z(7)9.99.
           02 F PIC X VALUE SPACE.
           02 KH-P-ANAP PIC Z(7)9.99.
           02 F PIC X VALUE SPACE.
           02 KH-P-KALAN PIC Z(7)9.99.
       01 SERIT-KH-CIZGI PIC X(40) VALUE ALL "-".
       01 SERIT-GUN-SATIR.
           02 SG-T1 PIC 9(8).
           02 F PIC X(3) VALUE " - ".
           02 LINE 5 COLUMN 36 PIC 9(7)V99 USING KR-ALIS.
           02 LINE 6 COLUMN 36 PIC 9(7)V99 USING KR-SATIS.
           02 LINE 7 COLUMN 36 PIC 9(8) USING KR-TARIH.
       01 E-KH.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 17 VALUE "KREDI / TAKSIT HESABI".
           02 LINE 3 COLUMN 17 VALUE "BULUNACAK DEGERI 0 BIRAKIN".
           02 LINE 5 COLUMN 17 VALUE "ANAPARA.........:".
           02 LINE 6 COLUMN 17 VALUE "AYLIK ORAN %....:".
           02 LINE 7 COLUMN 17 VALUE "TAKSIT SAYISI...:".
           02 LINE 8 COLUMN 17 VALUE "TAKSIT TUTARI...:".
           02 LINE 5 COLUMN 36 PIC 9(13)V99 USING KH-ANA.
           02 LINE 6 COLUMN 36 PIC 99V9(4) USING KH-ORAN.
           02 LINE 7 COLUMN 36 PIC 999 USING KH-SAYI.
           02 LINE 8 COLUMN 36 PIC 9(13)V99 USING KH-TAKSIT.
       PROCEDURE DIVISION.
       BASLAHESAP. DISPLAY (1 1) ERASE. MOVE 0 TO A1 A2 QQA3 A4 BELLEK.
           MOVE SPACES TO OTURUM.
           DISPLAY (22 17) "KT:KUR TABLOSU BAKIMI".
           DISPLAY (23 17) "L :KAYITLI SERIDI BASTIR".
           DISPLAY (22 45) "GT:GUN SAYISI TE:TARIH+GUN".
           DISPLAY (23 45) "OV:ORT.VADE KH:KREDI EF:EFEKTIF".
       HESAP1. ACCEPT E1. ACCEPT E5.
       ISLEM. IF ES = "%" GO YUZDE-HES
           ELSE IF ES = "*" GO CARPIM-HES
           ELSE IF ES = "GT" GO GUN-HESAP
           ELSE IF ES = "TE" GO TARIH-EKLE
           ELSE IF ES = "OV" GO ORTALAMA-VADE
           ELSE IF ES = "KH" GO KREDI-HESAP
           ELSE IF ES = "EF" GO EFEKTIF-HES
           ELSE IF ES = "L" GO SERIT-BASTIR
           ELSE IF ES = "F" GO SON ELSE GO HESAP1.
       YUZDE-HES. IF A2 = 0  ADD A1 TO A2  PERFORM HESAP1.
           MOVE SERIT-OV-SONUC TO DISK-SATIR.
           PERFORM SERIT-DISK THRU SERIT-DISK-SON.
           GO HESAP1.
      *
      * EFEKTIF FAIZ: A1 AYLIK ORAN (%) KABUL EDILIR, AYLIK
      * BILESIK ISLEYEN YILLIK ORAN (%) SONUC OLARAK VERILIR.
      *
       EFEKTIF-HES.
           COMPUTE QQA3 ROUNDED = (((1 + A1 / 100) ** 12) - 1) * 100.
           MOVE QQA3 TO A4. DISPLAY E4.
           MOVE "EF" TO SR-OP. PERFORM SERIT-YAZ. GO HESAP1.
      *
      * KREDI TUSU: ESIT TAKSITLI KREDIDE ANAPARA, AYLIK ORAN,
      * TAKSIT SAYISI VE TAKSIT TUTARINDAN BIRI 0 BIRAKILIR, OTEKI
      * UCUNDEN BULUNUR. ORAN ARALIK YARILAMA ILE, TAKSIT SAYISI
      * AY AY BAKIYE DUSULEREK BULUNUR; SON TAKSIT KALAN BAKIYEYI
      * KAPATIR. OZET SERIDE BASILIR, ISTENIRSE AYLIK FAIZ/ANAPARA/
      * KALAN BAKIYE GOSTEREN ODEME PLANI DE BASILIR.
      *
       KREDI-HESAP.
           MOVE 0 TO KH-ANA KH-ORAN KH-SAYI KH-TAKSIT.
           MOVE SPACES TO KH-MESAJ.
       KH-GIR. DISPLAY E-KH.
           DISPLAY (22 17) "HEPSI 0 = CIKIS".
           DISPLAY (23 17) KH-MESAJ.
           MOVE SPACES TO KH-MESAJ.
           ACCEPT E-KH.
           MOVE 0 TO KH-BOS.
           IF KH-ANA = 0 ADD 1 TO KH-BOS.
           IF KH-ORAN = 0 ADD 1 TO KH-BOS.
           IF KH-SAYI = 0 ADD 1 TO KH-BOS.
           IF KH-TAKSIT = 0 ADD 1 TO KH-BOS.
           IF KH-BOS = 4 GO KH-SON.
           IF KH-BOS NOT = 1
              MOVE "YALNIZ BIR DEGER 0 BIRAKILMALI" TO KH-MESAJ
              GO KH-GIR.
           COMPUTE KH-I = KH-ORAN / 100.
           IF KH-TAKSIT = 0 PERFORM KH-TAKSIT-BUL
           ELSE IF KH-ANA = 0 PERFORM KH-ANA-BUL
           ELSE IF KH-SAYI = 0 PERFORM KH-SAYI-BUL THRU KH-SAYI-BUL-SON
           ELSE PERFORM KH-ORAN-BUL THRU KH-ORAN-BUL-SON.
           IF KH-MESAJ NOT = SPACES GO KH-GIR.
           MOVE "H" TO KH-YAZ.
           PERFORM KH-PLAN.
           COMPUTE KH-YILLIK ROUNDED = (((1 + KH-I) ** 12) - 1) * 100.
           DISPLAY E-KH.
           DISPLAY (10 17) "TOPLAM FAIZ.....:".
           MOVE KH-TOP-FAIZ TO KH-E-TUTAR.
           DISPLAY (10 36) KH-E-TUTAR.
           DISPLAY (11 17) "EFEKTIF YILLIK %:".
           MOVE KH-YILLIK TO KH-E-ORAN.
           DISPLAY (11 36) KH-E-ORAN.
           PERFORM KH-OZET-SERIT.
           DISPLAY (13 17) "ODEME PLANI BASILSIN MI (E/H):".
           MOVE SPACE TO CEVAP.
           ACCEPT (13 48) CEVAP.
           IF CEVAP = "E" MOVE "E" TO KH-YAZ
              WRITE SERIT-KAYDI FROM SERIT-KH-BASLIK
              MOVE SERIT-KH-BASLIK TO DISK-SATIR
              PERFORM SERIT-DISK THRU SERIT-DISK-SON
              PERFORM KH-PLAN
              WRITE SERIT-KAYDI FROM SERIT-KH-CIZGI
              MOVE SERIT-KH-CIZGI TO DISK-SATIR
              PERFORM SERIT-DISK THRU SERIT-DISK-SON.
           DISPLAY (14 17) "YENI KREDI HESABI (E/H).......:".
           MOVE SPACE TO CEVAP.
           ACCEPT (14 48) CEVAP.
           IF CEVAP = "E" GO KREDI-HESAP.
       KH-SON. DISPLAY (1 1) ERASE. PERFORM TUS-TAKIMI. GO HESAP1.
       KH-TAKSIT-BUL.
           COMPUTE KH-ISK = 1 / ((1 + KH-I) ** KH-SAYI).
           COMPUTE KH-TAKSIT ROUNDED = KH-ANA * KH-I / (1 - KH-ISK).
       KH-ANA-BUL.
           COMPUTE KH-ISK = 1 / ((1 + KH-I) ** KH-SAYI).
           COMPUTE KH-ANA ROUNDED = KH-TAKSIT * (1 - KH-ISK) / KH-I.
       KH-SAYI-BUL.
           COMPUTE KH-FAIZ ROUNDED = KH-ANA * KH-I.
           IF KH-TAKSIT NOT > KH-FAIZ
              MOVE "TAKSIT AYLIK FAIZI KARSILAMIYOR" TO KH-MESAJ
              GO KH-SAYI-BUL-SON.
           MOVE KH-ANA TO KH-BAKIYE.
           MOVE 0 TO KH-SAYI.
           PERFORM KH-SAYI-AY UNTIL KH-BAKIYE NOT > 0
              OR KH-SAYI = 999.
           IF KH-BAKIYE > 0
              MOVE "TAKSIT SAYISI 999'U ASIYOR" TO KH-MESAJ
              MOVE 0 TO KH-SAYI.
       KH-SAYI-BUL-SON. EXIT.
       KH-SAYI-AY.
           COMPUTE KH-FAIZ ROUNDED = KH-BAKIYE * KH-I.
           COMPUTE KH-BAKIYE = KH-BAKIYE + KH-FAIZ - KH-TAKSIT.
           IF KH-BAKIYE < 1 MOVE 0 TO KH-BAKIYE.
           ADD 1 TO KH-SAYI.
       KH-ORAN-BUL.
           COMPUTE KH-TOPLAM = KH-TAKSIT * KH-SAYI.
           IF KH-TOPLAM < KH-ANA
              MOVE "TAKSITLER ANAPARAYI KARSILAMIYOR" TO KH-MESAJ
              GO KH-ORAN-BUL-SON.
           MOVE 0 TO KH-I.
           IF KH-TOPLAM = KH-ANA GO KH-ORAN-BUL-SON.
           MOVE 0 TO KH-ALT.
           MOVE 0.99 TO KH-UST.
           PERFORM KH-ORAN-DENE VARYING KH-K FROM 1 BY 1
              UNTIL KH-K > 45.
           COMPUTE KH-ORAN ROUNDED = KH-I * 100.
           COMPUTE KH-I = KH-ORAN / 100.
       KH-ORAN-BUL-SON. EXIT.
       KH-ORAN-DENE.
           COMPUTE KH-I = (KH-ALT + KH-UST) / 2.
           COMPUTE KH-ISK = 1 / ((1 + KH-I) ** KH-SAYI).
           COMPUTE KH-DENE = KH-ANA * KH-I / (1 - KH-ISK).
           IF KH-DENE > KH-TAKSIT MOVE KH-I TO KH-UST
           ELSE MOVE KH-I TO KH-ALT.
      * AY AY FAIZ, ANAPARA VE KALAN BAKIYE; KH-YAZ "E" ISE SERIDE
      * BASILIR. SON AY KALAN BAKIYENIN TAMAMI ANAPARA SAYILIR, AY
      * AY YUVARLAMADAN KALAN KURUS FARKI BOYLECE SON TAKSITE BINER.
       KH-PLAN.
           MOVE KH-ANA TO KH-BAKIYE.
           MOVE 0 TO KH-TOP-FAIZ.
           PERFORM KH-PLAN-AY VARYING KH-AY FROM 1 BY 1
              UNTIL KH-AY > KH-SAYI.
       KH-PLAN-AY.
           COMPUTE KH-FAIZ ROUNDED = KH-BAKIYE * KH-I.
           COMPUTE KH-ANAP = KH-TAKSIT - KH-FAIZ.
           IF KH-AY = KH-SAYI MOVE KH-BAKIYE TO KH-ANAP.
           SUBTRACT KH-ANAP FROM KH-BAKIYE.
           ADD KH-FAIZ TO KH-TOP-FAIZ.
           IF KH-YAZ = "E"
              MOVE KH-AY TO KH-P-AY
              MOVE KH-FAIZ TO KH-P-FAIZ
              MOVE KH-ANAP TO KH-P-ANAP
              MOVE KH-BAKIYE TO KH-P-KALAN
              WRITE SERIT-KAYDI FROM SERIT-KH-PLAN
              MOVE SERIT-KH-PLAN TO DISK-SATIR
              PERFORM SERIT-DISK THRU SERIT-DISK-SON.
       KH-OZET-SERIT.
           MOVE "KREDI ANAPARA..:" TO KH-S-AD.
           MOVE KH-ANA TO KH-E-TUTAR. MOVE KH-E-TUTAR TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
           MOVE "AYLIK ORAN %...:" TO KH-S-AD.
           MOVE KH-ORAN TO KH-E-ORAN. MOVE KH-E-ORAN TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
           MOVE "TAKSIT SAYISI..:" TO KH-S-AD.
           MOVE KH-SAYI TO KH-E-SAYI. MOVE KH-E-SAYI TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
           MOVE "TAKSIT TUTARI..:" TO KH-S-AD.
           MOVE KH-TAKSIT TO KH-E-TUTAR. MOVE KH-E-TUTAR TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
           MOVE "TOPLAM FAIZ....:" TO KH-S-AD.
           MOVE KH-TOP-FAIZ TO KH-E-TUTAR.
           MOVE KH-E-TUTAR TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
           MOVE "EFEKTIF YILLIK%:" TO KH-S-AD.
           MOVE KH-YILLIK TO KH-E-ORAN. MOVE KH-E-ORAN TO KH-S-DEGER.
           PERFORM KH-SERIT-YAZ.
       KH-SERIT-YAZ.
           WRITE SERIT-KAYDI FROM SERIT-KH-SATIR.
           MOVE SERIT-KH-SATIR TO DISK-SATIR.
           PERFORM SERIT-DISK THRU SERIT-DISK-SON.
      * KAYITLI BIR OTURUMUN SERIDINI YAZICIDAN YENIDEN BASAR.
       SERIT-BASTIR.
           MOVE SPACES TO OTURUM-ARA.
