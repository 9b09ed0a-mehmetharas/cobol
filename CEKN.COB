           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS VC-DST.
           SELECT KRTAK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KT-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KT-DST.
           SELECT CKFORM ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CF-BANKA
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CF-DST.
           SELECT CKYAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CY-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CY-DST.
           SELECT ICRA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY IC-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IC-DST.
           SELECT ICRHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY IH-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IH-DST.
           SELECT KON1 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD1
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K1-DST.
           SELECT KON2 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD2
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K2-DST.
       DATA DIVISION.
       FILE SECTION.
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKN.
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 TUR            PIC X.
      * CEKTAH.DAT - SENET/CEK KISMI TAHSILAT GECMISI. HER TAKSIT
      * TARIH, TUTAR VE OPERATOR ILE BURAYA DUSULUR; CEKN KAYDINDAKI
      * ODENEN ALANI TOPLAMI TUTAR.
       FD CEKTAH LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKTAH.
       01 CEKTAH-KAYDI.
           02 CT-CEK-NO PIC 9(6).
           02 CT-TARIH PIC 9(8).
      * CEKMECEDEKI DEFTERIN KAYDA GECMIS HALI: ALACAKLI, BANKA,
      * VADE, TUTAR VE ODENDI/BEKLIYOR DURUMU. PROJEKSIYON CIKAN
      * TARAFI BU KUTUKTEN DE BESLenir.
       FD VCEK LABEL RECORD STANDARD VALUE OF FILE-ID SD-VCEK.
       01 VCEK-KAYDI.
           02 VC-NO PIC 9(6).
           02 VC-ALACAKLI PIC X(30).
              88 VC-BEKLIYOR VALUE "B".
              88 VC-ODENDI VALUE "O".
           02 VC-GIRIS PIC 9(8).
      * KRTAK.DAT - KREDI PROGRAMININ BANKA KREDISI TAKSITLERI.
      * ODENMEMIS TAKSITLER PROJEKSIYONUN CIKAN TARAFINA GIRER.
       FD KRTAK LABEL RECORD STANDARD VALUE OF FILE-ID SD-KRTAK.
       01 KRTAK-KAYDI.
           02 KT-ANAHTAR.
              03 KT-NO PIC X(8).
              03 KT-SIRA PIC 999.
           02 KT-VADE.
              03 KT-VADE-YILI PIC 9(4).
              03 KT-VADE-AYI PIC 9(2).
              03 KT-VADE-GUNU PIC 9(2).
           02 KT-ANAPARA PIC 9(11).
           02 KT-FAIZ PIC 9(11).
           02 KT-DURUM PIC X.
              88 KT-BEKLIYOR VALUE "B".
              88 KT-ODENDI VALUE "O".
           02 KT-ODEME PIC 9(8).
           02 KT-FIS PIC 9(6).
      * CKFORM.DAT - BANKA BASINA CEK YAPRAGI BASKI DUZENI. HER ALANIN
      * YAPRAK UZERINDEKI SATIR VE KOLONU, KESIDE YERI VE EN SON
      * KULLANILAN YAPRAK NUMARASI. TUTAR YAZISI IKI SATIRA,
      * CF-YAZI-GEN KARAKTERDEN BOLUNUR.
       FD CKFORM LABEL RECORD STANDARD VALUE OF FILE-ID SD-CKFORM.
       01 CKFORM-KAYDI.
           02 CF-BANKA PIC X(20).
           02 CF-YER PIC X(20).
           02 CF-SON-YAPRAK PIC 9(7).
           02 CF-SATIR-SAY PIC 99.
           02 CF-TARIH-S PIC 99.
           02 CF-TARIH-K PIC 99.
           02 CF-YER-S PIC 99.
           02 CF-YER-K PIC 99.
           02 CF-ALACAKLI-S PIC 99.
           02 CF-ALACAKLI-K PIC 99.
           02 CF-RAKAM-S PIC 99.
           02 CF-RAKAM-K PIC 99.
           02 CF-YAZI-S PIC 99.
           02 CF-YAZI-K PIC 99.
           02 CF-YAZI-GEN PIC 99.
      * CKYAP.DAT - CEK KARNESI YAPRAKLARI. BASILAN HER YAPRAK HANGI
      * VERILEN CEGE (CY-VC-NO) KULLANILDIYSA ONUNLA; BOZULAN YA DA
      * IPTAL EDILEN YAPRAKLAR DA NEDENIYLE BIRLIKTE SILINMEDEN
      * SAKLANIR. BOS YAPRAK BOZULURSA CY-VC-NO SIFIR KALIR.
       FD CKYAP LABEL RECORD STANDARD VALUE OF FILE-ID SD-CKYAP.
       01 CKYAP-KAYDI.
           02 CY-ANAHTAR.
              03 CY-BANKA PIC X(20).
              03 CY-YAPRAK PIC 9(7).
           02 CY-VC-NO PIC 9(6).
           02 CY-DURUM PIC X.
              88 CY-BASILDI VALUE "B".
              88 CY-IPTAL VALUE "I".
           02 CY-TARIH PIC 9(8).
           02 CY-TUTAR PIC 9(11).
           02 CY-IPTAL-TARIHI PIC 9(8).
           02 CY-NEDEN PIC X(30).
           02 CY-OPERATOR PIC X(10).
      * ICRA.DAT - KARSILIKSIZ CEK VE TAHSIL EDILEMEYEN HESAPLAR ICIN
      * AVUKATA VERILEN TAKIP DOSYALARI. DOSYA YA BIR CEKE (TUR C)
      * YA DA BIR MUSTERI HESABINA (TUR H, KON1 VEYA CARI KODU)
      * BAGLIDIR. MASRAF VE TAHSILAT TOPLAMLARI ICRHAR'DAN GELIR.
       FD ICRA LABEL RECORD STANDARD VALUE OF FILE-ID SD-ICRA.
       01 ICRA-KAYDI.
           02 IC-NO PIC 9(5).
           02 IC-TUR PIC X.
              88 IC-CEK VALUE "C".
              88 IC-HESAP-DOSYASI VALUE "H".
           02 IC-CEK-NO PIC 9(6).
           02 IC-HESAP PIC X(15).
           02 IC-UNVAN PIC X(30).
           02 IC-KON1 PIC X.
           02 IC-ALACAK PIC 9(11).
           02 IC-AVUKAT PIC X(25).
           02 IC-DAIRE PIC X(25).
           02 IC-DOSYA PIC X(15).
           02 IC-ASAMA PIC X.
              88 IC-PROTESTO VALUE "P".
              88 IC-TAKIP VALUE "I".
              88 IC-HACIZ VALUE "H".
              88 IC-DAVA VALUE "D".
              88 IC-KAPALI VALUE "K".
           02 IC-ACILIS PIC 9(8).
           02 IC-KAPANIS PIC 9(8).
           02 IC-MASRAF PIC 9(11).
           02 IC-TAHSIL PIC 9(11).
           02 IC-OPERATOR PIC X(10).
      * ICRHAR.DAT - DOSYA HAREKETLERI: ASAMA DEGISIKLIGI (A), MASRAF
      * (M), TAHSILAT (T), ICRA ONCESI CEK TAHSILATI (O), KAPANIS (K).
      * T VE O SATIRLARI AKTARIM ILE MUSTERI CARISINE ALACAK GECER
      * (IH-AKT "A"); KON1 HESABINA YAPILAN TAHSILAT KON2'YE "T"
      * SATIRI OLARAK YAZILIR VE ORADAN AKTARILIR (IH-AKT "K").
       FD ICRHAR LABEL RECORD STANDARD VALUE OF FILE-ID SD-ICRHAR.
       01 ICRHAR-KAYDI.
           02 IH-ANAHTAR.
              03 IH-NO PIC 9(5).
              03 IH-SIRA PIC 9(3).
           02 IH-TARIH PIC 9(8).
           02 IH-TUR PIC X.
           02 IH-TUTAR PIC 9(11).
           02 IH-ACIKLAMA PIC X(30).
           02 IH-AKT PIC X.
           02 IH-OPERATOR PIC X(10).
      * KON1.DOS / KON2.DOS - KONSIYE MUSTERI HESAPLARI VE HAREKETLERI.
      * ICRADAN GELEN TAHSILAT KONSIYE TAHSILATI GIBI ISLENIR.
       FD KON1 LABEL RECORD STANDARD VALUE OF FILE-ID "KON1.DOS".
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 UNVAN1 PIC X(37).
           02 ADRES PIC X(22).
           02 BAKIYE PIC S9(11).
           02 LIMITI PIC 9(11).
           02 ISK-ORAN PIC 99V99.
       FD KON2 LABEL RECORD STANDARD VALUE OF FILE-ID "KON2.DOS".
       01 KON2-KAYDI.
           02 KOD2.
              05 KOD11 PIC X(15).
              05 I-NO PIC 9(8).
              05 TARIH2.
                   10 I-GUNU PIC 9(2).
                   10 I-AYI PIC 9(2).
                   10 I-YILI PIC 9(4).
           02 MAL-ISMI PIC X(29).
           02 K2-TUTAR PIC 9(11).
           02 ISLEM-TIPI PIC X.
           02 MAL-KODU PIC X(8).
           02 MAL-ADET PIC 9(4).
           02 K2-AKT PIC X.
           02 K2-NEDEN PIC X(2).
           02 K2-FATURA-NO PIC 9(6).
       SD SRTWRK.
       01 SRT8-KAYDI.
           02 W8-ORT PIC X(15).
      * ESKI SIFRE DUZENI AYNEN GECERLIDIR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * ANAMENU GIRISINDE SECILEN SIRKET. CEK, TAHSILAT, VERILEN CEK,
      * KREDI TAKSIDI, CEK FORMU VE ICRA KUTUKLERI SIRKETIN
      * DIZININDEN ACILIR; KONSIYE HESAPLARI (KON1/KON2) KOOPERATIFIN
      * OLDUGUNDAN ICRA TAHSILATI ONLARA YALNIZ ANA SIRKETTE ISLENIR.
       01 MENU-SIRKET PIC XX EXTERNAL.
           88 ANA-SIRKET VALUE "01" SPACES.
       01 MENU-SIRKET-ADI PIC X(30) EXTERNAL.
       01 MENU-SIRKET-DIZIN PIC X(40) EXTERNAL.
       01 SIRKET-DOSYALARI.
           02 SD-CEKN PIC X(52) VALUE "CEKN.DAT".
           02 SD-CEKTAH PIC X(52) VALUE "CEKTAH.DAT".
           02 SD-VCEK PIC X(52) VALUE "VCEK.DAT".
           02 SD-KRTAK PIC X(52) VALUE "KRTAK.DAT".
           02 SD-CKFORM PIC X(52) VALUE "CKFORM.DAT".
           02 SD-CKYAP PIC X(52) VALUE "CKYAP.DAT".
           02 SD-ICRA PIC X(52) VALUE "ICRA.DAT".
           02 SD-ICRHAR PIC X(52) VALUE "ICRHAR.DAT".
       01 SIRKET-BASLIK.
           02 F PIC X(8) VALUE "SIRKET: ".
           02 SB-ADI PIC X(30).
           02 F PIC X(42) VALUE SPACES.
      * SB-BASMA "E" ISE YAZICI-AC SIRKET BASLIGINI BASMAZ (BIR
      * SONRAKI ACILIS ICIN KENDILIGINDEN "H" YA DONER).
       77 SB-BASMA PIC X VALUE "H".
       77 K PIC 99 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 OPERATOR-KODU PIC X(10) VALUE SPACES.
       77 LIN PIC 99 VALUE 0.
       77 YENI-CEK-NO PIC 9(6) VALUE 0.
       77 BUGUN-YMD PIC 9(8) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 BUGUN-GUN PIC 9(8) VALUE 0.
       77 ITS-GUN PIC 9(8) VALUE 0.
       77 GUN-FARKI PIC S9(8) VALUE 0.
       77 BANKA-TOPLAM PIC 9(13) VALUE 0.
       77 GENEL-TOPLAM PIC 9(13) VALUE 0.
       77 GENEL-ADET PIC 9(5) VALUE 0.
       77 KT-DST PIC XX VALUE SPACES.
       77 CF-DST PIC XX VALUE SPACES.
       77 CY-DST PIC XX VALUE SPACES.
       77 CB-BANKA PIC X(20) VALUE SPACES.
       77 CB-YAPRAK PIC 9(7) VALUE 0.
       77 CB-NEDEN PIC X(30) VALUE SPACES.
       77 CB-BULDU PIC X VALUE "H".
       77 CB-PTR PIC 999 VALUE 0.
       77 CB-UZ PIC 999 VALUE 0.
       77 CB-IX PIC 9 VALUE 0.
       77 CB-SAT PIC 99 VALUE 0.
       77 CB-YUZ PIC 9 VALUE 0.
       77 CB-ON PIC 9 VALUE 0.
       77 CB-BIR PIC 9 VALUE 0.
       77 CB-IKI PIC 99 VALUE 0.
      * TUTAR UCER HANELI GRUPLARA AYRILIR: MILYAR, MILYON, BIN, BIR.
       01 CB-SAYI-A.
           02 CB-SAYI PIC 9(12).
       01 CB-GRUPLAR REDEFINES CB-SAYI-A.
           02 CB-G PIC 999 OCCURS 4 TIMES.
       01 CB-BIRLER-D.
           02 F PIC X(6) VALUE "BIR".
           02 F PIC X(6) VALUE "IKI".
           02 F PIC X(6) VALUE "UC".
           02 F PIC X(6) VALUE "DORT".
           02 F PIC X(6) VALUE "BES".
           02 F PIC X(6) VALUE "ALTI".
           02 F PIC X(6) VALUE "YEDI".
           02 F PIC X(6) VALUE "SEKIZ".
           02 F PIC X(6) VALUE "DOKUZ".
       01 CB-BIRLER REDEFINES CB-BIRLER-D.
           02 CB-BIR-ADI PIC X(6) OCCURS 9 TIMES.
       01 CB-ONLAR-D.
           02 F PIC X(6) VALUE "ON".
           02 F PIC X(6) VALUE "YIRMI".
           02 F PIC X(6) VALUE "OTUZ".
           02 F PIC X(6) VALUE "KIRK".
           02 F PIC X(6) VALUE "ELLI".
           02 F PIC X(6) VALUE "ALTMIS".
           02 F PIC X(6) VALUE "YETMIS".
           02 F PIC X(6) VALUE "SEKSEN".
           02 F PIC X(6) VALUE "DOKSAN".
       01 CB-ONLAR REDEFINES CB-ONLAR-D.
           02 CB-ON-ADI PIC X(6) OCCURS 9 TIMES.
       01 CB-OLCEK-D.
           02 F PIC X(6) VALUE "MILYAR".
           02 F PIC X(6) VALUE "MILYON".
           02 F PIC X(6) VALUE "BIN".
           02 F PIC X(6) VALUE SPACES.
       01 CB-OLCEK REDEFINES CB-OLCEK-D.
           02 CB-OLCEK-ADI PIC X(6) OCCURS 4 TIMES.
       01 CB-YAZI PIC X(160) VALUE SPACES.
       01 CB-RAKAM-A.
           02 CB-RAKAM PIC **,***,***,**9.
           02 F PIC X(3) VALUE " TL".
       01 CB-TARIH-A.
           02 CB-T-GUN PIC 99.
           02 F PIC X VALUE "/".
           02 CB-T-AY PIC 99.
           02 F PIC X VALUE "/".
           02 CB-T-YIL PIC 9999.
      * CEK YAPRAGI BASKI SAYFASI; ALANLAR SATIR/KOLONUNA YERLESTIRILIR.
       01 CB-SAYFA.
           02 CB-SATIR PIC X(80) OCCURS 30 TIMES.
       77 IC-DST PIC XX VALUE SPACES.
       77 IH-DST PIC XX VALUE SPACES.
       77 K1-DST PIC XX VALUE SPACES.
       77 K2-DST PIC XX VALUE SPACES.
       77 IC-K-AC PIC X VALUE "H".
       77 IC-HATA PIC X VALUE "H".
       77 IC-BULDU PIC X VALUE "H".
       77 IC-ARA-NO PIC 9(5) VALUE 0.
       77 IC-ARA-TUR PIC X VALUE SPACE.
       77 IC-ARA-CEK PIC 9(6) VALUE 0.
       77 IC-ARA-HESAP PIC X(15) VALUE SPACES.
       77 IC-YENI-NO PIC 9(5) VALUE 0.
       77 IC-YSIRA PIC 9(3) VALUE 0.
       77 IC-KALAN PIC S9(11) VALUE 0.
       77 IC-ESKI-ASAMA PIC X VALUE SPACE.
       77 IC-H-TUR PIC X VALUE SPACE.
       77 IC-H-TUTAR PIC 9(11) VALUE 0.
       77 IC-H-ACIK PIC X(30) VALUE SPACES.
       77 IC-H-AKT PIC X VALUE SPACE.
       77 IR-IH-AC PIC X VALUE "H".
       77 IR-GUN PIC 9(5) VALUE 0.
       77 IR-AYBAS PIC 9(8) VALUE 0.
       77 IR-AYTAH PIC 9(11) VALUE 0.
       77 IR-SAY PIC 9(4) VALUE 0.
       77 IR-T-ALACAK PIC 9(13) VALUE 0.
       77 IR-T-MASRAF PIC 9(13) VALUE 0.
       77 IR-T-TAHSIL PIC 9(13) VALUE 0.
       77 IR-T-AYTAH PIC 9(13) VALUE 0.
       77 IR-T-KALAN PIC S9(13) VALUE 0.
       01 IR-YAS-T.
           02 IR-YAS PIC 9(4) OCCURS 4 TIMES.
       01 B1.
           02 F PIC X(13) VALUE "BEBIM A.S.".
       01 BAS-LST.
           02 GT-TUTAR PIC ZZ,ZZZ,ZZ9.
           02 F PIC X(7) VALUE "  ADET:".
           02 GT-ADET PIC ZZZZ9.
       01 IRZ1.
           02 F PIC X(36) VALUE "ACIK ICRA / PROTESTO DOSYALARI".
           02 F PIC X(7) VALUE "TARIH:".
           02 IR-B-TARIH PIC 9(8).
       01 IRZ2.
           02 F PIC X(6) VALUE "NO".
           02 F PIC X(26) VALUE "BORCLU".
           02 F PIC X(12) VALUE "ASAMA".
           02 F PIC X(9) VALUE "ACILIS".
           02 F PIC X(6) VALUE "  GUN".
           02 F PIC X(12) VALUE "     ALACAK".
       01 IRZ3.
           02 IR-D-NO PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 IR-D-UNVAN PIC X(25).
           02 F PIC X VALUE SPACE.
           02 IR-D-ASAMA PIC X(11).
           02 F PIC X VALUE SPACE.
           02 IR-D-ACILIS PIC 9(8).
           02 F PIC X VALUE SPACE.
           02 IR-D-GUN PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 IR-D-ALACAK PIC ZZZ,ZZZ,ZZ9.
       01 IRZ4.
           02 F PIC X(6) VALUE SPACES.
           02 IR-D-AVUKAT PIC X(18).
           02 F PIC X VALUE SPACE.
           02 IR-D-DAIRE PIC X(18).
           02 F PIC X VALUE SPACE.
           02 IR-D-DOSYA PIC X(15).
           02 F PIC X VALUE SPACE.
           02 IR-D-KAYNAK PIC X(15).
       01 IRZ5.
           02 F PIC X(6) VALUE SPACES.
           02 F PIC X(5) VALUE "MSRF:".
           02 IR-D-MASRAF PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(6) VALUE " THSL:".
           02 IR-D-TAHSIL PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(4) VALUE " AY:".
           02 IR-D-AYTAH PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(7) VALUE " KALAN:".
           02 IR-D-KALAN PIC ZZZ,ZZZ,ZZ9-.
       01 IRZ6.
           02 F PIC X(12) VALUE "ACIK DOSYA:".
           02 IR-T-SAY PIC ZZZ9.
           02 F PIC X(10) VALUE "  ALACAK:".
           02 IR-T-D-ALACAK PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(10) VALUE "  MASRAF:".
           02 IR-T-D-MASRAF PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 IRZ7.
           02 F PIC X(12) VALUE "TAHSILAT:".
           02 IR-T-D-TAHSIL PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  BU AY:".
           02 IR-T-D-AYTAH PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  KALAN:".
           02 IR-T-D-KALAN PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 IRZ8.
           02 F PIC X(22) VALUE "YAS DAGILIMI  0-90 GN:".
           02 IR-Y-1 PIC ZZZ9.
           02 F PIC X(10) VALUE "  91-180:".
           02 IR-Y-2 PIC ZZZ9.
           02 F PIC X(11) VALUE "  181-365:".
           02 IR-Y-3 PIC ZZZ9.
           02 F PIC X(12) VALUE "  365 USTU:".
           02 IR-Y-4 PIC ZZZ9.
      * ISLEM JURNALI (ISLJRN): CEKN, KON1 VE KON2'YE YAPILAN HER
      * EKLEME (E), DEGISTIRME (D) VE SILMEDE (S) KAYDIN SON HALI.
      * YEDEK GERI YUKLENDIGINDE ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE SPACES.
           02 JI-ISLEM PIC X VALUE SPACE.
           02 JI-PROGRAM PIC X(8) VALUE "CEKN".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 EKRAN2.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 REVERSE-VIDEO VALUE "BEBIM A.S.".
           05 LINE 1 COLUMN 15 PIC X(30) FROM MENU-SIRKET-ADI.
           05 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE "* ANA MENU *" BLINK.
           05 LINE 3 COLUMN 1 PIC X(13) FROM ALL "*".
           05 LINE 5 COLUMN 5 VALUE "* CEK SENET TAKIBI PRG *".
           05 LINE 12 COLUMN 5 VALUE
            "* (4): KARSILIKSIZ CEK/SENET RAPORU               *".
           05 LINE 13 COLUMN 5 VALUE
            "* (7): BANKAYA TESLIM BORDROSU   (12): ICRA TAKIBI*".
           05 LINE 14 COLUMN 5 VALUE
            "* (5): PROGRAMDAN CIKIS          (13): ICRA RAPORU*".
           05 LINE 15 COLUMN 5 VALUE
            "* (8): NAKIT AKIS PROJEKSIYONU                    *".
           05 LINE 16 COLUMN 5 PIC X(51) FROM ALL "*".
           02 LINE 8 COLUMN 31 PIC 9999 USING VC-VADE-YILI.
           02 LINE 9 COLUMN 5 VALUE "TUTAR             :".
           02 LINE 9 COLUMN 25 PIC 9(11) USING VC-TUTAR.
       01 E-CF.
           02 LINE 4 COLUMN 5 VALUE "KESIDE YERI       :".
           02 LINE 4 COLUMN 25 PIC X(20) USING CF-YER.
           02 LINE 5 COLUMN 5 VALUE "SON YAPRAK NO     :".
           02 LINE 5 COLUMN 25 PIC 9(7) USING CF-SON-YAPRAK.
           02 LINE 6 COLUMN 5 VALUE "YAPRAK SATIR SAYI :".
           02 LINE 6 COLUMN 25 PIC 99 USING CF-SATIR-SAY.
           02 LINE 8 COLUMN 5 VALUE "ALAN              SATIR KOLON".
           02 LINE 9 COLUMN 5 VALUE "TARIH             :".
           02 LINE 9 COLUMN 25 PIC 99 USING CF-TARIH-S.
           02 LINE 9 COLUMN 31 PIC 99 USING CF-TARIH-K.
           02 LINE 10 COLUMN 5 VALUE "KESIDE YERI       :".
           02 LINE 10 COLUMN 25 PIC 99 USING CF-YER-S.
           02 LINE 10 COLUMN 31 PIC 99 USING CF-YER-K.
           02 LINE 11 COLUMN 5 VALUE "ALACAKLI (KIME)   :".
           02 LINE 11 COLUMN 25 PIC 99 USING CF-ALACAKLI-S.
           02 LINE 11 COLUMN 31 PIC 99 USING CF-ALACAKLI-K.
           02 LINE 12 COLUMN 5 VALUE "TUTAR RAKAMLA     :".
           02 LINE 12 COLUMN 25 PIC 99 USING CF-RAKAM-S.
           02 LINE 12 COLUMN 31 PIC 99 USING CF-RAKAM-K.
           02 LINE 13 COLUMN 5 VALUE "TUTAR YAZIYLA     :".
           02 LINE 13 COLUMN 25 PIC 99 USING CF-YAZI-S.
           02 LINE 13 COLUMN 31 PIC 99 USING CF-YAZI-K.
           02 LINE 14 COLUMN 5 VALUE "YAZI SATIR BOYU   :".
           02 LINE 14 COLUMN 25 PIC 99 USING CF-YAZI-GEN.
       01 E-TARIH-ARALIGI.
           02 LINE 8 COLUMN 5 VALUE
              "BASLANGIC VADESI <GG AA YYYY> (BOS=HEPSI):".
           02 LINE 10 COLUMN 49 PIC 99 USING SON-GUNU.
           02 LINE 10 COLUMN 52 PIC 99 USING SON-AYI.
           02 LINE 10 COLUMN 55 PIC 9999 USING SON-YILI.
       01 E-IC-ARA.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "ICRA / PROTESTO TAKIP DOSYASI".
           02 LINE 4 COLUMN 5 VALUE "DOSYA NO (0=YENI) :".
           02 LINE 4 COLUMN 25 PIC 9(5) USING IC-NO.
           02 LINE 6 COLUMN 5 VALUE "ESC ILE ANA MENUYE DONUS.".
       01 E-IC.
           02 LINE 2 COLUMN 5 VALUE "ICRA / PROTESTO TAKIP DOSYASI".
           02 LINE 4 COLUMN 5 VALUE "DOSYA NO          :".
           02 LINE 4 COLUMN 25 PIC 9(5) FROM IC-NO.
           02 LINE 6 COLUMN 5 VALUE "TUR <C=CEK H=HESAP>:".
           02 LINE 6 COLUMN 25 PIC X FROM IC-TUR.
           02 LINE 7 COLUMN 5 VALUE "CEK NO            :".
           02 LINE 7 COLUMN 25 PIC 9(6) FROM IC-CEK-NO.
           02 LINE 8 COLUMN 5 VALUE "HESAP/ORTAK KODU  :".
           02 LINE 8 COLUMN 25 PIC X(15) FROM IC-HESAP.
           02 LINE 9 COLUMN 5 VALUE "BORCLU            :".
           02 LINE 9 COLUMN 25 PIC X(30) FROM IC-UNVAN.
           02 LINE 10 COLUMN 5 VALUE "ALACAK TUTARI     :".
           02 LINE 10 COLUMN 25 PIC ZZ,ZZZ,ZZZ,ZZ9 FROM IC-ALACAK.
           02 LINE 11 COLUMN 5 VALUE "AVUKAT            :".
           02 LINE 11 COLUMN 25 PIC X(25) USING IC-AVUKAT.
           02 LINE 12 COLUMN 5 VALUE "ICRA DAIRESI      :".
           02 LINE 12 COLUMN 25 PIC X(25) USING IC-DAIRE.
           02 LINE 13 COLUMN 5 VALUE "ICRA DOSYA NO     :".
           02 LINE 13 COLUMN 25 PIC X(15) USING IC-DOSYA.
           02 LINE 14 COLUMN 5 VALUE "ASAMA             :".
           02 LINE 14 COLUMN 25 PIC X USING IC-ASAMA.
           02 LINE 14 COLUMN 28 VALUE
              "P:PROTESTO I:ICRA H:HACIZ D:DAVA K:KAPALI".
           02 LINE 15 COLUMN 5 VALUE "ACILIS / KAPANIS  :".
           02 LINE 15 COLUMN 25 PIC 9(8) FROM IC-ACILIS.
           02 LINE 15 COLUMN 35 PIC 9(8) FROM IC-KAPANIS.
           02 LINE 16 COLUMN 5 VALUE "YAPILAN MASRAF    :".
           02 LINE 16 COLUMN 25 PIC ZZ,ZZZ,ZZZ,ZZ9 FROM IC-MASRAF.
           02 LINE 17 COLUMN 5 VALUE "TAHSIL EDILEN     :".
           02 LINE 17 COLUMN 25 PIC ZZ,ZZZ,ZZZ,ZZ9 FROM IC-TAHSIL.
           02 LINE 18 COLUMN 5 VALUE "KALAN ALACAK      :".
           02 LINE 18 COLUMN 25 PIC ZZ,ZZZ,ZZZ,ZZ9- FROM IC-KALAN.
       01 E-IC-MENU.
           02 LINE 20 COLUMN 5 VALUE
              "(B) BILGI/ASAMA (M) MASRAF (T) TAHSILAT (K) KAPAT :".
           02 LINE 20 COLUMN 57 PIC X USING C.
       01 E-IH.
           02 LINE 19 COLUMN 5 VALUE "TUTAR:".
           02 LINE 19 COLUMN 12 PIC 9(11) USING IC-H-TUTAR.
           02 LINE 19 COLUMN 25 VALUE "ACIKLAMA:".
           02 LINE 19 COLUMN 35 PIC X(30) USING IC-H-ACIK.
       PROCEDURE DIVISION.
       OYNA. DISPLAY (1 1) ERASE.
           IF MENU-GIRIS = "MENU"
       OYNA-HAZIR.
           IF OPERATOR-KODU = SPACES MOVE "BILINMIYOR" TO
           OPERATOR-KODU.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
       AA-BAS. PERFORM VADE-UYARI.
           DISPLAY (1 1) ERASE. DISPLAY EKRAN2.
       AA0. ACCEPT EKRAN2. IF K = 1 PERFORM VERI-GIRISI
           ELSE IF K = 9 PERFORM VERILEN-CEK
           ELSE IF K = 10 PERFORM ISKONTO-RAPOR
           ELSE IF K = 11 PERFORM RISK-RAPOR
           ELSE IF K = 12 PERFORM ICRA-DOSYA
           ELSE IF K = 13 PERFORM ICRA-RAPOR
           ELSE IF K = 5 DISPLAY (1 1) ERASE GOBACK
           ELSE DISPLAY (21 5) K DISPLAY (21 8)
           "NOLU SECENEK YANLIS LUTFEN DOGRUSUNU GIRINIZ" GO AA0.
           DISPLAY (1 1) ERASE. DISPLAY EKRAN2.
           DISPLAY (21 5) K DISPLAY (21 8)
           "NOLU ISLEM TAMAMLANMISTIR". GO AA-BAS.
      * SIRKETE OZGU KUTUK ADLARI SIRKET DIZINI ONEKIYLE KURULUR.
       SIRKET-DOSYA.
           IF MENU-GIRIS NOT = "MENU"
              MOVE SPACES TO MENU-SIRKET MENU-SIRKET-ADI
                 MENU-SIRKET-DIZIN.
           MOVE SPACES TO SIRKET-DOSYALARI.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CEKN.DAT" DELIMITED BY SIZE INTO SD-CEKN.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CEKTAH.DAT" DELIMITED BY SIZE INTO SD-CEKTAH.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "VCEK.DAT" DELIMITED BY SIZE INTO SD-VCEK.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "KRTAK.DAT" DELIMITED BY SIZE INTO SD-KRTAK.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CKFORM.DAT" DELIMITED BY SIZE INTO SD-CKFORM.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "CKYAP.DAT" DELIMITED BY SIZE INTO SD-CKYAP.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "ICRA.DAT" DELIMITED BY SIZE INTO SD-ICRA.
           STRING MENU-SIRKET-DIZIN DELIMITED BY SPACE
              "ICRHAR.DAT" DELIMITED BY SIZE INTO SD-ICRHAR.
       SIRKET-DOSYA-SON. EXIT.

       VADE-UYARI.
           MOVE 0 TO UYARI-SAYI.
           ACCEPT (14 31) VADE-YILI.
           DISPLAY E-DOGRU. ACCEPT E-DOGRU.
           IF CEVAP = "H" GO CG1.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" CLOSE CEKN GO CG-CIK.
           SET DURUM-BEKLIYOR TO TRUE.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (7:2) TO GIRIS-GUNU.
           WRITE CEKN-KAYDI INVALID KEY
              DISPLAY (23 5) "BU NUMARA ZATEN VAR ENT BAS"
              ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON.
           CLOSE CEKN.
       CG-CIK. EXIT.

           READ CEKN INVALID KEY
              DISPLAY (23 5) "KAYIT BULUNAMADI ENT BAS" ACCEPT CEVAP
              GO CS-SON.
           COMPUTE DNK-TARIH = (GIRIS-YILI * 10000)
              + (GIRIS-AYI * 100) + GIRIS-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CS-SON.
           DISPLAY E-CEK. DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP = "E"
              DELETE CEKN RECORD
              MOVE "S" TO JI-ISLEM
              PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON
              DISPLAY (23 5) "KAYIT SILINDI ENT BAS" ACCEPT CEVAP.
       CS-SON. CLOSE CEKN.

      * ODEME: TAKSITLE TAHSILAT DESTEKLENIR. GIRILEN TUTAR KALANDAN
      * BUYUK OLAMAZ; GECMIS CEKTAH'A YAZILIR, KALAN SIFIRLANINCA
      * DURUM ODENDI OLUR. ICRA TAKIBINDEKI CEKIN TAHSILATI ICRA
      * DOSYASINDAN GIRILIR.
       CEK-ODE.
           OPEN I-O CEKN.
           DISPLAY (1 1) ERASE. DISPLAY E-ARA-CEK. ACCEPT E-ARA-CEK.
           IF DURUM-ODENDI
              DISPLAY (23 5) "BU KAYIT ZATEN ODENMIS ENT BAS"
              ACCEPT CEVAP GO CO-SON.
           MOVE "H" TO IC-BULDU.
           OPEN INPUT ICRA.
           IF IC-DST = "00"
              MOVE "C" TO IC-ARA-TUR MOVE CEK-NO TO IC-ARA-CEK
              PERFORM ICRA-CEK-ARA THRU ICRA-CEK-ARA-SON
              CLOSE ICRA.
           IF IC-BULDU = "E"
              DISPLAY (23 5) "CEK ICRADA, ICRA DOSYASINDAN GIRIN ENT"
              ACCEPT CEVAP GO CO-SON.
           COMPUTE CO-KALAN = TUTAR - ODENEN.
           MOVE 0 TO CO-TAHSIL.
           DISPLAY E-CEK. DISPLAY E-KALAN.
              ACCEPT CEVAP MOVE 0 TO CO-TAHSIL GO CO-GIR.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO CO-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CO-SON.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           ADD CO-TAHSIL TO ODENEN.
           IF ODENEN NOT < TUTAR SET DURUM-ODENDI TO TRUE.
           MOVE BUGUN-YMD (1:4) TO ISLEM-YILI.
           MOVE OPERATOR-KODU TO ISLEM-OPERATORU.
           REWRITE CEKN-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON.
           IF DOSYA-DURUM = "99"
              DISPLAY (23 5) "KAYIT KULLANIMDA, TEKRAR DENEYIN ENT"
              ACCEPT CEVAP GO CO-SON.
           READ CEKN INVALID KEY
              DISPLAY (23 5) "KAYIT BULUNAMADI ENT BAS" ACCEPT CEVAP
              GO CK-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CK-SON.
           DISPLAY E-CEK. DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP = "E"
              SET DURUM-KARSILIKSIZ TO TRUE
              MOVE BUGUN-YMD (1:4) TO ISLEM-YILI
              MOVE OPERATOR-KODU TO ISLEM-OPERATORU
              REWRITE CEKN-KAYDI
              MOVE "D" TO JI-ISLEM
              PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON
              DISPLAY (23 5) "KARSILIKSIZ OLARAK ISARETLENDI ENT BAS"
              ACCEPT CEVAP.
       CK-SON. CLOSE CEKN.
           IF NOT DURUM-BEKLIYOR
              DISPLAY (23 5) "SADECE BEKLEYEN CEK CIRO EDILIR ENT BAS"
              ACCEPT CEVAP GO CC-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CC-SON.
           DISPLAY E-CEK.
           MOVE SPACES TO CIRO-EDILEN.
           MOVE 0 TO CIRO-GUNU CIRO-AYI CIRO-YILI.
              MOVE BUGUN-YMD (1:4) TO ISLEM-YILI
              MOVE OPERATOR-KODU TO ISLEM-OPERATORU
              REWRITE CEKN-KAYDI
              MOVE "D" TO JI-ISLEM
              PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON
              DISPLAY (23 5) "CIRO ISLENDI ENT BAS" ACCEPT CEVAP.
       CC-SON. CLOSE CEKN.

           DISPLAY (1 1) ERASE. DISPLAY E-BD.
           ACCEPT E-BD ON ESCAPE GO BD-SON.
           IF BD-SUBE = SPACES GO BD-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO BD-SON.
           MOVE 0 TO BD-NO BD-SAY BD-TOPLAM.
           MOVE 0 TO CEK-NO.
           START CEKN KEY NOT LESS CEK-NO INVALID KEY GO BD-NO-SON.
           MOVE BD-NO TO BORDRO-NO.
           MOVE BD-SUBE TO TESLIM-SUBE.
           REWRITE CEKN-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON.
           ADD 1 TO BD-SAY.
           ADD TUTAR TO BD-TOPLAM.
           DISPLAY (11 5) "EKLENEN ADET:".
       BORDRO-SON. EXIT.
      * PROJEKSIYON: BEKLEYEN CEK/SENETLERIN KALAN TUTARLARI VADEYE
      * GORE HAFTALIK VE AYLIK KOVALARA DAGITILIR; CIRO EDILMIS
      * CEKLER, BIZIM VERDIGIMIZ BEKLEYEN CEKLER (VCEK) VE ODENMEMIS
      * KREDI TAKSITLERI (KRTAK, ANAPARA + FAIZ) DISARI KOLONUNA
      * GIRER, NET AY AY GORUNUR. VADESI GECENLER ILK KOVADA
      * TOPLANIR.
       PROJEKSIYON SECTION.
       PJ-10. DISPLAY (1 1) ERASE.
           DISPLAY (10 5)
           ELSE ADD TUTAR TO PA-CIK (PJ-IX).
           GO PJ-OKU.
       PJ-VC. OPEN INPUT VCEK.
           IF VC-DST NOT = "00" GO PJ-KR.
           MOVE 0 TO VC-NO.
           START VCEK KEY NOT LESS VC-NO INVALID KEY GO PJ-VC-KAPAT.
       PJ-VC-OKU. READ VCEK NEXT AT END GO PJ-VC-KAPAT.
           ADD VC-TUTAR TO PA-CIK (PJ-IX).
           GO PJ-VC-OKU.
       PJ-VC-KAPAT. CLOSE VCEK.
       PJ-KR. OPEN INPUT KRTAK.
           IF KT-DST NOT = "00" GO PJ-DOK.
           MOVE SPACES TO KT-NO. MOVE 0 TO KT-SIRA.
           START KRTAK KEY NOT LESS KT-ANAHTAR INVALID KEY
              GO PJ-KR-KAPAT.
       PJ-KR-OKU. READ KRTAK NEXT AT END GO PJ-KR-KAPAT.
           IF NOT KT-BEKLIYOR GO PJ-KR-OKU.
           COMPUTE ITS-GUN = FUNCTION INTEGER-OF-DATE(
              (KT-VADE-YILI * 10000) + (KT-VADE-AYI * 100)
              + KT-VADE-GUNU).
           COMPUTE GUN-FARKI = ITS-GUN - BUGUN-GUN.
           IF GUN-FARKI < 0 MOVE 0 TO GUN-FARKI.
           COMPUTE PJ-KALAN = KT-ANAPARA + KT-FAIZ.
           COMPUTE PJ-IX = (GUN-FARKI / 7) + 1.
           IF PJ-IX > 5 MOVE 5 TO PJ-IX.
           ADD PJ-KALAN TO PH-CIK (PJ-IX).
           COMPUTE PJ-VADEAY = (KT-VADE-YILI * 12) + KT-VADE-AYI.
           COMPUTE PJ-IX = PJ-VADEAY - PJ-BUGAY + 1.
           IF PJ-IX < 1 MOVE 1 TO PJ-IX.
           IF PJ-IX > 7 MOVE 7 TO PJ-IX.
           ADD PJ-KALAN TO PA-CIK (PJ-IX).
           GO PJ-KR-OKU.
       PJ-KR-KAPAT. CLOSE KRTAK.
       PJ-DOK. CLOSE CEKN.
           MOVE BUGUN-YMD TO PJ-B-TARIH.
           MOVE 0 TO PJ-LIN.
       PJ-SATIR-BAS-SON. EXIT.
      * VERILEN CEKLER: KESTIGIMIZ CEKLER KAYDA GIRER, BANKADAN
      * GECINCE ODENDI ISARETLENIR. BEKLEYENLER PROJEKSIYONUN CIKAN
      * KOLONUNA GIRER; KASAYI SURPRIZ CEK BASMAZ. CEK, BANKANIN
      * FORM AYARINA GORE YAPRAGA BASILIR; HER YAPRAK NUMARASI CEGE
      * BAGLANIR, BOZULAN VE IPTAL EDILEN YAPRAKLAR KAYITTA KALIR.
       VERILEN-CEK SECTION.
       VC1. OPEN I-O VCEK.
           IF VC-DST = "35" OPEN OUTPUT VCEK CLOSE VCEK
           IF VC-DST NOT = "00"
              DISPLAY (23 5) "VCEK.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO VC-CIK.
           OPEN I-O CKFORM.
           IF CF-DST = "35" OPEN OUTPUT CKFORM CLOSE CKFORM
              OPEN I-O CKFORM.
           OPEN I-O CKYAP.
           IF CY-DST = "35" OPEN OUTPUT CKYAP CLOSE CKYAP
              OPEN I-O CKYAP.
       VC2. DISPLAY (1 1) ERASE.
           DISPLAY (2 5) "VERILEN CEKLER".
           DISPLAY (4 5)
              "(G) GIRIS (O) ODENDI ISARETLE (L) LISTE (ESC) DONUS".
           DISPLAY (5 5)
              "(B) CEK BASKISI (I) YAPRAK IPTALI (F) FORM AYARI".
           DISPLAY (6 5) "(Y) YAPRAK LISTESI".
           DISPLAY (8 5) "SECIMINIZ :".
           MOVE SPACE TO VC-SEC.
           ACCEPT (8 18) VC-SEC.
           IF VC-SEC = "G" PERFORM VC-GIR THRU VC-GIR-SON GO VC2.
           IF VC-SEC = "O" PERFORM VC-ODE THRU VC-ODE-SON GO VC2.
           IF VC-SEC = "L" PERFORM VC-LISTE THRU VC-LISTE-SON GO VC2.
           IF VC-SEC = "B" PERFORM VC-BASKI THRU VC-BASKI-SON GO VC2.
           IF VC-SEC = "I" PERFORM VC-IPTAL THRU VC-IPTAL-SON GO VC2.
           IF VC-SEC = "F" PERFORM VC-FORM THRU VC-FORM-SON GO VC2.
           IF VC-SEC = "Y" PERFORM VC-YLISTE THRU VC-YLISTE-SON GO VC2.
           GO VC-SON.
       VC-GIR.
           MOVE 0 TO VC-YENI VC-NO.
              ACCEPT CEVAP GO VC-GIR-SON.
           DISPLAY E-DOGRU. ACCEPT E-DOGRU.
           IF CEVAP = "H" GO VC-GIR-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO VC-GIR-SON.
           SET VC-BEKLIYOR TO TRUE.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO VC-GIRIS.
           DISPLAY (8 5) "TUTAR   :".
           DISPLAY (8 15) VC-TUTAR.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO VC-ODE-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO VC-ODE-SON.
           SET VC-ODENDI TO TRUE.
           REWRITE VCEK-KAYDI.
           DISPLAY (23 5) "ODENDI ISARETLENDI ENT BAS".
           ACCEPT CEVAP.
       VC-ODE-SON. EXIT.
       VC-LISTE.
           DISPLAY (1 1) ERASE.
       VC-LISTE-BIT.
           DISPLAY (24 1) "ENT BAS". ACCEPT CEVAP.
       VC-LISTE-SON. EXIT.
      * CEK BASKISI: BEKLEYEN VERILEN CEK BANKASININ FORM DUZENIYLE
      * YAPRAGA BASILIR (VADE, KESIDE YERI, ALACAKLI, RAKAM VE YAZIYLA
      * TUTAR). YAPRAK NUMARASI CEGE BAGLANIP CKYAP'A YAZILIR. CEGIN
      * GECERLI BIR YAPRAGI VARKEN YENIDEN BASILMAZ; ONCE O YAPRAK
      * IPTAL EDILIR.
       VC-BASKI.
           DISPLAY (1 1) ERASE.
           DISPLAY (2 5) "CEK BASKISI".
           DISPLAY (5 5) "BASILACAK CEK NO  :".
           MOVE 0 TO VC-NO.
           ACCEPT (5 25) VC-NO.
           IF VC-NO = 0 GO VC-BASKI-SON.
           READ VCEK INVALID KEY
              DISPLAY (23 5) "KAYIT BULUNAMADI ENT BAS" ACCEPT CEVAP
              GO VC-BASKI-SON.
           IF NOT VC-BEKLIYOR
              DISPLAY (23 5) "ODENMIS CEK BASILMAZ ENT BAS"
              ACCEPT CEVAP GO VC-BASKI-SON.
           PERFORM CB-YAPRAK-ARA THRU CB-YAPRAK-ARA-SON.
           IF CB-BULDU = "E"
              DISPLAY (22 5) "CEK ZATEN BASILDI, YAPRAK NO:"
              DISPLAY (22 35) CY-YAPRAK
              DISPLAY (23 5) "ONCE YAPRAGI IPTAL EDINIZ ENT BAS"
              ACCEPT CEVAP GO VC-BASKI-SON.
           MOVE VC-BANKA TO CF-BANKA.
           READ CKFORM INVALID KEY
              DISPLAY (23 5) "BU BANKANIN CEK FORMU YOK (F) ENT BAS"
              ACCEPT CEVAP GO VC-BASKI-SON.
           PERFORM CB-YAZI-HAZIRLA THRU CB-YAZI-HAZIRLA-SON.
           IF CB-UZ > CF-YAZI-GEN * 2
              DISPLAY (23 5) "TUTAR YAZISI FORMA SIGMIYOR ENT BAS"
              ACCEPT CEVAP GO VC-BASKI-SON.
           DISPLAY (6 5) "ALACAKLI (KIME)   :".
           DISPLAY (6 25) VC-ALACAKLI.
           DISPLAY (7 5) "BANKA             :".
           DISPLAY (7 25) VC-BANKA.
           DISPLAY (8 5) "VADE              :".
           DISPLAY (8 25) VC-VADE.
           DISPLAY (9 5) "TUTAR             :".
           MOVE VC-TUTAR TO CB-RAKAM.
           DISPLAY (9 25) CB-RAKAM-A.
           DISPLAY (10 5) CB-YAZI (1:75).
           DISPLAY (11 5) CB-YAZI (76:75).
           COMPUTE CB-YAPRAK = CF-SON-YAPRAK + 1.
           DISPLAY (13 5) "YAPRAK NO         :".
           DISPLAY (13 25) CB-YAPRAK.
           ACCEPT (13 25) CB-YAPRAK.
           IF CB-YAPRAK = 0 GO VC-BASKI-SON.
           MOVE VC-BANKA TO CY-BANKA.
           MOVE CB-YAPRAK TO CY-YAPRAK.
           READ CKYAP INVALID KEY GO VCB-ONAY.
           DISPLAY (23 5) "BU YAPRAK DAHA ONCE KULLANILMIS ENT BAS".
           ACCEPT CEVAP. GO VC-BASKI-SON.
       VCB-ONAY.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO VC-BASKI-SON.
           PERFORM CB-YAPRAK-BAS THRU CB-YAPRAK-BAS-SON.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE VC-BANKA TO CY-BANKA.
           MOVE CB-YAPRAK TO CY-YAPRAK.
           MOVE VC-NO TO CY-VC-NO.
           SET CY-BASILDI TO TRUE.
           MOVE BUGUN-YMD TO CY-TARIH.
           MOVE VC-TUTAR TO CY-TUTAR.
           MOVE 0 TO CY-IPTAL-TARIHI.
           MOVE SPACES TO CY-NEDEN.
           MOVE OPERATOR-KODU TO CY-OPERATOR.
           WRITE CKYAP-KAYDI INVALID KEY
              DISPLAY (23 5) "YAPRAK KAYDI YAZILAMADI ENT BAS"
              ACCEPT CEVAP.
           IF CB-YAPRAK > CF-SON-YAPRAK
              MOVE CB-YAPRAK TO CF-SON-YAPRAK
              REWRITE CKFORM-KAYDI.
           DISPLAY (23 5) "CEK YAZICIDA, YAPRAK KAYDEDILDI ENT BAS".
           ACCEPT CEVAP.
       VC-BASKI-SON. EXIT.
      * YAPRAK IPTALI: BASILIP BOZULAN YA DA IPTAL EDILEN YAPRAK
      * NEDENIYLE ISARETLENIR, KAYIT SILINMEZ; CEK YENIDEN BASILABILIR.
      * HIC BASILMAMIS BOS YAPRAK BOZULDUYSA CEKSIZ IPTAL KAYDI ACILIR.
       VC-IPTAL.
           DISPLAY (1 1) ERASE.
           DISPLAY (2 5) "CEK YAPRAGI IPTALI".
           MOVE SPACES TO CB-BANKA CB-NEDEN.
           MOVE 0 TO CB-YAPRAK.
           DISPLAY (5 5) "BANKA             :".
           ACCEPT (5 25) CB-BANKA.
           IF CB-BANKA = SPACES GO VC-IPTAL-SON.
           DISPLAY (6 5) "YAPRAK NO         :".
           ACCEPT (6 25) CB-YAPRAK.
           IF CB-YAPRAK = 0 GO VC-IPTAL-SON.
           DISPLAY (7 5) "IPTAL NEDENI      :".
           ACCEPT (7 25) CB-NEDEN.
           IF CB-NEDEN = SPACES
              DISPLAY (23 5) "IPTAL NEDENI BOS OLAMAZ ENT BAS"
              ACCEPT CEVAP GO VC-IPTAL-SON.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE CB-BANKA TO CY-BANKA.
           MOVE CB-YAPRAK TO CY-YAPRAK.
           READ CKYAP INVALID KEY GO VCI-BOS.
           IF CY-IPTAL
              DISPLAY (23 5) "YAPRAK ZATEN IPTAL EDILMIS ENT BAS"
              ACCEPT CEVAP GO VC-IPTAL-SON.
           DISPLAY (9 5) "BASILAN CEK NO    :".
           DISPLAY (9 25) CY-VC-NO.
           DISPLAY (10 5) "TUTAR             :".
           MOVE CY-TUTAR TO CB-RAKAM.
           DISPLAY (10 25) CB-RAKAM-A.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO VC-IPTAL-SON.
           SET CY-IPTAL TO TRUE.
           MOVE BUGUN-YMD TO CY-IPTAL-TARIHI.
           MOVE CB-NEDEN TO CY-NEDEN.
           MOVE OPERATOR-KODU TO CY-OPERATOR.
           REWRITE CKYAP-KAYDI.
           DISPLAY (23 5) "YAPRAK IPTAL EDILDI ENT BAS".
           ACCEPT CEVAP. GO VC-IPTAL-SON.
       VCI-BOS.
           DISPLAY (9 5) "BU YAPRAK BASILMAMIS, BOS YAPRAK IPTALI".
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO VC-IPTAL-SON.
           MOVE 0 TO CY-VC-NO CY-TUTAR CY-TARIH.
           SET CY-IPTAL TO TRUE.
           MOVE BUGUN-YMD TO CY-IPTAL-TARIHI.
           MOVE CB-NEDEN TO CY-NEDEN.
           MOVE OPERATOR-KODU TO CY-OPERATOR.
           WRITE CKYAP-KAYDI INVALID KEY
              DISPLAY (23 5) "YAPRAK KAYDI YAZILAMADI ENT BAS"
              ACCEPT CEVAP GO VC-IPTAL-SON.
           MOVE CB-BANKA TO CF-BANKA.
           READ CKFORM INVALID KEY GO VCI-TAMAM.
           IF CB-YAPRAK > CF-SON-YAPRAK
              MOVE CB-YAPRAK TO CF-SON-YAPRAK
              REWRITE CKFORM-KAYDI.
       VCI-TAMAM.
           DISPLAY (23 5) "BOS YAPRAK IPTAL KAYDI ACILDI ENT BAS".
           ACCEPT CEVAP.
       VC-IPTAL-SON. EXIT.
      * FORM AYARI: BANKANIN CEK YAPRAGINDA ALANLARIN YERLERI.
       VC-FORM.
           DISPLAY (1 1) ERASE.
           DISPLAY (2 5) "CEK FORMU AYARI".
           MOVE SPACES TO CB-BANKA.
           DISPLAY (3 5) "BANKA             :".
           ACCEPT (3 25) CB-BANKA.
           IF CB-BANKA = SPACES GO VC-FORM-SON.
           MOVE CB-BANKA TO CF-BANKA.
           MOVE SPACES TO CF-YER.
           MOVE 0 TO CF-SON-YAPRAK.
           MOVE 18 TO CF-SATIR-SAY.
           MOVE 3 TO CF-TARIH-S. MOVE 58 TO CF-TARIH-K.
           MOVE 3 TO CF-YER-S. MOVE 30 TO CF-YER-K.
           MOVE 7 TO CF-ALACAKLI-S. MOVE 15 TO CF-ALACAKLI-K.
           MOVE 5 TO CF-RAKAM-S. MOVE 58 TO CF-RAKAM-K.
           MOVE 9 TO CF-YAZI-S. MOVE 15 TO CF-YAZI-K.
           MOVE 55 TO CF-YAZI-GEN.
           READ CKFORM INVALID KEY CONTINUE.
           DISPLAY E-CF. ACCEPT E-CF ON ESCAPE GO VC-FORM-SON.
           IF CF-SATIR-SAY = 0 OR CF-SATIR-SAY > 30
              OR CF-YAZI-GEN < 20
              DISPLAY (23 5) "SATIR SAYISI 1-30, YAZI BOYU EN AZ 20"
              DISPLAY (24 5) "OLMALIDIR ENT BAS"
              ACCEPT CEVAP GO VC-FORM-SON.
           IF CF-TARIH-S = 0 OR CF-TARIH-S > CF-SATIR-SAY
              OR CF-YER-S = 0 OR CF-YER-S > CF-SATIR-SAY
              OR CF-ALACAKLI-S = 0 OR CF-ALACAKLI-S > CF-SATIR-SAY
              OR CF-RAKAM-S = 0 OR CF-RAKAM-S > CF-SATIR-SAY
              OR CF-YAZI-S = 0 OR CF-YAZI-S NOT < CF-SATIR-SAY
              DISPLAY (23 5) "SATIR YAPRAK DISINDA ENT BAS"
              ACCEPT CEVAP GO VC-FORM-SON.
           IF CF-TARIH-K = 0 OR CF-TARIH-K > 71
              OR CF-YER-K = 0 OR CF-YER-K > 61
              OR CF-ALACAKLI-K = 0 OR CF-ALACAKLI-K > 51
              OR CF-RAKAM-K = 0 OR CF-RAKAM-K > 64
              OR CF-YAZI-K = 0 OR CF-YAZI-K + CF-YAZI-GEN > 81
              DISPLAY (23 5) "KOLON 80'I ASIYOR ENT BAS"
              ACCEPT CEVAP GO VC-FORM-SON.
           DISPLAY E-DOGRU. ACCEPT E-DOGRU.
           IF CEVAP = "H" GO VC-FORM-SON.
           WRITE CKFORM-KAYDI INVALID KEY REWRITE CKFORM-KAYDI.
       VC-FORM-SON. EXIT.
      * YAPRAK LISTESI: BASILAN VE IPTAL EDILEN BUTUN YAPRAKLAR.
       VC-YLISTE.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 1) "CEK YAPRAKLARI LISTESI".
           DISPLAY (2 1)
              "BANKA               YAPRAK  CEK NO D TARIH    TUTAR".
           DISPLAY (2 60) "NEDEN".
           MOVE 2 TO VC-LIN.
           MOVE SPACES TO CY-BANKA.
           MOVE 0 TO CY-YAPRAK.
           START CKYAP KEY NOT LESS CY-ANAHTAR INVALID KEY
              GO VC-YLISTE-BIT.
       VCY-OKU. READ CKYAP NEXT AT END GO VC-YLISTE-BIT.
           ADD 1 TO VC-LIN.
           DISPLAY (VC-LIN 1) CY-BANKA.
           DISPLAY (VC-LIN 22) CY-YAPRAK.
           DISPLAY (VC-LIN 30) CY-VC-NO.
           DISPLAY (VC-LIN 37) CY-DURUM.
           IF CY-IPTAL
              DISPLAY (VC-LIN 39) CY-IPTAL-TARIHI
           ELSE
              DISPLAY (VC-LIN 39) CY-TARIH.
           DISPLAY (VC-LIN 48) CY-TUTAR.
           DISPLAY (VC-LIN 60) CY-NEDEN (1:20).
           IF VC-LIN = 20
              DISPLAY (24 1) "DEVAMI VAR ENT BAS" ACCEPT CEVAP
              DISPLAY (1 1) ERASE MOVE 2 TO VC-LIN.
           GO VCY-OKU.
       VC-YLISTE-BIT.
           DISPLAY (24 1) "ENT BAS". ACCEPT CEVAP.
       VC-YLISTE-SON. EXIT.
      * CEGIN GECERLI (IPTAL EDILMEMIS) YAPRAGI ARANIR.
       CB-YAPRAK-ARA.
           MOVE "H" TO CB-BULDU.
           MOVE SPACES TO CY-BANKA.
           MOVE 0 TO CY-YAPRAK.
           START CKYAP KEY NOT LESS CY-ANAHTAR INVALID KEY
              GO CB-YAPRAK-ARA-SON.
       CBA-OKU. READ CKYAP NEXT AT END GO CB-YAPRAK-ARA-SON.
           IF CY-VC-NO NOT = VC-NO OR NOT CY-BASILDI GO CBA-OKU.
           MOVE "E" TO CB-BULDU.
       CB-YAPRAK-ARA-SON. EXIT.
      * TUTARIN YAZIYLA KARSILIGI: "YALNIZ" ILE BASLAR, "TL" ILE
      * BITER; KELIMELER CEK ADETINCE BITISIK YAZILIR. YUZ VE BIN
      * ONUNE "BIR" KONMAZ. CB-UZ YAZININ BOYUDUR.
       CB-YAZI-HAZIRLA.
           MOVE SPACES TO CB-YAZI.
           MOVE VC-TUTAR TO CB-SAYI.
           MOVE 1 TO CB-PTR.
           STRING "YALNIZ " DELIMITED BY SIZE
              INTO CB-YAZI WITH POINTER CB-PTR.
           PERFORM CB-GRUP-YAZ THRU CB-GRUP-YAZ-SON
              VARYING CB-IX FROM 1 BY 1 UNTIL CB-IX > 4.
           STRING " TL" DELIMITED BY SIZE
              INTO CB-YAZI WITH POINTER CB-PTR.
           COMPUTE CB-UZ = CB-PTR - 1.
       CB-YAZI-HAZIRLA-SON. EXIT.
       CB-GRUP-YAZ.
           IF CB-G (CB-IX) = 0 GO CB-GRUP-YAZ-SON.
           DIVIDE CB-G (CB-IX) BY 100 GIVING CB-YUZ REMAINDER CB-IKI.
           DIVIDE CB-IKI BY 10 GIVING CB-ON REMAINDER CB-BIR.
           IF CB-YUZ > 1
              STRING CB-BIR-ADI (CB-YUZ) DELIMITED BY SPACE
                 INTO CB-YAZI WITH POINTER CB-PTR.
           IF CB-YUZ > 0
              STRING "YUZ" DELIMITED BY SIZE
                 INTO CB-YAZI WITH POINTER CB-PTR.
           IF CB-ON > 0
              STRING CB-ON-ADI (CB-ON) DELIMITED BY SPACE
                 INTO CB-YAZI WITH POINTER CB-PTR.
           IF CB-BIR > 0
              IF CB-IX NOT = 3 OR CB-G (CB-IX) NOT = 1
                 STRING CB-BIR-ADI (CB-BIR) DELIMITED BY SPACE
                    INTO CB-YAZI WITH POINTER CB-PTR.
           IF CB-IX < 4
              STRING CB-OLCEK-ADI (CB-IX) DELIMITED BY SPACE
                 INTO CB-YAZI WITH POINTER CB-PTR.
       CB-GRUP-YAZ-SON. EXIT.
      * ALANLAR FORMDAKI YERLERINE KONUP YAPRAK SATIR SATIR BASILIR.
       CB-YAPRAK-BAS.
           MOVE SPACES TO CB-SAYFA.
           MOVE VC-VADE-GUNU TO CB-T-GUN.
           MOVE VC-VADE-AYI TO CB-T-AY.
           MOVE VC-VADE-YILI TO CB-T-YIL.
           MOVE CB-TARIH-A TO CB-SATIR (CF-TARIH-S) (CF-TARIH-K:10).
           MOVE CF-YER TO CB-SATIR (CF-YER-S) (CF-YER-K:20).
           MOVE VC-ALACAKLI
              TO CB-SATIR (CF-ALACAKLI-S) (CF-ALACAKLI-K:30).
           MOVE VC-TUTAR TO CB-RAKAM.
           MOVE CB-RAKAM-A TO CB-SATIR (CF-RAKAM-S) (CF-RAKAM-K:17).
           MOVE CB-YAZI (1:CF-YAZI-GEN)
              TO CB-SATIR (CF-YAZI-S) (CF-YAZI-K:CF-YAZI-GEN).
           IF CB-UZ > CF-YAZI-GEN
              MOVE CB-YAZI (CF-YAZI-GEN + 1:CF-YAZI-GEN)
                 TO CB-SATIR (CF-YAZI-S + 1) (CF-YAZI-K:CF-YAZI-GEN).
      * YAPRAK MATBU FORMA OTURMALI; SIRKET BASLIGI SATIRLARI KAYDIRIR.
           MOVE "E" TO SB-BASMA.
           PERFORM YAZICI-AC.
           PERFORM CB-SATIR-YAZ THRU CB-SATIR-YAZ-SON
              VARYING CB-SAT FROM 1 BY 1 UNTIL CB-SAT > CF-SATIR-SAY.
           CLOSE YAZICI.
       CB-YAPRAK-BAS-SON. EXIT.
       CB-SATIR-YAZ.
           WRITE YAZ FROM CB-SATIR (CB-SAT).
       CB-SATIR-YAZ-SON. EXIT.
       VC-SON. CLOSE VCEK CKFORM CKYAP.
       VC-CIK. EXIT.
      * ORTAK KODUNDAN MUSTERI UNVANI DOLDURULUR.
       CEK-ORTAK-BUL SECTION.
           MOVE BANKA-TOPLAM TO AT-TUTAR.
           IF DOKUM-YERI = "Y" WRITE YAZ FROM BAS-ARA-TOPLAM
           ELSE ADD 1 TO LIN DISPLAY (LIN 1) BAS-ARA-TOPLAM.
      * ICRA / PROTESTO TAKIBI: KARSILIKSIZ CEK VEYA TAHSIL EDILEMEYEN
      * MUSTERI HESABI ICIN AVUKAT DOSYASI ACILIR; ASAMA, MASRAF VE
      * TAHSILATLAR DOSYAYA ISLENIR. CEK TAHSILATI CEKIN ODENEN
      * ALANINA VE CEKTAH'A, KON1 HESABININ TAHSILATI KON2'YE "T"
      * SATIRI OLARAK YAZILIR; IKISI DE AKTARIM ILE CARIYE GECER.
       ICRA-DOSYA SECTION.
       ID1. OPEN I-O ICRA.
           IF IC-DST = "35" OPEN OUTPUT ICRA CLOSE ICRA
              OPEN I-O ICRA.
           IF IC-DST NOT = "00"
              DISPLAY (23 5) "ICRA.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO ID-CIK.
           OPEN I-O ICRHAR.
           IF IH-DST = "35" OPEN OUTPUT ICRHAR CLOSE ICRHAR
              OPEN I-O ICRHAR.
           IF IH-DST NOT = "00"
              DISPLAY (23 5) "ICRHAR.DAT ACILAMADI ENT BAS"
              ACCEPT CEVAP CLOSE ICRA GO ID-CIK.
           OPEN I-O CEKN.
           IF DOSYA-DURUM NOT = "00"
              DISPLAY (23 5) "CEKN.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP CLOSE ICRA ICRHAR GO ID-CIK.
           MOVE "H" TO IC-K-AC.
           IF NOT ANA-SIRKET GO ID2.
           OPEN I-O KON1.
           IF K1-DST = "00"
              OPEN I-O KON2
              IF K2-DST = "00" MOVE "E" TO IC-K-AC
              ELSE CLOSE KON1.
       ID2. MOVE 0 TO IC-NO.
           DISPLAY E-IC-ARA.
           ACCEPT E-IC-ARA ON ESCAPE GO ID-SON.
           IF IC-NO = 0
              PERFORM IC-YENI THRU IC-YENI-SON
              IF IC-HATA = "E" GO ID2
              ELSE GO ID3.
           READ ICRA INVALID KEY
              DISPLAY (23 5) "DOSYA BULUNAMADI ENT BAS" ACCEPT CEVAP
              GO ID2.
       ID3. COMPUTE IC-KALAN = IC-ALACAK - IC-TAHSIL.
           DISPLAY (1 1) ERASE. DISPLAY E-IC.
           IF IC-KAPALI
              DISPLAY (23 5) "DOSYA KAPALI, YALNIZ IZLENIR ENT BAS"
              ACCEPT CEVAP GO ID2.
           MOVE SPACE TO C.
           DISPLAY E-IC-MENU.
           ACCEPT E-IC-MENU ON ESCAPE GO ID2.
           IF C = "B" PERFORM IC-BILGI THRU IC-BILGI-SON
           ELSE IF C = "M" PERFORM IC-MASRAF-GIR THRU IC-MASRAF-GIR-SON
           ELSE IF C = "T" PERFORM IC-TAHSIL-GIR THRU IC-TAHSIL-GIR-SON
           ELSE IF C = "K" PERFORM IC-KAPAT THRU IC-KAPAT-SON
           ELSE DISPLAY (23 5) "GECERSIZ SECIM ENT BAS" ACCEPT CEVAP.
           GO ID3.
      * YENI DOSYA: CEK DOSYASI YALNIZ KARSILIKSIZ CEK ICIN ACILIR,
      * ALACAK CEKIN KALANIDIR. HESAP DOSYASINDA KOD KON1'DE VARSA
      * UNVAN VE BAKIYE ORADAN, YOKSA ORTAK'TAN GELIR. AYNI CEK YA
      * DA HESAP ICIN IKINCI ACIK DOSYA ACILMAZ.
       IC-YENI.
           MOVE "E" TO IC-HATA.
           PERFORM IC-BOSALT THRU IC-BOSALT-SON.
           MOVE SPACE TO IC-ARA-TUR. MOVE 0 TO IC-ARA-CEK.
           MOVE SPACES TO IC-ARA-HESAP.
           DISPLAY (1 1) ERASE. DISPLAY E-IC.
           ACCEPT (6 25) IC-ARA-TUR.
           IF IC-ARA-TUR NOT = "C" AND IC-ARA-TUR NOT = "H"
              DISPLAY (23 5) "TUR C VEYA H OLMALI ENT BAS"
              ACCEPT CEVAP GO IC-YENI-SON.
           IF IC-ARA-TUR = "H" GO IY-HESAP.
           ACCEPT (7 25) IC-ARA-CEK.
           MOVE IC-ARA-CEK TO CEK-NO.
           READ CEKN INVALID KEY
              DISPLAY (23 5) "CEK BULUNAMADI ENT BAS" ACCEPT CEVAP
              GO IC-YENI-SON.
           IF NOT DURUM-KARSILIKSIZ
              DISPLAY (23 5) "SADECE KARSILIKSIZ CEK TAKIBE VERILIR"
              ACCEPT CEVAP GO IC-YENI-SON.
           IF AKT = "A"
              DISPLAY (23 5) "ONCE CARI AKTARMA CALISTIRILMALI ENT"
              ACCEPT CEVAP GO IC-YENI-SON.
           PERFORM ICRA-CEK-ARA THRU ICRA-CEK-ARA-SON.
           IF IC-BULDU = "E"
              DISPLAY (23 5) "BU CEK ICIN ACIK DOSYA VAR, NO:"
              DISPLAY (23 37) IC-ARA-NO
              ACCEPT CEVAP GO IC-YENI-SON.
           PERFORM IC-BOSALT THRU IC-BOSALT-SON.
           MOVE "C" TO IC-TUR. MOVE IC-ARA-CEK TO IC-CEK-NO.
           MOVE CEK-ORT-KOD TO IC-HESAP. MOVE MUSTERI TO IC-UNVAN.
           COMPUTE IC-ALACAK = TUTAR - ODENEN.
           MOVE "P" TO IC-ASAMA.
           GO IY-BILGI.
       IY-HESAP. ACCEPT (8 25) IC-ARA-HESAP.
           IF IC-ARA-HESAP = SPACES
              DISPLAY (23 5) "HESAP KODU BOS OLAMAZ ENT BAS"
              ACCEPT CEVAP GO IC-YENI-SON.
           PERFORM ICRA-CEK-ARA THRU ICRA-CEK-ARA-SON.
           IF IC-BULDU = "E"
              DISPLAY (23 5) "BU HESAP ICIN ACIK DOSYA VAR, NO:"
              DISPLAY (23 39) IC-ARA-NO
              ACCEPT CEVAP GO IC-YENI-SON.
           PERFORM IC-BOSALT THRU IC-BOSALT-SON.
           MOVE "H" TO IC-TUR. MOVE IC-ARA-HESAP TO IC-HESAP.
           MOVE "I" TO IC-ASAMA.
           IF IC-K-AC = "E"
              MOVE IC-HESAP TO KOD1
              READ KON1 INVALID KEY MOVE SPACES TO KOD1
              END-READ
              IF KOD1 = IC-HESAP
                 MOVE "E" TO IC-KON1
                 MOVE UNVAN1 TO IC-UNVAN
                 IF BAKIYE > 0 MOVE BAKIYE TO IC-ALACAK.
           IF IC-UNVAN = SPACES
              OPEN INPUT ORTAK
              IF OR-DST = "00"
                 MOVE IC-HESAP TO ORT-KOD
                 READ ORTAK INVALID KEY MOVE SPACES TO ORT-ADI
                 END-READ
                 MOVE ORT-ADI TO IC-UNVAN
                 CLOSE ORTAK.
           DISPLAY E-IC.
           IF IC-UNVAN = SPACES ACCEPT (9 25) IC-UNVAN.
           IF IC-UNVAN = SPACES
              DISPLAY (23 5) "BORCLU ADI BOS OLAMAZ ENT BAS"
              ACCEPT CEVAP GO IC-YENI-SON.
           MOVE 0 TO IC-H-TUTAR.
           DISPLAY (10 45) "(BOS = BAKIYE)".
           ACCEPT (10 25) IC-H-TUTAR.
           IF IC-H-TUTAR NOT = 0 MOVE IC-H-TUTAR TO IC-ALACAK.
       IY-BILGI. MOVE IC-ALACAK TO IC-KALAN.
           DISPLAY E-IC. ACCEPT E-IC.
           IF NOT IC-PROTESTO AND NOT IC-TAKIP AND NOT IC-HACIZ
              AND NOT IC-DAVA
              DISPLAY (23 5) "ASAMA P/I/H/D OLMALI ENT BAS"
              ACCEPT CEVAP GO IY-BILGI.
           DISPLAY E-DOGRU. ACCEPT E-DOGRU.
           IF CEVAP NOT = "E" GO IC-YENI-SON.
           MOVE IC-YENI-NO TO IC-NO.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO IC-ACILIS.
           MOVE OPERATOR-KODU TO IC-OPERATOR.
           WRITE ICRA-KAYDI INVALID KEY
              DISPLAY (23 5) "BU NUMARA ZATEN VAR ENT BAS"
              ACCEPT CEVAP GO IC-YENI-SON.
           MOVE "H" TO IC-HATA.
           MOVE "A" TO IC-H-TUR. MOVE 0 TO IC-H-TUTAR.
           MOVE SPACE TO IC-H-AKT. MOVE SPACES TO IC-H-ACIK.
           STRING "DOSYA ACILDI, ASAMA " IC-ASAMA
              DELIMITED BY SIZE INTO IC-H-ACIK.
           PERFORM IH-YAZ THRU IH-YAZ-SON.
      * ICRADAN ONCE CEKE YAPILMIS KISMI TAHSILAT CARIYE HIC GECMEMIS
      * OLUR (CEK ODENDI OLMADAN AKTARILMAZ); DOSYAYA "O" SATIRI
      * OLARAK YAZILIR, AKTARIM ICRA TAHSILATLARIYLA BIRLIKTE ISLER.
           IF IC-CEK AND ODENEN > 0
              MOVE "O" TO IC-H-TUR MOVE ODENEN TO IC-H-TUTAR
              MOVE "ICRA ONCESI CEK TAHSILATI" TO IC-H-ACIK
              PERFORM IH-YAZ THRU IH-YAZ-SON.
       IC-YENI-SON. EXIT.
       IC-BILGI.
           MOVE IC-ASAMA TO IC-ESKI-ASAMA.
       IB-GIR. ACCEPT E-IC ON ESCAPE GO IB-GERI.
           IF NOT IC-PROTESTO AND NOT IC-TAKIP AND NOT IC-HACIZ
              AND NOT IC-DAVA
              DISPLAY (23 5) "ASAMA P/I/H/D OLMALI, KAPATMA K ILE"
              ACCEPT CEVAP GO IB-GIR.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO IB-GERI.
           REWRITE ICRA-KAYDI.
           IF IC-DST = "99"
              DISPLAY (23 5) "KAYIT KULLANIMDA, TEKRAR DENEYIN ENT"
              ACCEPT CEVAP GO IB-GERI.
           IF IC-ASAMA NOT = IC-ESKI-ASAMA
              MOVE "A" TO IC-H-TUR MOVE 0 TO IC-H-TUTAR
              MOVE SPACE TO IC-H-AKT MOVE SPACES TO IC-H-ACIK
              STRING "ASAMA " IC-ESKI-ASAMA " -> " IC-ASAMA
                 DELIMITED BY SIZE INTO IC-H-ACIK
              PERFORM IH-YAZ THRU IH-YAZ-SON.
           GO IC-BILGI-SON.
       IB-GERI. READ ICRA INVALID KEY CONTINUE.
       IC-BILGI-SON. EXIT.
      * MASRAF: AVUKATA / ICRA DAIRESINE YATIRILAN HARC VE GIDERLER.
      * YALNIZ DOSYADA TOPLANIR, MUSTERI BAKIYESINE YANSITILMAZ.
       IC-MASRAF-GIR.
           MOVE 0 TO IC-H-TUTAR. MOVE SPACES TO IC-H-ACIK.
           DISPLAY E-IH.
           ACCEPT E-IH ON ESCAPE GO IC-MASRAF-GIR-SON.
           IF IC-H-TUTAR = 0 GO IC-MASRAF-GIR-SON.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO IC-MASRAF-GIR-SON.
           ADD IC-H-TUTAR TO IC-MASRAF.
           REWRITE ICRA-KAYDI.
           IF IC-DST = "99"
              DISPLAY (23 5) "KAYIT KULLANIMDA, TEKRAR DENEYIN ENT"
              ACCEPT CEVAP
              SUBTRACT IC-H-TUTAR FROM IC-MASRAF GO IC-MASRAF-GIR-SON.
           MOVE "M" TO IC-H-TUR. MOVE SPACE TO IC-H-AKT.
           IF IC-H-ACIK = SPACES
              MOVE "ICRA / MAHKEME MASRAFI" TO IC-H-ACIK.
           PERFORM IH-YAZ THRU IH-YAZ-SON.
       IC-MASRAF-GIR-SON. EXIT.
      * TAHSILAT: CEK DOSYASINDA CEKIN KALANINI ASAMAZ. CEK TAMAMEN
      * TAHSIL EDILINCE DOSYA KENDILIGINDEN KAPANIR.
       IC-TAHSIL-GIR.
           MOVE 0 TO IC-H-TUTAR. MOVE SPACES TO IC-H-ACIK.
           IF IC-CEK
              MOVE IC-CEK-NO TO CEK-NO
              READ CEKN INVALID KEY
                 DISPLAY (23 5) "CEK KAYDI BULUNAMADI ENT BAS"
                 ACCEPT CEVAP GO IC-TAHSIL-GIR-SON.
           IF IC-HESAP-DOSYASI AND IC-KON1 = "E" AND IC-K-AC NOT = "E"
              DISPLAY (23 5) "KON1/KON2 ACILAMADI ENT BAS"
              ACCEPT CEVAP GO IC-TAHSIL-GIR-SON.
           DISPLAY E-IH.
           ACCEPT E-IH ON ESCAPE GO IC-TAHSIL-GIR-SON.
           IF IC-H-TUTAR = 0 GO IC-TAHSIL-GIR-SON.
           IF IC-CEK
              COMPUTE CO-KALAN = TUTAR - ODENEN
              IF IC-H-TUTAR > CO-KALAN
                 DISPLAY (23 5) "TAHSILAT KALANDAN BUYUK OLAMAZ ENT"
                 ACCEPT CEVAP GO IC-TAHSIL-GIR-SON.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO IC-TAHSIL-GIR-SON.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO IC-TAHSIL-GIR-SON.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE "T" TO IC-H-TUR. MOVE SPACE TO IC-H-AKT.
           IF IC-H-ACIK = SPACES MOVE "ICRA TAHSILATI" TO IC-H-ACIK.
           MOVE "H" TO IC-HATA.
           IF IC-CEK PERFORM IT-CEK THRU IT-CEK-SON.
           IF IC-HESAP-DOSYASI AND IC-KON1 = "E"
              PERFORM IT-KON THRU IT-KON-SON.
           IF IC-HATA = "E" GO IC-TAHSIL-GIR-SON.
           PERFORM IH-YAZ THRU IH-YAZ-SON.
           ADD IC-H-TUTAR TO IC-TAHSIL.
           IF IC-CEK AND DURUM-ODENDI
              SET IC-KAPALI TO TRUE
              MOVE BUGUN-YMD TO IC-KAPANIS.
           REWRITE ICRA-KAYDI.
           IF IC-KAPALI
              MOVE "K" TO IC-H-TUR MOVE 0 TO IC-H-TUTAR
              MOVE "CEK TAMAMEN TAHSIL EDILDI" TO IC-H-ACIK
              PERFORM IH-YAZ THRU IH-YAZ-SON
              DISPLAY (23 5) "CEK TAMAMEN TAHSIL EDILDI, DOSYA KAPANDI"
              ACCEPT CEVAP.
       IC-TAHSIL-GIR-SON. EXIT.
      * CEK TAHSILATI CEK-ODE GIBI ODENEN'E VE CEKTAH'A ISLENIR. CEK
      * TAMAMLANINCA ODENDI OLUR; TUTARI CARIYE ICRHAR UZERINDEN
      * GECTIGINDEN CEK AKTARILMIS ("A") SAYILIR.
       IT-CEK.
           MOVE "E" TO IC-HATA.
           ADD IC-H-TUTAR TO ODENEN.
           IF ODENEN NOT < TUTAR
              SET DURUM-ODENDI TO TRUE
              MOVE "A" TO AKT.
           MOVE BUGUN-YMD (7:2) TO ISLEM-GUNU.
           MOVE BUGUN-YMD (5:2) TO ISLEM-AYI.
           MOVE BUGUN-YMD (1:4) TO ISLEM-YILI.
           MOVE OPERATOR-KODU TO ISLEM-OPERATORU.
           REWRITE CEKN-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON.
           IF DOSYA-DURUM = "99"
              DISPLAY (23 5) "KAYIT KULLANIMDA, TEKRAR DENEYIN ENT"
              ACCEPT CEVAP GO IT-CEK-SON.
           MOVE CEK-NO TO CT-CEK-NO.
           MOVE BUGUN-YMD TO CT-TARIH.
           MOVE IC-H-TUTAR TO CT-TUTAR.
           MOVE OPERATOR-KODU TO CT-OPERATOR.
           OPEN EXTEND CEKTAH.
           IF CT-DST = "35" OPEN OUTPUT CEKTAH.
           WRITE CEKTAH-KAYDI.
           CLOSE CEKTAH.
           MOVE "H" TO IC-HATA.
       IT-CEK-SON. EXIT.
      * KON1 HESABI: KONSIYE TAHSILATI GIBI KON2 "T" SATIRI YAZILIR,
      * BAKIYE DUSER. IRSALIYE NO YERINE DOSYA NO + HAREKET SIRASI.
       IT-KON.
           MOVE "E" TO IC-HATA.
           MOVE IC-HESAP TO KOD1.
           READ KON1 INVALID KEY
              DISPLAY (23 5) "KON1 HESABI BULUNAMADI ENT BAS"
              ACCEPT CEVAP GO IT-KON-SON.
           PERFORM IH-SIRA-BUL THRU IH-SIRA-BUL-SON.
           MOVE IC-HESAP TO KOD11.
           COMPUTE I-NO = (IC-NO * 1000) + IC-YSIRA.
           MOVE BUGUN-YMD (7:2) TO I-GUNU.
           MOVE BUGUN-YMD (5:2) TO I-AYI.
           MOVE BUGUN-YMD (1:4) TO I-YILI.
           MOVE SPACES TO MAL-ISMI.
           STRING "ICRA TAHSILATI DOSYA " IC-NO
              DELIMITED BY SIZE INTO MAL-ISMI.
           MOVE IC-H-TUTAR TO K2-TUTAR.
           MOVE "T" TO ISLEM-TIPI.
           MOVE SPACES TO MAL-KODU K2-AKT K2-NEDEN.
           MOVE 0 TO MAL-ADET K2-FATURA-NO.
           WRITE KON2-KAYDI INVALID KEY
              DISPLAY (23 5) "KON2 YAZILAMADI ENT BAS"
              ACCEPT CEVAP GO IT-KON-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           SUBTRACT IC-H-TUTAR FROM BAKIYE.
           REWRITE KON1-KAYDI INVALID KEY
              DISPLAY (23 5) "BAKIYE GUNCELLENEMEDI ENT BAS"
              ACCEPT CEVAP.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           MOVE "K" TO IC-H-AKT.
           MOVE "H" TO IC-HATA.
       IT-KON-SON. EXIT.
      * KAPATMA: TAHSIL EDILEMEYEN KALAN DOSYADA KALIR; CEK
      * KARSILIKSIZ DURUMUNDA BIRAKILIR.
       IC-KAPAT.
           MOVE 0 TO IC-H-TUTAR. MOVE SPACES TO IC-H-ACIK.
           DISPLAY (19 5) "KAPANIS NEDENI:".
           ACCEPT (19 21) IC-H-ACIK.
           DISPLAY E-ONAY. ACCEPT E-ONAY.
           IF CEVAP NOT = "E" GO IC-KAPAT-SON.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           SET IC-KAPALI TO TRUE.
           MOVE BUGUN-YMD TO IC-KAPANIS.
           REWRITE ICRA-KAYDI.
           IF IC-DST = "99"
              DISPLAY (23 5) "KAYIT KULLANIMDA, TEKRAR DENEYIN ENT"
              ACCEPT CEVAP
              READ ICRA INVALID KEY CONTINUE
              END-READ
              GO IC-KAPAT-SON.
           MOVE "K" TO IC-H-TUR. MOVE SPACE TO IC-H-AKT.
           IF IC-H-ACIK = SPACES MOVE "DOSYA KAPATILDI" TO IC-H-ACIK.
           PERFORM IH-YAZ THRU IH-YAZ-SON.
       IC-KAPAT-SON. EXIT.
       IC-BOSALT.
           MOVE SPACES TO IC-TUR IC-HESAP IC-UNVAN IC-AVUKAT IC-DAIRE.
           MOVE SPACES TO IC-DOSYA IC-ASAMA.
           MOVE "H" TO IC-KON1.
           MOVE 0 TO IC-NO IC-CEK-NO IC-ALACAK IC-ACILIS IC-KAPANIS.
           MOVE 0 TO IC-MASRAF IC-TAHSIL IC-KALAN.
       IC-BOSALT-SON. EXIT.
      * DOSYA HAREKETI: IC-H-TUR/TUTAR/ACIK/AKT ILE DOSYANIN SIRADAKI
      * HAREKET NUMARASINA YAZILIR.
       IH-YAZ.
           PERFORM IH-SIRA-BUL THRU IH-SIRA-BUL-SON.
           MOVE IC-NO TO IH-NO. MOVE IC-YSIRA TO IH-SIRA.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO IH-TARIH.
           MOVE IC-H-TUR TO IH-TUR. MOVE IC-H-TUTAR TO IH-TUTAR.
           MOVE IC-H-ACIK TO IH-ACIKLAMA. MOVE IC-H-AKT TO IH-AKT.
           MOVE OPERATOR-KODU TO IH-OPERATOR.
           WRITE ICRHAR-KAYDI INVALID KEY
              DISPLAY (23 5) "HAREKET YAZILAMADI ENT BAS"
              ACCEPT CEVAP.
       IH-YAZ-SON. EXIT.
       IH-SIRA-BUL.
           MOVE 0 TO IC-YSIRA.
           MOVE IC-NO TO IH-NO. MOVE 0 TO IH-SIRA.
           START ICRHAR KEY NOT LESS IH-ANAHTAR INVALID KEY
              GO IHS-BIT.
       IHS-OKU. READ ICRHAR NEXT AT END GO IHS-BIT.
           IF IH-NO NOT = IC-NO GO IHS-BIT.
           MOVE IH-SIRA TO IC-YSIRA. GO IHS-OKU.
       IHS-BIT. ADD 1 TO IC-YSIRA.
       IH-SIRA-BUL-SON. EXIT.
       ID-SON. CLOSE ICRA ICRHAR CEKN.
           IF IC-K-AC = "E" CLOSE KON1 KON2.
       ID-CIK. EXIT.
      * ACIK DOSYA ARAMASI (ICRA ACIK OLMALI): IC-ARA-TUR C ISE
      * IC-ARA-CEK, H ISE IC-ARA-HESAP ICIN KAPANMAMIS DOSYA VAR MI?
      * TARAMADA SON DOSYA NUMARASI DA BULUNUR (IC-YENI-NO SONRAKI).
       ICRA-CEK-ARA SECTION.
       ICA-1. MOVE "H" TO IC-BULDU. MOVE 0 TO IC-ARA-NO IC-YENI-NO.
           MOVE 0 TO IC-NO.
           START ICRA KEY NOT LESS IC-NO INVALID KEY GO ICA-BIT.
       ICA-OKU. READ ICRA NEXT AT END GO ICA-BIT.
           MOVE IC-NO TO IC-YENI-NO.
           IF IC-KAPALI OR IC-TUR NOT = IC-ARA-TUR GO ICA-OKU.
           IF IC-CEK AND IC-CEK-NO = IC-ARA-CEK
              MOVE "E" TO IC-BULDU MOVE IC-NO TO IC-ARA-NO.
           IF IC-HESAP-DOSYASI AND IC-HESAP = IC-ARA-HESAP
              MOVE "E" TO IC-BULDU MOVE IC-NO TO IC-ARA-NO.
           GO ICA-OKU.
       ICA-BIT. ADD 1 TO IC-YENI-NO.
       ICRA-CEK-ARA-SON. EXIT.
      * ACIK DOSYALAR (AYLIK YONETICI RAPORU): KAPANMAMIS HER DOSYA
      * ICIN BORCLU, ASAMA, AVUKAT / ICRA DAIRESI, ACILISTAN BU YANA
      * GECEN GUN, MASRAF, TAHSILAT (BU AY AYRICA) VE KALAN ALACAK;
      * SONDA TOPLAMLAR VE DOSYA YASI DAGILIMI.
       ICRA-RAPOR SECTION.
       IR1. OPEN INPUT ICRA.
           IF IC-DST NOT = "00"
              DISPLAY (23 5) "ICRA.DAT BULUNAMADI ENT BAS"
              ACCEPT CEVAP GO IR-CIK.
           MOVE "H" TO IR-IH-AC.
           OPEN INPUT ICRHAR.
           IF IH-DST = "00" MOVE "E" TO IR-IH-AC.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           COMPUTE BUGUN-GUN = FUNCTION INTEGER-OF-DATE(BUGUN-YMD).
           MOVE BUGUN-YMD TO IR-AYBAS.
           MOVE "01" TO IR-AYBAS (7:2).
           MOVE 0 TO IR-SAY IR-T-ALACAK IR-T-MASRAF IR-T-TAHSIL.
           MOVE 0 TO IR-T-AYTAH IR-T-KALAN.
           MOVE 0 TO IR-YAS (1) IR-YAS (2) IR-YAS (3) IR-YAS (4).
           PERFORM YAZICI-AC.
           MOVE BUGUN-YMD TO IR-B-TARIH.
           WRITE YAZ FROM B1 AFTER 3.
           WRITE YAZ FROM IRZ1.
           WRITE YAZ FROM IRZ2.
           WRITE YAZ FROM BAS-CIZGI.
           MOVE 0 TO IC-NO.
           START ICRA KEY NOT LESS IC-NO INVALID KEY GO IR-TOPLAM.
       IR-OKU. READ ICRA NEXT AT END GO IR-TOPLAM.
           IF IC-KAPALI GO IR-OKU.
           COMPUTE IR-GUN = BUGUN-GUN
              - FUNCTION INTEGER-OF-DATE(IC-ACILIS).
           IF IR-GUN NOT > 90 ADD 1 TO IR-YAS (1)
           ELSE IF IR-GUN NOT > 180 ADD 1 TO IR-YAS (2)
           ELSE IF IR-GUN NOT > 365 ADD 1 TO IR-YAS (3)
           ELSE ADD 1 TO IR-YAS (4).
           MOVE 0 TO IR-AYTAH.
           IF IR-IH-AC = "E" PERFORM IR-AY-TOPLA THRU IR-AY-TOPLA-SON.
           COMPUTE IC-KALAN = IC-ALACAK - IC-TAHSIL.
           MOVE IC-NO TO IR-D-NO. MOVE IC-UNVAN TO IR-D-UNVAN.
           IF IC-PROTESTO MOVE "PROTESTO" TO IR-D-ASAMA
           ELSE IF IC-TAKIP MOVE "ICRA TAKIBI" TO IR-D-ASAMA
           ELSE IF IC-HACIZ MOVE "HACIZ" TO IR-D-ASAMA
           ELSE IF IC-DAVA MOVE "DAVA" TO IR-D-ASAMA
           ELSE MOVE IC-ASAMA TO IR-D-ASAMA.
           MOVE IC-ACILIS TO IR-D-ACILIS. MOVE IR-GUN TO IR-D-GUN.
           MOVE IC-ALACAK TO IR-D-ALACAK.
           WRITE YAZ FROM IRZ3.
           MOVE IC-AVUKAT TO IR-D-AVUKAT. MOVE IC-DAIRE TO IR-D-DAIRE.
           MOVE IC-DOSYA TO IR-D-DOSYA.
           MOVE SPACES TO IR-D-KAYNAK.
           IF IC-CEK
              STRING "CEK " IC-CEK-NO DELIMITED BY SIZE
                 INTO IR-D-KAYNAK
           ELSE MOVE IC-HESAP TO IR-D-KAYNAK.
           WRITE YAZ FROM IRZ4.
           MOVE IC-MASRAF TO IR-D-MASRAF. MOVE IC-TAHSIL TO IR-D-TAHSIL.
           MOVE IR-AYTAH TO IR-D-AYTAH. MOVE IC-KALAN TO IR-D-KALAN.
           WRITE YAZ FROM IRZ5.
           ADD 1 TO IR-SAY. ADD IC-ALACAK TO IR-T-ALACAK.
           ADD IC-MASRAF TO IR-T-MASRAF. ADD IC-TAHSIL TO IR-T-TAHSIL.
           ADD IR-AYTAH TO IR-T-AYTAH. ADD IC-KALAN TO IR-T-KALAN.
           GO IR-OKU.
       IR-AY-TOPLA.
           MOVE IC-NO TO IH-NO. MOVE 0 TO IH-SIRA.
           START ICRHAR KEY NOT LESS IH-ANAHTAR INVALID KEY
              GO IR-AY-TOPLA-SON.
       IRA-OKU. READ ICRHAR NEXT AT END GO IR-AY-TOPLA-SON.
           IF IH-NO NOT = IC-NO GO IR-AY-TOPLA-SON.
           IF IH-TUR = "T" AND IH-TARIH NOT < IR-AYBAS
              ADD IH-TUTAR TO IR-AYTAH.
           GO IRA-OKU.
       IR-AY-TOPLA-SON. EXIT.
       IR-TOPLAM.
           WRITE YAZ FROM BAS-CIZGI.
           MOVE IR-SAY TO IR-T-SAY.
           MOVE IR-T-ALACAK TO IR-T-D-ALACAK.
           MOVE IR-T-MASRAF TO IR-T-D-MASRAF.
           WRITE YAZ FROM IRZ6.
           MOVE IR-T-TAHSIL TO IR-T-D-TAHSIL.
           MOVE IR-T-AYTAH TO IR-T-D-AYTAH.
           MOVE IR-T-KALAN TO IR-T-D-KALAN.
           WRITE YAZ FROM IRZ7.
           MOVE IR-YAS (1) TO IR-Y-1. MOVE IR-YAS (2) TO IR-Y-2.
           MOVE IR-YAS (3) TO IR-Y-3. MOVE IR-YAS (4) TO IR-Y-4.
           WRITE YAZ FROM IRZ8.
           CLOSE YAZICI ICRA.
           IF IR-IH-AC = "E" CLOSE ICRHAR.
           DISPLAY (23 5) "ICRA RAPORU YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       IR-CIK. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR. SIKISAN KAGIT ARTIK RAPORU
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
           IF MENU-SIRKET-ADI NOT = SPACES AND SB-BASMA NOT = "E"
              MOVE MENU-SIRKET-ADI TO SB-ADI
              WRITE YAZ FROM SIRKET-BASLIK.
           MOVE "H" TO SB-BASMA.
       YAZICI-AC-SON. EXIT.
      * MUHASEBE DONEM KILIDI: DNK-TARIH (YYYYAAGG) KILITLI AYA
      * DUSUYORSA CEK/SENET EKLENMEZ, SILINMEZ, HAREKET GORMEZ. KILIDI
      * YALNIZ YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK SECTION.
       DNB-1. CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (23 5) "BU TARIHIN DONEMI KILITLI ENT BAS"
              ACCEPT CEVAP.
       DONEM-BAK-SON. EXIT.
      * ISLEM JURNALI: BASARILI EKLEME, DEGISTIRME VE SILMEDEN HEMEN
      * SONRA KAYDIN SON HALI ISLJRN ILE GUNUN JURNALINE DUSER. ISLEM
      * KODU (JI-ISLEM) CAGIRAN YERDE VERILIR; KUTUK DURUMU BASARISIZ
      * ISE JURNALE YAZILMAZ. CEKN SIRKET DIZININDE, KON1/KON2 ANA
      * DIZINDE DURUR.
       ISLEM-JURNAL SECTION.
       CEKN-JURNAL.
           IF DOSYA-DURUM NOT = "00" AND DOSYA-DURUM NOT = "02"
              GO CEKN-JURNAL-SON.
           MOVE MENU-SIRKET-DIZIN TO JI-DIZIN.
           MOVE "CEKN" TO JI-DOSYA. MOVE CEKN-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       CEKN-JURNAL-SON. EXIT.
       KON1-JURNAL.
           IF K1-DST NOT = "00" AND K1-DST NOT = "02"
              GO KON1-JURNAL-SON.
           MOVE SPACES TO JI-DIZIN.
           MOVE "KON1" TO JI-DOSYA. MOVE KON1-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       KON1-JURNAL-SON. EXIT.
       KON2-JURNAL.
           IF K2-DST NOT = "00" AND K2-DST NOT = "02"
              GO KON2-JURNAL-SON.
           MOVE SPACES TO JI-DIZIN.
           MOVE "KON2" TO JI-DOSYA. MOVE KON2-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       KON2-JURNAL-SON. EXIT.
