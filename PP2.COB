           FILE STATUS BN-DST.
           SELECT BANKEFT ASSIGN TO DISK
           FILE STATUS EF-DST.
           SELECT BANKPRT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BP-PARTI
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BP-DST.
           SELECT BARTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BT-KOD
           SHARING WITH ALL OTHER
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS RK-DURUM.
           SELECT ANALIZ ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AN-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS AN-DST.
           SELECT KESTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KB-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KB-DST.
           SELECT GRHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GH-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS GH-DST.
           SELECT RNDKAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY RC-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS RC-DST.
           SELECT RANDEVU ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY RV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS RV-DST.
           SELECT AMBTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AT-TUR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS AT-DST.
           SELECT AMBHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AH-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS AH-DST.
           SELECT SVLOT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY LO-KOD
           ALTERNATE RECORD KEY LO-BRD-KOD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS LO-DST.
           SELECT ORTUYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OU-UYENO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS OU-DST.
           SELECT ORTPAY ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY PY-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS PY-DST.
           SELECT NAKCI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NC-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NC-DST.
           SELECT NAKPLK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NP-PLAKA
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NP-DST.
           SELECT NAKTAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NT-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NT-DST.
           SELECT NAKHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NH-KOD
           ALTERNATE RECORD KEY NH-SVNO WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NH-DST.
           SELECT UYEKIM ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY UK-UYENO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS UK-DST.
           SELECT EMAKBUZ ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MZ-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS MZ-DST.
           SELECT EMDOSYA ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS EX-DST.
           SELECT TANK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TK-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TK-DST.
           SELECT TANKHR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TM-KOD
           ALTERNATE RECORD KEY TM-SVNO WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TM-DST.
       DATA DIVISION.
       FILE SECTION.
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
              03 OP-F-YEDEK1 PIC X.
              03 OP-F-YEDEK2 PIC X.
              03 OP-F-YEDEK3 PIC X.
      * SIRKET BASINA YETKILER; ANAMENU GIRISINDE BAKILIR.
           02 OP-SIRKETLER PIC X(20).
      * BRDH.DAT - GIRIS FISI BASLIK KUTUGU. BIR UYENIN TEK SEFERDE
      * GETIRDIGI YUK COK KALITELI OLABILIR; FIS ARTIK TEK BELGEDIR:
      * BASLIK BURADA, KALITE SATIRLARI AYNI FISNO ILE BRD'DEDIR.
           02 EF-SUBE PIC X(20).
           02 EF-IBAN PIC X(26).
           02 EF-TUTAR PIC 9(9).
      * BANKPRT.DAT - BANKAYA VERILEN HAVALE PARTILERININ KUTUGU.
      * BANKEFT.DAT HER PARTIDE YENIDEN YAZILDIGINDAN PARTININ TARIHI,
      * SATIR SAYISI VE BANKAYA GIDEN NET TOPLAMI BURADA SAKLANIR;
      * BANKA MUTABAKATI EKSTREDEKI TOPLU HAVALEYI BUNUNLA ESLER.
       FD BANKPRT LABEL RECORD STANDARD VALUE OF FILE-ID "BANKPRT.DAT".
       01 BANKPRT-KAYDI.
           02 BP-PARTI PIC 9(4).
           02 BP-TARIH PIC 9(8).
           02 BP-TUR PIC X.
              88 BP-ODEME VALUE "O".
              88 BP-RISTURN VALUE "R".
           02 BP-SAYI PIC 9(5).
           02 BP-TUTAR PIC 9(11).
      * DUZLOG.DAT - FIS DUZELTME/IPTAL STORNO KUTUGU. HER DUZELTME
      * VE IPTALDE FISIN ORIJINAL DEGERLERI BURAYA YAZILIR KI DOKUM
      * TOPLAMLARI ILE ESKI FISLER ARASINDAKI FARK IZAH EDILEBILSIN.
           02 OH-STOPAJ PIC 99V99.
           02 OH-BAGKUR PIC 99V99.
      * KESINTI.DAT - HER FIS KESIMI CALISMASININ BRUT/KESINTI/NET
      * TUTARLARI. AY BAZINDA TOPLANIP MUHTASARA GECIRILIR. KALITE
      * KESINTISI BRUTTEN DUSULUR, STOPAJ VE BAGKUR KALANDAN ALINIR.
       FD KESINTI LABEL RECORD STANDARD VALUE OF FILE-ID "KESINTI.DAT".
       01 KESINTI-KAYDI.
           02 KS-TARIH PIC 9(6).
           02 KS-STOPAJ PIC 9(11).
           02 KS-BAGKUR PIC 9(11).
           02 KS-NET PIC 9(11).
           02 KS-KALITE PIC 9(11).
      * ANALIZ.DAT - GIRIS FISININ HER KALITE SATIRI ICIN LABORATUVAR
      * ANALIZI: NEM, YAG, KUSURLU TANE VE YABANCI MADDE YUZDELERI.
      * GIRIS ANINDA KESTAB'DAN BULUNAN TOPLAM KESINTI YUZDESI DE
      * SATIRA YAZILIR; FIS, MAKBUZ VE KESINTI.DAT BU YUZDEYI KULLANIR.
       FD ANALIZ LABEL RECORD STANDARD VALUE OF FILE-ID "ANALIZ.DAT".
       01 ANALIZ-KAYDI.
           02 AN-KOD.
              03 AN-FISNO PIC 9(6).
              03 AN-KALITE PIC X(6).
              03 AN-DONEM PIC X(5).
           02 AN-TARIH PIC 9(8).
           02 AN-UYENO PIC 9(4).
           02 AN-STNO PIC 9(3).
           02 AN-NEM PIC 99V9.
           02 AN-YAG PIC 99V9.
           02 AN-KUSUR PIC 99V9.
           02 AN-YABANCI PIC 99V9.
           02 AN-ORAN PIC 99V99.
      * KESTAB.DAT - BAREM KALITE KESINTI TABLOSU. DONEM VE OLCUM TURU
      * (N:NEM K:KUSURLU TANE Y:YABANCI MADDE) BASINA ESIK SATIRLARI.
      * OLCUM ESIGI ASARSA O SATIRIN YUZDESI GECERLIDIR (ASILAN EN
      * BUYUK ESIK); UC TURUN YUZDELERI TOPLANIP BAREM TUTARINDAN
      * DUSULUR. YAG ORANI BILGI ICINDIR, KESINTIYE GIRMEZ.
       FD KESTAB LABEL RECORD STANDARD VALUE OF FILE-ID "KESTAB.DAT".
       01 KESTAB-KAYDI.
           02 KB-KOD.
              03 KB-DONEM PIC X(5).
              03 KB-TUR PIC X.
              03 KB-ESIK PIC 99V9.
           02 KB-ORAN PIC 99V99.
      * GRHAR.DAT - GIRDI (GUBRE/ILAC) HAREKETLERI, GIRDI PROGRAMIYLA
      * ORTAK. UYENIN GIRDI BORCU SATISLAR (S) EKSI TAHSILAT (T), IADE
      * (I) VE MAHSUPLARDIR (M). BANKA ODEME PARTISI KESIN ODEMEDEN
      * DUSTUGU BORCU PARTI NUMARASIYLA "M" HAREKETI OLARAK YAZAR.
       FD GRHAR LABEL RECORD STANDARD VALUE OF FILE-ID "GRHAR.DAT".
       01 GRHAR-KAYDI.
           02 GH-KOD.
              03 GH-UYENO PIC 9(4).
              03 GH-TARIH PIC 9(8).
              03 GH-SIRA PIC 9(4).
           02 GH-TIP PIC X.
              88 GH-SATIS VALUE "S".
           02 GH-MALKOD PIC X(6).
           02 GH-MIKTAR PIC 9(7).
           02 GH-FIAT PIC 9(7).
           02 GH-TUTAR PIC 9(11).
           02 GH-DONEM PIC X(5).
           02 GH-PARTI PIC 9(4).
           02 GH-ACIKLAMA PIC X(20).
      * RNDKAP.DAT - HASAT YOGUNLUGUNDA TESLIM RANDEVU DILIMLERI. HER
      * ALIM MERKEZI (STNO) ICIN GUNUN SAAT DILIMLERI VE DILIM BASINA
      * GUNLUK KABUL KAPASITESI (RANDEVU SAYISI) TUTULUR.
       FD RNDKAP LABEL RECORD STANDARD VALUE OF FILE-ID "RNDKAP.DAT".
       01 RNDKAP-KAYDI.
           02 RC-KOD.
              03 RC-STNO PIC 9(3).
              03 RC-SLOT PIC 9.
           02 RC-BAS PIC 9(4).
           02 RC-BIT PIC 9(4).
           02 RC-KAP PIC 9(3).
      * RANDEVU.DAT - UYE TESLIM RANDEVULARI. DEPO, GUN VE DILIM
      * BASINA SIRA NUMARASIYLA TUTULUR; UYE GELIP FISI KESILINCE
      * TARTIM-GIRISI DURUMU "G" YAPAR VE FIS NUMARASINI YAZAR.
       FD RANDEVU LABEL RECORD STANDARD VALUE OF FILE-ID "RANDEVU.DAT".
       01 RANDEVU-KAYDI.
           02 RV-KOD.
              03 RV-STNO PIC 9(3).
              03 RV-TARIH PIC 9(8).
              03 RV-SLOT PIC 9.
              03 RV-SIRA PIC 9(3).
           02 RV-UYENO PIC 9(4).
           02 RV-DURUM PIC X.
              88 RV-BEKLIYOR VALUE "B".
              88 RV-GELDI VALUE "G".
           02 RV-FISNO PIC 9(6).
      * AMBTAB.DAT - URETICIYE ODUNC VERILEN AMBALAJ TURLERI (PLASTIK
      * KASA, CUVAL) VE GERI GELMEYEN BIRIM BASINA DEPOZITO TUTARI.
       FD AMBTAB LABEL RECORD STANDARD VALUE OF FILE-ID "AMBTAB.DAT".
       01 AMBTAB-KAYDI.
           02 AT-TUR PIC X.
           02 AT-ADI PIC X(10).
           02 AT-DEPOZITO PIC 9(5).
      * AMBHAR.DAT - AMBALAJ HAREKETLERI. UYEDEKI ACIK ADET VERILEN
      * (V) EKSI IADE (I) VE DEPOZITOSU KESILEN (D) ADETTIR. IADE
      * YUKLE BIRLIKTE GELIRSE KANTAR FIS NUMARASI YAZILIR. UYE NO
      * SIFIR OLAN GIRIS (G) / CIKIS (C) HAREKETLERI DEPO STOGUNUN
      * ALIM VE SAYIM DUZELTMELERIDIR. DEPOZITOYU BANKA ODEME PARTISI
      * PARTI NUMARASIYLA "D" HAREKETI OLARAK YAZAR.
       FD AMBHAR LABEL RECORD STANDARD VALUE OF FILE-ID "AMBHAR.DAT".
       01 AMBHAR-KAYDI.
           02 AH-KOD.
              03 AH-UYENO PIC 9(4).
              03 AH-TARIH PIC 9(8).
              03 AH-SIRA PIC 9(4).
           02 AH-TIP PIC X.
              88 AH-VERILDI VALUE "V".
              88 AH-IADE VALUE "I".
              88 AH-DEPOZITO VALUE "D".
              88 AH-GIRIS VALUE "G".
              88 AH-CIKIS VALUE "C".
           02 AH-TUR PIC X.
           02 AH-ADET PIC 9(5).
           02 AH-STNO PIC 9(3).
           02 AH-TRFIS PIC 9(6).
           02 AH-DONEM PIC X(5).
           02 AH-PARTI PIC 9(4).
           02 AH-TUTAR PIC 9(9).
      * DONEM.DAT - KAMPANYA ANA KUTUGU. HER DONEMIN BASLAMA/BITIS
      * TARIHI VE ACIK/KAPALI DURUMU TUTULUR; TARTIM-GIRISI DONEMI
      * KALTAB GIBI BURADAN DOGRULAR, KAPALI DONEME FIS KESILMEZ.
           02 SV-NEREYE PIC X(20).
           02 SV-KABUL-KILO PIC 9(6).
           02 SV-KABUL-TARIH PIC X(10).
      * SVLOT.DAT - SEVKIYAT LOT BAGLANTISI. HER KAYIT BIR ARACA (SEVK
      * NO) YUKLENEN ZEYTININ HANGI GIRIS FISI SATIRINDAN (BRD KODU)
      * KAC KILO GELDIGINI TUTAR. BRD KODU ILE ALTERNATIF ANAHTARLI
      * OLDUGUNDAN FISTEN ARACA, ARACTAN FISE IZ SURULEBILIR.
       FD SVLOT LABEL RECORD STANDARD VALUE OF FILE-ID "SVLOT.DAT".
       01 SVLOT-KAYDI.
           02 LO-KOD.
              03 LO-SVNO PIC 9(6).
              03 LO-BRD-KOD.
                 04 LO-FISNO PIC 9(6).
                 04 LO-KALITE PIC X(6).
                 04 LO-DONEM PIC X(5).
                 04 LO-TARIH PIC 9(8).
           02 LO-UYENO PIC 9(4).
           02 LO-STNO PIC 9(3).
           02 LO-KILO PIC 9(6).
      * ORTUYE.DAT - KOOPERATIF ORTAKLARI (PAYLI UYELER). ORTAK.DAT
      * TUM URETICILERI TUTAR; BURADA YALNIZ ORTAKLIGA ALINANLAR,
      * TAAHHUT ETTIKLERI ORTAKLIK PAYI SERMAYESI (TL) VE DURUMLARI
      * BULUNUR. AYRILAN ORTAK SILINMEZ, C YAPILIR.
       FD ORTUYE LABEL RECORD STANDARD VALUE OF FILE-ID "ORTUYE.DAT".
       01 ORTUYE-KAYDI.
           02 OU-UYENO PIC 9(4).
           02 OU-GIRIS PIC 9(8).
           02 OU-TAAHHUT PIC 9(9).
           02 OU-DURUM PIC X.
              88 OU-AKTIF VALUE "A".
              88 OU-CIKTI VALUE "C".
           02 OU-CIKIS PIC 9(8).
      * ORTPAY.DAT - ORTAKLIK PAYI HAREKETLERI. O: ORTAGIN ODEDIGI PAY,
      * K: BANKA ODEME PARTISINDE ZEYTIN BEDELINDEN KESILEN PAY,
      * I: AYRILAN ORTAGA IADE EDILEN PAY, R: YIL SONU RISTURN ODEMESI
      * (SERMAYEYE GIRMEZ). ODENMIS SERMAYE = O + K - I.
       FD ORTPAY LABEL RECORD STANDARD VALUE OF FILE-ID "ORTPAY.DAT".
       01 ORTPAY-KAYDI.
           02 PY-KOD.
              03 PY-UYENO PIC 9(4).
              03 PY-TARIH PIC 9(8).
              03 PY-SIRA PIC 9(4).
           02 PY-TIP PIC X.
              88 PY-ODEME VALUE "O".
              88 PY-KESINTI VALUE "K".
              88 PY-IADE VALUE "I".
              88 PY-RISTURN VALUE "R".
           02 PY-TUTAR PIC 9(9).
           02 PY-DONEM PIC X(5).
           02 PY-PARTI PIC 9(4).
           02 PY-ACIKLAMA PIC X(20).
      * BARTAB.DAT - BIRLIGIN ACIKLADIGI KAMPANYA BAREM FIATLARI.
      * TANE BANDI (1-6) VE DONEM BASINA GECERLILIK TARIHLI FIAT
      * SATIRLARI TUTULUR; TARTIM-GIRISI FISIN TARIHINE GORE GECERLI
              03 RK-DONEM PIC X(5).
           02 RK-DEKAR PIC 9(5).
           02 RK-KILO PIC 9(7).
      * NAKCI.DAT - BIRLIGE SEVKIYAT YAPAN NAKLIYECILER. KOD AYNI
      * ZAMANDA NAKLIYECININ BM4 CARI HESAP KODUDUR; HAKEDIS VE
      * ODEMELER AKTARIMDA BU HESABA ISLENIR.
       FD NAKCI LABEL RECORD STANDARD VALUE OF FILE-ID "NAKCI.DAT".
       01 NAKCI-KAYDI.
           02 NC-KOD PIC X(8).
           02 NC-UNVAN PIC X(25).
           02 NC-TEL PIC X(15).
      * NAKPLK.DAT - ARAC PLAKASINDAN NAKLIYECIYE BAGLANTI. SEVK
      * KAYDINDAKI PLAKA (SV-PLAKA) BURADAN NAKLIYECIYE BAGLANIR.
       FD NAKPLK LABEL RECORD STANDARD VALUE OF FILE-ID "NAKPLK.DAT".
       01 NAKPLK-KAYDI.
           02 NP-PLAKA PIC X(10).
           02 NP-NAKCI PIC X(8).
      * NAKTAR.DAT - NAKLIYECI VE GIDECEGI YER BASINA NAVLUN TARIFESI.
      * K: KILO BASINA, S: SEFER (ARAC) BASINA FIAT.
       FD NAKTAR LABEL RECORD STANDARD VALUE OF FILE-ID "NAKTAR.DAT".
       01 NAKTAR-KAYDI.
           02 NT-KOD.
              03 NT-NAKCI PIC X(8).
              03 NT-NEREYE PIC X(20).
           02 NT-TIP PIC X.
              88 NT-KILO VALUE "K".
              88 NT-SEFER VALUE "S".
           02 NT-FIAT PIC 9(7)V99.
      * NAKHAR.DAT - NAKLIYECI HAREKETLERI. H: AYLIK HAKEDISTE BIR
      * SEFERIN NET NAVLUNU (NAKLIYECI ALACAGI), O: NAKLIYECIYE
      * YAPILAN ODEME. SEVK NO ILE ALTERNATIF ANAHTARLI OLDUGUNDAN
      * HAKEDISE BAGLANMIS SEFER IKINCI KEZ ODENMEZ. BAKIYE = H - O.
       FD NAKHAR LABEL RECORD STANDARD VALUE OF FILE-ID "NAKHAR.DAT".
       01 NAKHAR-KAYDI.
           02 NH-KOD.
              03 NH-NAKCI PIC X(8).
              03 NH-SIRA PIC 9(5).
           02 NH-TIP PIC X.
              88 NH-HAKEDIS VALUE "H".
              88 NH-ODEME VALUE "O".
           02 NH-TARIH PIC 9(8).
           02 NH-SVNO PIC 9(6).
           02 NH-AY PIC 9(6).
           02 NH-NAVLUN PIC 9(9).
           02 NH-KESINTI PIC 9(9).
           02 NH-TUTAR PIC 9(9).
           02 NH-ACIKLAMA PIC X(20).
           02 NH-AKT PIC X.
              88 NH-AKTARILDI VALUE "A".
      * UYEKIM.DAT - URETICININ TC KIMLIK NUMARASI. ORTAK.DAT'TA BU
      * ALAN OLMADIGINDAN E-MUSTAHSIL MAKBUZU ICIN AYRICA TUTULUR.
       FD UYEKIM LABEL RECORD STANDARD VALUE OF FILE-ID "UYEKIM.DAT".
       01 UYEKIM-KAYDI.
           02 UK-UYENO PIC 9(4).
           02 UK-TCKN PIC 9(11).
      * EMAKBUZ.DAT - E-MUSTAHSIL MAKBUZLARI. HER FIS KESIMINDE
      * (MAKBUZ NO, SERI 3: SY, 1: SY1 SAYACI) URETICI BASINA BIR
      * KAYIT YAZILIR. GONDERIM DURUMU: BOS GONDERILMEDI / CEVAP
      * BEKLIYOR, K: GIB KABUL ETTI, R: GIB REDDETTI (NEDENIYLE).
       FD EMAKBUZ LABEL RECORD STANDARD VALUE OF FILE-ID "EMAKBUZ.DAT".
       01 EMAKBUZ-KAYDI.
           02 MZ-KOD.
              03 MZ-DONEM PIC X(5).
              03 MZ-SERI PIC 9.
              03 MZ-MAKNO PIC 9(6).
              03 MZ-UYENO PIC 9(4).
           02 MZ-TARIH PIC 9(8).
           02 MZ-KALITE PIC X(6).
           02 MZ-TCKN PIC 9(11).
           02 MZ-ADI PIC X(30).
           02 MZ-KILO PIC 9(7).
           02 MZ-BRUT PIC 9(11).
           02 MZ-KKES PIC 9(11).
           02 MZ-S-ORAN PIC 99V99.
           02 MZ-STOPAJ PIC 9(11).
           02 MZ-B-ORAN PIC 99V99.
           02 MZ-BAGKUR PIC 9(11).
           02 MZ-NET PIC 9(11).
           02 MZ-DURUM PIC X.
              88 MZ-BEKLIYOR VALUE SPACE.
              88 MZ-KABUL VALUE "K".
              88 MZ-RED VALUE "R".
           02 MZ-DTARIH PIC 9(8).
           02 MZ-NEDEN PIC X(30).
      * E-MUSTAHSIL AKTARIM DOSYASI. HER MAKBUZ ICIN AYRI DOSYA
      * (E + SERI + MAKBUZ NO .TXT), URETICI BASINA ";" AYRIMLI BIR
      * SATIR; MUHASEBE GIB E-MUSTAHSIL PORTALINA TOPLU YUKLER.
       FD EMDOSYA LABEL RECORD STANDARD VALUE OF FILE-ID EX-AD.
       01 EX-SATIR PIC X(250).
      * TANK.DAT - DEPOLARDAKI SALAMURA TANKLARI (DEPO ADI + TANK NO).
      * TANKTAKI KILO DOLUM VE SEVKIYATLA YURUR; TANK BOSALINCA YENI
      * DOLUM YENI PARTI SAYILIR (KALITE VE DOLUM TARIHI YENILENIR).
      * TUZ / PH / ASITLIK SINIRLARI TANK BASINA TANIMLANIR, SON OLCUM
      * DURUM PANOSU ICIN KAYITTA TUTULUR.
       FD TANK LABEL RECORD STANDARD VALUE OF FILE-ID "TANK.DAT".
       01 TANK-KAYDI.
           02 TK-KOD.
              03 TK-DEPO PIC X(6).
              03 TK-NO PIC 99.
           02 TK-KAPASITE PIC 9(7).
           02 TK-KALITE PIC X(6).
           02 TK-DOLUM PIC 9(8).
           02 TK-KILO PIC 9(7).
           02 TK-TUZ-ALT PIC 99V9.
           02 TK-TUZ-UST PIC 99V9.
           02 TK-PH-UST PIC 99V99.
           02 TK-ASIT-ALT PIC 9V99.
           02 TK-ASIT-UST PIC 9V99.
           02 TK-O-TARIH PIC 9(8).
           02 TK-O-TUZ PIC 99V9.
           02 TK-O-PH PIC 99V99.
           02 TK-O-ASIT PIC 9V99.
           02 TK-O-UYARI PIC X.
              88 TK-O-SINIR-DISI VALUE "E".
      * TANKHR.DAT - TANK HAREKETLERI. D: GUNUN ALIMINDAN DOLUM,
      * S: SEVKIYATA CEKIS (SEVK NO ILE), O: SALAMURA OLCUMU.
       FD TANKHR LABEL RECORD STANDARD VALUE OF FILE-ID "TANKHR.DAT".
       01 TANKHR-KAYDI.
           02 TM-KOD.
              03 TM-DEPO PIC X(6).
              03 TM-NO PIC 99.
              03 TM-SIRA PIC 9(5).
           02 TM-TIP PIC X.
              88 TM-DOLUM VALUE "D".
              88 TM-SEVK VALUE "S".
              88 TM-OLCUM VALUE "O".
           02 TM-TARIH PIC 9(8).
           02 TM-KALITE PIC X(6).
           02 TM-KILO PIC 9(7).
           02 TM-SVNO PIC 9(6).
           02 TM-TUZ PIC 99V9.
           02 TM-PH PIC 99V99.
           02 TM-ASIT PIC 9V99.
           02 TM-UYARI PIC X.
       SD SVWRK.
       01 SVW-KAYDI.
           02 V-STNO PIC 9(3).
           02 R3-DEKAR PIC 9(5).
           02 R3-BEYAN PIC 9(7).
           02 R3-TESLIM PIC 9(9).
       01 SRT4-KAYDI.
           02 R4-UYENO PIC 9(4).
           02 R4-TIP PIC X.
           02 R4-KILO PIC 9(7).
           02 R4-TUTAR PIC 9(11).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "P2".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 T8 PIC 9(8) VALUE 0.
       77 TYG-YMD PIC 9(8) VALUE 0.
       77 TYG-GGAA PIC X(10) VALUE SPACES.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 SD-GGAA PIC X(10) VALUE SPACES.
       77 D1 PIC X(5) VALUE SPACES.
       77 D2 PIC X(5) VALUE SPACES.
       77 FY-STUT PIC 9(10) VALUE 0.
       77 BN-DST PIC XX VALUE SPACES.
       77 EF-DST PIC XX VALUE SPACES.
       77 BP-DST PIC XX VALUE SPACES.
       77 PB-PARTI PIC 9(4) VALUE 0.
       77 PB-SAYI PIC 9(4) VALUE 0.
       77 PB-ATLA PIC 9(4) VALUE 0.
       77 KH-STOPAJ PIC 9(11) VALUE 0.
       77 KH-BAGKUR PIC 9(11) VALUE 0.
       77 KH-NET PIC 9(12) VALUE 0.
       77 KH-MATRAH PIC 9(11) VALUE 0.
       77 KM-AY PIC X(4) VALUE SPACES.
       77 KM-ILK PIC X VALUE "Y".
       77 KM-BRUT PIC 9(12) VALUE 0.
       77 KM-GSTOPAJ PIC 9(13) VALUE 0.
       77 KM-GBAGKUR PIC 9(13) VALUE 0.
       77 KM-GNET PIC 9(13) VALUE 0.
       77 KM-KALITE PIC 9(12) VALUE 0.
       77 KM-GKALITE PIC 9(13) VALUE 0.
       77 AN-DST PIC XX VALUE SPACES.
       77 KB-DST PIC XX VALUE SPACES.
       77 AN-ACIK PIC X VALUE "H".
       77 AN-VAR PIC X VALUE "H".
       77 AN-KTUT PIC 9(10) VALUE 0.
       77 AN-D-ORAN PIC Z9.99.
       77 AN-D-KTUT PIC ZZZ,ZZZ,ZZ9.
       77 AO-TUR PIC X VALUE SPACE.
       77 AO-OLCUM PIC 99V9 VALUE 0.
       77 AO-BULUNAN PIC 99V99 VALUE 0.
       77 FY-TOPKES PIC 9(11) VALUE 0.
       77 FY-ANAC PIC X VALUE "H".
       77 KR-I PIC 99 VALUE 0.
       77 GH-DST PIC XX VALUE SPACES.
       77 GH-ACIK PIC X VALUE "H".
       77 GR-UYENO PIC 9(4) VALUE 0.
       77 GR-BORC PIC S9(11) VALUE 0.
       77 GR-MAHSUP PIC 9(9) VALUE 0.
       77 GR-NET PIC 9(9) VALUE 0.
       77 GR-BUGUN PIC 9(8) VALUE 0.
       77 GR-YENI-SIRA PIC 9(4) VALUE 0.
       77 GR-SAKLA PIC X(77) VALUE SPACES.
       77 GR-D-BORC PIC ZZZ,ZZZ,ZZ9-.
       77 PB-MTOPLAM PIC 9(13) VALUE 0.
       77 OB-GIRDI PIC 9(11) VALUE 0.
       77 OB-GGIRDI PIC 9(12) VALUE 0.
       77 RC-DST PIC XX VALUE SPACES.
       77 RV-DST PIC XX VALUE SPACES.
       77 RD-DEPO-ADI PIC X(6) VALUE SPACES.
       77 RD-STNO PIC 9(3) VALUE 0.
       77 RD-TARIH PIC 9(8) VALUE 0.
       77 RD-UYENO PIC 9(4) VALUE 0.
       77 RD-SLOT PIC 9 VALUE 0.
       77 RD-VAR PIC X VALUE "H".
       77 RD-BULUNAN PIC X(15) VALUE SPACES.
       77 RD-ESKI-SLOT PIC 9 VALUE 0.
       77 RD-ESKI-DURUM PIC X VALUE SPACE.
       77 RD-DOLU PIC 9(3) VALUE 0.
       77 RD-YENI-SIRA PIC 9(3) VALUE 0.
       77 RD-LIN PIC 99 VALUE 0.
       77 RD-BAS-TARIH PIC 9(8) VALUE 0.
       77 RD-BIT-TARIH PIC 9(8) VALUE 0.
       77 RD-BUGUN PIC 9(8) VALUE 0.
       77 RL-SAY PIC 9(4) VALUE 0.
       77 RL-GELEN PIC 9(4) VALUE 0.
       77 RR-I PIC 99 VALUE 0.
       77 RR-IPTAL PIC X VALUE "H".
       77 AT-DST PIC XX VALUE SPACES.
       77 AH-DST PIC XX VALUE SPACES.
       77 AH-ACIK PIC X VALUE "H".
       77 AM-UYENO PIC 9(4) VALUE 0.
       77 AM-TARIH PIC 9(8) VALUE 0.
       77 AM-TIP PIC X VALUE SPACE.
       77 AM-ARA-TUR PIC X VALUE SPACE.
       77 AM-ADET PIC 9(5) VALUE 0.
       77 AM-DEPO PIC X(6) VALUE SPACES.
       77 AM-STNO PIC 9(3) VALUE 0.
       77 AM-KALAN PIC S9(7) VALUE 0.
       77 AM-D-KALAN PIC -ZZZ,ZZ9.
       77 AM-SAYI PIC 9(9) VALUE 0.
       77 AM-TUTAR PIC 9(9) VALUE 0.
       77 AM-NET PIC 9(9) VALUE 0.
       77 AM-KESINTI PIC 9(9) VALUE 0.
       77 AM-SAKLA PIC X(50) VALUE SPACES.
       77 AM-YENI-SIRA PIC 9(4) VALUE 0.
       77 AM-I PIC 99 VALUE 0.
       77 AM-J PIC 99 VALUE 0.
       77 AM-T-SAY PIC 99 VALUE 0.
       77 AM-ESKI-UYENO PIC 9(4) VALUE 0.
       77 AM-ILK PIC X VALUE "E".
       77 AM-UYE-SAY PIC 9(5) VALUE 0.
       77 AM-BUGUN PIC 9(8) VALUE 0.
       77 AM-KT-TUR1 PIC X VALUE SPACE.
       77 AM-KT-ADET1 PIC 9(5) VALUE 0.
       77 AM-KT-TUR2 PIC X VALUE SPACE.
       77 AM-KT-ADET2 PIC 9(5) VALUE 0.
       77 AM-KT-DEPO PIC X(6) VALUE SPACES.
       77 PB-AMB PIC X VALUE "H".
       77 PB-AMTOPLAM PIC 9(13) VALUE 0.
       77 LO-DST PIC XX VALUE SPACES.
       77 LT-BAS-TARIH PIC 9(8) VALUE 0.
       77 LT-BIT-TARIH PIC 9(8) VALUE 0.
       77 LT-KALAN PIC 9(6) VALUE 0.
       77 LT-PAY PIC 9(6) VALUE 0.
       77 LT-ESKI PIC 9(7) VALUE 0.
       77 LT-ATANAN PIC 9(7) VALUE 0.
       77 LT-DAGILMIS PIC 9(7) VALUE 0.
       77 LT-SIL PIC X VALUE "H".
       77 LT-SVNO PIC 9(6) VALUE 0.
       77 LT-FISNO PIC 9(6) VALUE 0.
       77 LT-DONEM PIC X(5) VALUE SPACES.
       77 LT-SAY PIC 9(5) VALUE 0.
       77 LT-KILO PIC 9(7) VALUE 0.
       77 LT-FIRE PIC S9(3)V99 VALUE 0.
       77 LT-ARAC-SAY PIC 9(3) VALUE 0.
       77 EM-SAYFA PIC 9 VALUE 1.
       77 OU-DST PIC XX VALUE SPACES.
       77 PY-DST PIC XX VALUE SPACES.
       77 NC-DST PIC XX VALUE SPACES.
       77 NP-DST PIC XX VALUE SPACES.
       77 NT-DST PIC XX VALUE SPACES.
       77 NH-DST PIC XX VALUE SPACES.
       77 UK-DST PIC XX VALUE SPACES.
       77 MZ-DST PIC XX VALUE SPACES.
       77 EX-DST PIC XX VALUE SPACES.
       77 TK-DST PIC XX VALUE SPACES.
       77 TM-DST PIC XX VALUE SPACES.
       77 PA-ACIK PIC X VALUE "H".
       77 PA-UACIK PIC X VALUE "H".
       77 PA-UYENO PIC 9(4) VALUE 0.
       77 PA-TARIH PIC 9(8) VALUE 0.
       77 PA-TIP PIC X VALUE SPACE.
       77 PA-TUTAR PIC 9(9) VALUE 0.
       77 PA-ACIKLAMA PIC X(20) VALUE SPACES.
       77 PA-ODENEN PIC S9(11) VALUE 0.
       77 PA-KALAN PIC S9(11) VALUE 0.
       77 PA-D-TUTAR PIC ZZZ,ZZZ,ZZ9-.
       77 PA-NET PIC 9(9) VALUE 0.
       77 PA-KESINTI PIC 9(9) VALUE 0.
       77 PA-SAKLA PIC X(55) VALUE SPACES.
       77 PA-YENI-SIRA PIC 9(4) VALUE 0.
       77 PA-BUGUN PIC 9(8) VALUE 0.
       77 PB-PAY PIC X VALUE "H".
       77 PB-PYTOPLAM PIC 9(13) VALUE 0.
       77 PL-SAY PIC 9(5) VALUE 0.
       77 PL-AKTIF PIC 9(5) VALUE 0.
       77 PL-TAMAM PIC 9(5) VALUE 0.
       77 PL-TTAAHHUT PIC 9(13) VALUE 0.
       77 PL-TODENEN PIC S9(13) VALUE 0.
       77 PL-TKALAN PIC S9(13) VALUE 0.
       77 GK-SAY PIC 9(5) VALUE 0.
       77 GK-DISI PIC 9(5) VALUE 0.
       77 RS-DONEM PIC X(5) VALUE SPACES.
       77 RS-TUTAR PIC 9(11) VALUE 0.
       77 RS-ESAS PIC X VALUE "K".
       77 RS-KESIN PIC X VALUE "H".
       77 RS-VAR PIC X VALUE "H".
       77 RS-BANKALI PIC X VALUE "H".
       77 RS-BNACIK PIC X VALUE "H".
       77 RS-ILK PIC X VALUE "E".
       77 RS-UYENO PIC 9(4) VALUE 0.
       77 RS-ADI PIC X(20) VALUE SPACES.
       77 RS-UKILO PIC 9(9) VALUE 0.
       77 RS-UTUT PIC 9(11) VALUE 0.
       77 RS-GKILO PIC 9(11) VALUE 0.
       77 RS-GTUT PIC 9(13) VALUE 0.
       77 RS-PAY PIC 9(11) VALUE 0.
       77 RS-DAGITILAN PIC 9(13) VALUE 0.
       77 RS-SAY PIC 9(5) VALUE 0.
       77 RS-BANKASIZ PIC 9(5) VALUE 0.
       77 RS-EFT-SAY PIC 9(5) VALUE 0.
       77 RS-EFT-TOP PIC 9(11) VALUE 0.
       77 NK-ACIK PIC X VALUE "H".
       77 NK-NAKCI PIC X(8) VALUE SPACES.
       77 NK-PLAKA PIC X(10) VALUE SPACES.
       77 NK-AY PIC 9(6) VALUE 0.
       77 NK-SVAY PIC 9(6) VALUE 0.
       77 NK-KESIN PIC X VALUE "H".
       77 NK-FIRE PIC S9(6) VALUE 0.
       77 NK-NAVLUN PIC 9(9) VALUE 0.
       77 NK-KESINTI PIC 9(9) VALUE 0.
       77 NK-NET PIC 9(9) VALUE 0.
       77 NK-TKILO PIC 9(9) VALUE 0.
       77 NK-TFIRE PIC 9(7) VALUE 0.
       77 NK-TNAVLUN PIC 9(11) VALUE 0.
       77 NK-TKESINTI PIC 9(11) VALUE 0.
       77 NK-TNET PIC 9(11) VALUE 0.
       77 NK-SAY PIC 9(5) VALUE 0.
       77 NK-BEKLEYEN PIC 9(5) VALUE 0.
       77 NK-TARSIZ PIC 9(5) VALUE 0.
       77 NK-YENI-SIRA PIC 9(5) VALUE 0.
       77 NK-SAKLA PIC X(82) VALUE SPACES.
       77 NK-BAKIYE PIC S9(11) VALUE 0.
       77 NK-TARIH PIC 9(8) VALUE 0.
       77 NK-TUTAR PIC 9(9) VALUE 0.
       77 NK-ACIKLAMA PIC X(20) VALUE SPACES.
       77 NK-D-TUTAR PIC ZZZ,ZZZ,ZZ9-.
       77 NK-BUGUN PIC 9(8) VALUE 0.
       77 EX-AD PIC X(12) VALUE "E0000000.TXT".
       77 MZ-ACIK PIC X VALUE "H".
       77 MZ-UACIK PIC X VALUE "H".
       77 MZ-OACIK PIC X VALUE "H".
       77 MZ-E-UYENO PIC 9(4) VALUE 0.
       77 MZ-E-DURUM PIC X VALUE SPACE.
       77 MZ-E-NEDEN PIC X(30) VALUE SPACES.
       77 MZ-E-ADI PIC X(30) VALUE SPACES.
       77 MZ-ORAN-S PIC 99V99 VALUE 0.
       77 MZ-ORAN-B PIC 99V99 VALUE 0.
       77 MZ-MATRAH PIC 9(11) VALUE 0.
       77 MZ-GONDERILMIS PIC X VALUE "H".
       77 MZ-SAY PIC 9(5) VALUE 0.
       77 MZ-BSAY PIC 9(5) VALUE 0.
       77 MZ-KSAY PIC 9(5) VALUE 0.
       77 MZ-RSAY PIC 9(5) VALUE 0.
       77 MZ-TCSIZ PIC 9(5) VALUE 0.
       77 MZ-TNET PIC 9(13) VALUE 0.
       77 MZ-BUGUN PIC 9(8) VALUE 0.
       77 MZ-TC-GECERLI PIC X VALUE "H".
       77 MZ-TC-TEK PIC 9(3) VALUE 0.
       77 MZ-TC-CIFT PIC 9(3) VALUE 0.
       77 MZ-TC-TOP PIC 9(3) VALUE 0.
       77 MZ-TC-BOL PIC 9(3) VALUE 0.
       77 MZ-TC-KALAN PIC 9 VALUE 0.
       77 TB-ACIK PIC X VALUE "H".
       77 TB-DONEM PIC X(5) VALUE SPACES.
       77 TB-DEPO PIC X(6) VALUE SPACES.
       77 TB-KALITE PIC X(6) VALUE SPACES.
       77 TB-STNO PIC 9(3) VALUE 0.
       77 TB-NO PIC 99 VALUE 0.
       77 TB-TARIH PIC 9(8) VALUE 0.
       77 TB-BUGUN PIC 9(8) VALUE 0.
       77 TB-KILO PIC 9(7) VALUE 0.
       77 TB-ALIM PIC 9(7) VALUE 0.
       77 TB-DOLAN PIC 9(7) VALUE 0.
       77 TB-BOS PIC 9(7) VALUE 0.
       77 TB-CEKILEN PIC 9(7) VALUE 0.
       77 TB-KALAN PIC 9(7) VALUE 0.
       77 TB-TUZ PIC 99V9 VALUE 0.
       77 TB-PH PIC 99V99 VALUE 0.
       77 TB-ASIT PIC 9V99 VALUE 0.
       77 TB-UYARI PIC X VALUE SPACE.
       77 TB-YAS PIC 9(5) VALUE 0.
       77 TB-YUZDE PIC 9(3) VALUE 0.
       77 TB-LIN PIC 99 VALUE 0.
       77 TB-SAY PIC 9(5) VALUE 0.
       77 TB-TKILO PIC 9(9) VALUE 0.
       77 TB-YENI-SIRA PIC 9(5) VALUE 0.
       77 TB-SAKLA PIC X(52) VALUE SPACES.
       77 FT-TARIH PIC 9(8) VALUE 0.
       77 FT-HSAY PIC 99 VALUE 0.
       77 FT-BAND PIC 9 VALUE 0.
       77 FT-FIAT PIC 9(6) VALUE 0.
       77 FT-I PIC 99 VALUE 0.
       77 FT-GUN PIC 9(7) VALUE 0.
       77 FT-ILK PIC X VALUE "E".
       77 FT-U-NO PIC 9(4) VALUE 0.
       77 FT-U-TAAH PIC 9(7) VALUE 0.
       77 FT-U-REK PIC 9(7) VALUE 0.
       77 FT-U-BEK PIC 9(7) VALUE 0.
       77 FT-U-TESLIM PIC 9(9) VALUE 0.
       77 FT-U-KALAN PIC 9(9) VALUE 0.
       77 FT-U-TTUTAR PIC 9(13) VALUE 0.
       77 FT-U-ODEME PIC 9(13) VALUE 0.
       77 FT-U-SIMDI PIC S9(13) VALUE 0.
       77 FT-U-IHT PIC S9(13) VALUE 0.
       77 FT-UYE PIC 9(5) VALUE 0.
       77 FT-T-BEK PIC 9(11) VALUE 0.
       77 FT-T-TESLIM PIC 9(11) VALUE 0.
       77 FT-T-TTUTAR PIC 9(13) VALUE 0.
       77 FT-T-ODEME PIC 9(13) VALUE 0.
       77 FT-T-SIMDI PIC 9(13) VALUE 0.
       77 FT-T-KALAN PIC 9(11) VALUE 0.
       77 FT-T-KTUTAR PIC 9(13) VALUE 0.
       77 FT-T-IHT PIC 9(13) VALUE 0.
       77 FT-GELECEK PIC 9(13) VALUE 0.
       77 FT-KALAN-K PIC 9(11) VALUE 0.
       77 FT-KALAN-T PIC 9(13) VALUE 0.
       77 FT-PAY-K PIC 9(11) VALUE 0.
       77 FT-PAY-T PIC 9(13) VALUE 0.
       77 FT-KUM PIC 9(13) VALUE 0.
       77 FT-SETTLE PIC 9(13) VALUE 0.
       77 FT-AVIZ PIC 9(13) VALUE 0.
       77 FT-BIRLIK PIC S9(13) VALUE 0.
       77 FT-NET PIC S9(13) VALUE 0.
       77 FT-MIX-KILO PIC 9(11) VALUE 0.
       77 FT-MIX-TUTAR PIC 9(15) VALUE 0.
       77 FT-MIX-SAY PIC 9 VALUE 0.
       77 FT-MIX-FTOP PIC 9(7) VALUE 0.
      * FINANSMAN TAHMININDE TANE BANDI BASINA GUNCEL BAREM FIATI VE
      * DONEMDE TESLIM ALINAN KILO (BANT KARISIMI ICIN).
       01 FT-BTABLO.
           02 FT-BT OCCURS 6 TIMES.
              03 FT-BT-FIAT PIC 9(6).
              03 FT-BT-YMD PIC 9(8).
              03 FT-BT-KILO PIC 9(9).
       01 FT-HTABLO.
           02 FT-HF OCCURS 20 TIMES.
              03 FT-H-KILO PIC 9(11).
              03 FT-H-TUTAR PIC 9(13).
      * ISLENEN MAKBUZUN ANAHTARI (DONEM, SERI, MAKBUZ NO).
       01 MZ-E-RUN.
           02 MZ-E-DONEM PIC X(5).
           02 MZ-E-SERI PIC 9.
           02 MZ-E-MAKNO PIC 9(6).
      * TC KIMLIK NO DENETIMI ICIN HANE HANE GORUNUM.
       01 MZ-TC-ALAN.
           02 MZ-TC PIC 9(11).
           02 MZ-TC-R REDEFINES MZ-TC.
              03 MZ-TC-H PIC 9 OCCURS 11 TIMES.
      * E-MUSTAHSIL DOSYA SATIRI. BELGE NO = SERI + MAKBUZ NO + UYE NO.
       01 EX-KALIP.
           02 EX-SERI PIC 9.
           02 EX-MAKNO PIC 9(6).
           02 EX-UYENO PIC 9(4).
           02 F PIC X VALUE ";".
           02 EX-TARIH PIC X(10).
           02 F PIC X VALUE ";".
           02 EX-TCKN PIC 9(11).
           02 F PIC X VALUE ";".
           02 EX-ADI PIC X(30).
           02 F PIC X VALUE ";".
           02 EX-SEHIR PIC X(20).
           02 F PIC X VALUE ";".
           02 EX-ADRES PIC X(30).
           02 F PIC X VALUE ";".
           02 EX-CINS PIC X(13).
           02 F PIC X VALUE ";".
           02 EX-KILO PIC 9(7).
           02 F PIC X(4) VALUE ";KG;".
           02 EX-FIAT PIC 9(6).
           02 F PIC X VALUE ";".
           02 EX-BRUT PIC 9(11).
           02 F PIC X VALUE ";".
           02 EX-KKES PIC 9(11).
           02 F PIC X VALUE ";".
           02 EX-S-ORAN PIC 99.99.
           02 F PIC X VALUE ";".
           02 EX-STOPAJ PIC 9(11).
           02 F PIC X VALUE ";".
           02 EX-B-ORAN PIC 99.99.
           02 F PIC X VALUE ";".
           02 EX-BAGKUR PIC 9(11).
           02 F PIC X VALUE ";".
           02 EX-NET PIC 9(11).
      * AMBALAJ TURLERI (AMBTAB'DAN EN COK 9 TUR) VE TUR BASINA UYE
      * BAKIYESI / LISTE TOPLAMLARI.
       01 AM-TABLO.
           02 AM-T OCCURS 9 TIMES.
              03 AM-T-TUR PIC X.
              03 AM-T-ADI PIC X(10).
              03 AM-T-FIAT PIC 9(5).
              03 AM-T-UYE PIC S9(7).
              03 AM-T-TOP PIC 9(7).
              03 AM-T-TTUT PIC 9(11).
              03 AM-T-VER PIC 9(7).
              03 AM-T-IADE PIC 9(7).
              03 AM-T-KES PIC 9(7).
      * DEPO AMBALAJ SAYIMI: DEPO (STNO) VE TUR BASINA GIRIS, CIKIS,
      * UYEYE VERILEN VE UYEDEN IADE. 10. SATIR GENEL TOPLAMDIR.
       01 AS-TABLO.
           02 AS-DEPO OCCURS 10 TIMES.
              03 AS-TUR OCCURS 9 TIMES.
                 04 AS-GIRIS PIC 9(7).
                 04 AS-CIKIS PIC 9(7).
                 04 AS-VER PIC 9(7).
                 04 AS-IADE PIC 9(7).
      * RANDEVU RAPORU: DEPO (STNO) BASINA RANDEVU, GELEN, GELMEYEN,
      * GUNU HENUZ GELMEMIS RANDEVU, KESILEN FIS VE RANDEVUSUZ GELIS.
      * 10. SATIR GENEL TOPLAMDIR.
       01 RR-TABLO.
           02 RR-SATIR OCCURS 10 TIMES.
              03 RR-RAND PIC 9(5).
              03 RR-GELDI PIC 9(5).
              03 RR-GELMEDI PIC 9(5).
              03 RR-BEKLEYEN PIC 9(5).
              03 RR-FIS PIC 9(5).
              03 RR-RSIZ PIC 9(5).
      * KALITE RAPORU: DEPO (STNO) BASINA SATIR, ANALIZLI SATIR, KILO,
      * KILO AGIRLIKLI NEM/KUSUR/YABANCI TOPLAMI VE KESINTI TUTARI.
      * 10. SATIR GENEL TOPLAMDIR.
       01 KR-TABLO.
           02 KR-SATIR OCCURS 10 TIMES.
              03 KR-SAY PIC 9(5).
              03 KR-ASAY PIC 9(5).
              03 KR-KILO PIC 9(9).
              03 KR-AKILO PIC 9(9).
              03 KR-NEMK PIC 9(10)V9.
              03 KR-KUSK PIC 9(10)V9.
              03 KR-YABK PIC 9(10)V9.
              03 KR-KES PIC 9(11).
       77 DN-DST PIC XX VALUE SPACES.
       77 TH-DURUM PIC XX VALUE SPACES.
       77 TH-BITTI PIC X VALUE "H".
       77 GA-BTUTAR PIC 9(11) VALUE 0.
       77 GA-TKILO PIC 9(9) VALUE 0.
       77 GA-TTUTAR PIC 9(11) VALUE 0.
       77 GA-KKES PIC 9(11) VALUE 0.
       77 GA-DKILO PIC 9(9) VALUE 0.
       77 GA-DTUTAR PIC 9(11) VALUE 0.
       77 GA-ORT PIC 9999V99 VALUE 0.
           02 TPKL PIC Z,ZZZ,ZZ9.
           02 F PIC XX VALUE " |".
           02 TPBDL PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 MB0.
           02 F PIC X(30) VALUE SPACES.
           02 F PIC X(17) VALUE "KALITE KESINTISI:".
           02 MB0-TUT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 MB1.
           02 F PIC X(30) VALUE SPACES.
           02 F PIC X(9) VALUE "STOPAJ %".
       01 KZ2.
           02 F PIC X(8) VALUE "YIL/AY".
           02 F PIC X(15) VALUE "BRUT".
           02 F PIC X(15) VALUE "KALITE KES.".
           02 F PIC X(15) VALUE "STOPAJ".
           02 F PIC X(15) VALUE "BAGKUR".
           02 F PIC X(15) VALUE "NET".
           02 F PIC X(2) VALUE SPACES.
           02 KM-D-BRUT PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-D-KALITE PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-D-STOPAJ PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-D-BAGKUR PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(7) VALUE "TOPLAM".
           02 KM-G-BRUT PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-G-KALITE PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-G-STOPAJ PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACES.
           02 KM-G-BAGKUR PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 OB-G-ODENEN PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X(1) VALUE SPACES.
           02 OB-G-KALAN PIC Z,ZZZ,ZZZ,ZZ9-.
      * GIRDI BORCU OLAN UYENIN ALT SATIRI: BORC ODENEN, NET ODENECEK
      * KALAN SUTUNUNUN ALTINA YAZILIR.
       01 OZ5.
           02 F PIC X(30) VALUE "        GIRDI BORCU / NET :".
           02 F PIC X(14) VALUE SPACES.
           02 OB-D-GIRDI PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X(1) VALUE SPACES.
           02 OB-D-NET PIC Z,ZZZ,ZZZ,ZZ9-.
       01 OZ6.
           02 F PIC X(30) VALUE "GIRDI BORCU / NET ODENECEK".
           02 F PIC X(14) VALUE SPACES.
           02 OB-G-GIRDI PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X(1) VALUE SPACES.
           02 OB-G-NET PIC Z,ZZZ,ZZZ,ZZ9-.
       01 DZ28.
           02 F PIC X(15) VALUE "BU DONEM TUTAR:".
           02 KD-YTTOP PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 SI-T-OSAYI PIC ZZ,ZZ9.
           02 F PIC X(9) VALUE "  TUTAR:".
           02 SI-T-OTUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 SI-Z6.
           02 F PIC X(5) VALUE "FIS:".
           02 SI-K-FISNO PIC ZZZZZ9.
           02 F PIC X(9) VALUE "  DONEM:".
           02 SI-K-DONEM PIC X(5).
           02 F PIC X(9) VALUE "  TARIH:".
           02 SI-K-TARIH PIC 9(8).
           02 F PIC X(30) VALUE "  DONEM KILITLI - REDDEDILDI".
      * BIRLIK ODEME AVIZI MUTABAKAT KALIBI.
       01 AV-Z1.
           02 F PIC X(40) VALUE "BIRLIK ODEME AVIZI MUTABAKATI".
           02 PB-T-ATLA PIC ZZZ9.
           02 F PIC X(16) VALUE "  PARTI TOPLAMI:".
           02 PB-T-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
      * GIRDI BORCU MAHSUP EDILEN UYENIN ALT SATIRI VE PARTI TOPLAMI.
       01 BB-Z6.
           02 F PIC X(6) VALUE SPACES.
           02 F PIC X(12) VALUE "BRUT ODEME:".
           02 PB-D-BRUT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(17) VALUE "  GIRDI MAHSUBU:".
           02 PB-D-MAHSUP PIC ZZZ,ZZZ,ZZ9.
       01 BB-Z7.
           02 F PIC X(36) VALUE "GIRDI BORCUNA MAHSUP EDILEN TOPLAM:".
           02 PB-T-MAHSUP PIC Z,ZZZ,ZZZ,ZZ9.
      * AMBALAJ DEPOZITOSU KESILEN UYENIN ALT SATIRI VE PARTI TOPLAMI.
       01 BB-Z8.
           02 F PIC X(6) VALUE SPACES.
           02 F PIC X(21) VALUE "AMBALAJ DEPOZITOSU:".
           02 PB-D-AMB PIC ZZZ,ZZZ,ZZ9.
       01 BB-Z9.
           02 F PIC X(36) VALUE "AMBALAJ DEPOZITOSU KESILEN TOPLAM:".
           02 PB-T-AMB PIC Z,ZZZ,ZZZ,ZZ9.
      * ORTAKLIK PAYI KESILEN UYENIN ALT SATIRI VE PARTI TOPLAMI.
       01 BB-Z10.
           02 F PIC X(6) VALUE SPACES.
           02 F PIC X(25) VALUE "ORTAKLIK PAYI KESINTISI:".
           02 PB-D-PAY PIC ZZZ,ZZZ,ZZ9.
       01 BB-Z11.
           02 F PIC X(36) VALUE "ORTAKLIK PAYINA KESILEN TOPLAM:".
           02 PB-T-PAY PIC Z,ZZZ,ZZZ,ZZ9.
       01 BB-Z12.
           02 PB-K-UYENO PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 PB-K-TARIH PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(40) VALUE "DONEM KILITLI - PARTIYE ALINMADI".
      * COK KALITELI GIRIS FISI DOKUMU (BASLIK + KALITE SATIRLARI).
       01 FH1.
           02 F PIC X(17) VALUE "GIRIS FISI   NO:".
           02 FH-T-MIKTARI PIC Z,ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 FH-T-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
      * ANALIZI GIRILMIS KALITE SATIRININ ALTINA BASILAN SATIR.
       01 FH6.
           02 F PIC X(8) VALUE SPACES.
           02 F PIC X(5) VALUE "NEM:".
           02 FH-A-NEM PIC Z9.9.
           02 F PIC X(8) VALUE "  KUSUR:".
           02 FH-A-KUSUR PIC Z9.9.
           02 F PIC X(10) VALUE "  YABANCI:".
           02 FH-A-YABANCI PIC Z9.9.
           02 F PIC X(7) VALUE "  YAG:".
           02 FH-A-YAG PIC Z9.9.
           02 F PIC X(6) VALUE "  KES%".
           02 FH-A-ORAN PIC Z9.99.
           02 F PIC X(2) VALUE SPACES.
           02 FH-A-KTUT PIC ZZZ,ZZZ,ZZ9.
       01 FH7.
           02 F PIC X(22) VALUE "KALITE KESINTISI".
           02 FH-T-KES PIC Z,ZZZ,ZZZ,ZZ9.
       01 FH8.
           02 F PIC X(22) VALUE "NET TUTAR".
           02 FH-T-NET PIC Z,ZZZ,ZZZ,ZZ9.
      * DEPO BAZINDA KALITE (LAB ANALIZI) RAPORU KALIBI.
       01 KR-Z1.
           02 F PIC X(44) VALUE
              "DEPO BAZINDA KALITE (LAB ANALIZI) RAPORU".
           02 F PIC X(7) VALUE "DONEM:".
           02 KR-B-DONEM PIC X(5).
       01 KR-Z2.
           02 F PIC X(9) VALUE "DEPO".
           02 F PIC X(6) VALUE "SATIR".
           02 F PIC X(7) VALUE "ANALIZ".
           02 F PIC X(12) VALUE "KILO".
           02 F PIC X(7) VALUE "NEM %".
           02 F PIC X(7) VALUE "KUSUR%".
           02 F PIC X(7) VALUE "YABAN%".
           02 F PIC X(14) VALUE "  KESINTI TL".
       01 KR-Z3.
           02 KR-D-NO PIC Z.
           02 F PIC X VALUE SPACE.
           02 KR-D-ADI PIC X(6).
           02 F PIC X VALUE SPACE.
           02 KR-D-SAY PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 KR-D-ASAY PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 KR-D-KILO PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 KR-D-NEM PIC Z9.9.
           02 F PIC X(3) VALUE SPACES.
           02 KR-D-KUSUR PIC Z9.9.
           02 F PIC X(3) VALUE SPACES.
           02 KR-D-YAB PIC Z9.9.
           02 F PIC X(2) VALUE SPACES.
           02 KR-D-KES PIC ZZ,ZZZ,ZZZ,ZZ9.
      * RANDEVU DILIMI SATIRI (EKRAN); RD-ZS KISMI TARTIM GIRISINDE
      * VE GUNLUK LISTEDE DE KULLANILIR.
       01 RD-Z0.
           02 RD-ZS.
              03 F PIC X(6) VALUE "DILIM ".
              03 RD-Z0-SLOT PIC 9.
              03 F PIC X(2) VALUE SPACES.
              03 RD-Z0-BSS PIC 99.
              03 F PIC X VALUE ":".
              03 RD-Z0-BDD PIC 99.
              03 F PIC X VALUE "-".
              03 RD-Z0-ESS PIC 99.
              03 F PIC X VALUE ":".
              03 RD-Z0-EDD PIC 99.
           02 F PIC X(9) VALUE "   DOLU:".
           02 RD-Z0-DOLU PIC ZZ9.
           02 F PIC X(13) VALUE "   KAPASITE:".
           02 RD-Z0-KAP PIC ZZ9.
      * UYE AMBALAJ BORC LISTESI KALIBI.
       01 AL-Z1.
           02 F PIC X(30) VALUE "UYE AMBALAJ BORC LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 AL-B-TARIH PIC 9(8).
       01 AL-Z2.
           02 F PIC X(8) VALUE "UYE NO".
           02 F PIC X(22) VALUE "ADI SOYADI".
           02 F PIC X(12) VALUE "AMBALAJ".
           02 F PIC X(11) VALUE "ACIK ADET".
           02 F PIC X(11) VALUE "DEPOZITO TL".
       01 AL-Z3.
           02 AL-D-UYENO PIC ZZZZ.
           02 F PIC X(4) VALUE SPACES.
           02 AL-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 AL-D-TUR PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 AL-D-ADET PIC ZZZ,ZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 AL-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
       01 AL-Z4.
           02 F PIC X(30) VALUE "TOPLAM".
           02 AL-T-TUR PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 AL-T-ADET PIC ZZZ,ZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 AL-T-TUTAR PIC ZZZ,ZZZ,ZZ9.
       01 AL-Z5.
           02 F PIC X(30) VALUE "AMBALAJI KALAN UYE SAYISI:".
           02 AL-T-UYE PIC ZZZZ9.
      * DEPO AMBALAJ SAYIMI KALIBI.
       01 AS-Z1.
           02 F PIC X(30) VALUE "DEPO AMBALAJ SAYIMI".
           02 F PIC X(7) VALUE "TARIH:".
           02 AS-B-TARIH PIC 9(8).
       01 AS-Z2.
           02 F PIC X(9) VALUE "DEPO".
           02 F PIC X(11) VALUE "AMBALAJ".
           02 F PIC X(10) VALUE "  GIRIS".
           02 F PIC X(10) VALUE "  CIKIS".
           02 F PIC X(10) VALUE "VERILEN".
           02 F PIC X(10) VALUE "   IADE".
           02 F PIC X(10) VALUE " DEPODA".
       01 AS-Z3.
           02 AS-D-NO PIC Z.
           02 F PIC X VALUE SPACE.
           02 AS-D-ADI PIC X(6).
           02 F PIC X VALUE SPACE.
           02 AS-D-TUR PIC X(10).
           02 F PIC X VALUE SPACE.
           02 AS-D-GIRIS PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-D-CIKIS PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-D-VER PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-D-IADE PIC ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 AS-D-DEPODA PIC -ZZZ,ZZ9.
       01 AS-Z5.
           02 F PIC X(9) VALUE "UYELERDE".
           02 F PIC X(11) VALUE "AMBALAJ".
           02 F PIC X(10) VALUE "VERILEN".
           02 F PIC X(10) VALUE "   IADE".
           02 F PIC X(10) VALUE "DEPOZITO".
           02 F PIC X(10) VALUE "   UYEDE".
       01 AS-Z6.
           02 F PIC X(9) VALUE SPACES.
           02 AS-U-TUR PIC X(10).
           02 F PIC X VALUE SPACE.
           02 AS-U-VER PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-U-IADE PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-U-KES PIC ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 AS-U-KALAN PIC -ZZZ,ZZ9.
      * LOT IZLEME RAPORU KALIBI. LI-Z1..Z3 ARAC BASLIGI, LI-Z4 FIS
      * SATIRI, LI-Z7 FIS SATIRININ GITTIGI ARAC SATIRIDIR.
       01 LI-Z1.
           02 F PIC X(24) VALUE "SEVKIYAT LOT IZLEME".
           02 F PIC X(9) VALUE "SEVK NO:".
           02 LI-B-SVNO PIC ZZZZZ9.
           02 F PIC X(9) VALUE "  TARIH:".
           02 LI-B-TARIH PIC X(10).
           02 F PIC X(9) VALUE "  PLAKA:".
           02 LI-B-PLAKA PIC X(10).
       01 LI-Z2.
           02 F PIC X(6) VALUE "DEPO:".
           02 LI-B-DEPO PIC X(6).
           02 F PIC X(10) VALUE "  KALITE:".
           02 LI-B-KALITE PIC X(6).
           02 F PIC X(12) VALUE "  YUKLENEN:".
           02 LI-B-KILO PIC ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  KABUL:".
           02 LI-B-KABUL PIC ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  FIRE %".
           02 LI-B-FIRE PIC -ZZ9.99.
       01 LI-Z3.
           02 F PIC X(21) VALUE "BIRLIK KABUL SONUCU:".
           02 LI-B-DURUM PIC X(14).
           02 F PIC X(16) VALUE "  KABUL TARIHI:".
           02 LI-B-KTARIH PIC X(10).
       01 LI-Z4B.
           02 F PIC X(8) VALUE "FIS NO".
           02 F PIC X(10) VALUE "TARIH".
           02 F PIC X(8) VALUE "UYE NO".
           02 F PIC X(22) VALUE "ADI SOYADI".
           02 F PIC X(8) VALUE "KALITE".
           02 F PIC X(7) VALUE "   KILO".
       01 LI-Z4.
           02 LI-D-FISNO PIC ZZZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 LI-D-TARIH PIC 9(8).
           02 F PIC X(2) VALUE SPACES.
           02 LI-D-UYENO PIC ZZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 LI-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 LI-D-KALITE PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 LI-D-KILO PIC ZZZ,ZZ9.
       01 LI-Z5.
           02 F PIC X(14) VALUE "SATIR SAYISI:".
           02 LI-T-SAY PIC ZZZZ9.
           02 F PIC X(25) VALUE "    ATANAN TOPLAM KILO:".
           02 LI-T-KILO PIC Z,ZZZ,ZZ9.
       01 LI-Z6.
           02 F PIC X(24) VALUE "FIS LOT IZLEME".
           02 F PIC X(8) VALUE "FIS NO:".
           02 LI-B-FISNO PIC ZZZZZ9.
           02 F PIC X(9) VALUE "  DONEM:".
           02 LI-B-DONEM PIC X(5).
       01 LI-Z7.
           02 F PIC X(4) VALUE SPACES.
           02 F PIC X(9) VALUE "SEVK NO:".
           02 LI-S-SVNO PIC ZZZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 LI-S-TARIH PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 LI-S-PLAKA PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 LI-S-KILO PIC ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 LI-S-DURUM PIC X(14).
           02 LI-S-FIRE PIC -ZZ9.99.
       01 LI-Z8.
           02 F PIC X(4) VALUE SPACES.
           02 F PIC X(30) VALUE "HENUZ SEVKIYATA ATANMADI".
       01 LI-Z9.
           02 F PIC X(40) VALUE "BU FIS NO VE DONEMDE SATIR YOK".
      * ORTAKLIK PAYI LISTESI KALIBI.
       01 PL-Z1.
           02 F PIC X(30) VALUE "ORTAKLIK PAYI LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 PL-B-TARIH PIC 9(8).
       01 PL-Z2.
           02 F PIC X(8) VALUE "UYE NO".
           02 F PIC X(22) VALUE "ADI SOYADI".
           02 F PIC X(8) VALUE "DURUM".
           02 F PIC X(13) VALUE "    TAAHHUT".
           02 F PIC X(13) VALUE "      ODENEN".
           02 F PIC X(13) VALUE "       KALAN".
       01 PL-Z3.
           02 PL-D-UYENO PIC ZZZZ.
           02 F PIC X(4) VALUE SPACES.
           02 PL-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 PL-D-DURUM PIC X(5).
           02 F PIC X(3) VALUE SPACES.
           02 PL-D-TAAHHUT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 PL-D-ODENEN PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 PL-D-KALAN PIC ZZZ,ZZZ,ZZ9-.
       01 PL-Z4.
           02 F PIC X(36) VALUE "TOPLAM".
           02 PL-T-TAAHHUT PIC Z,ZZZ,ZZZ,ZZ9.
           02 PL-T-ODENEN PIC Z,ZZZ,ZZZ,ZZ9-.
           02 PL-T-KALAN PIC Z,ZZZ,ZZZ,ZZ9-.
       01 PL-Z5.
           02 F PIC X(14) VALUE "ORTAK SAYISI:".
           02 PL-T-SAY PIC ZZZZ9.
           02 F PIC X(9) VALUE "  AKTIF:".
           02 PL-T-AKTIF PIC ZZZZ9.
           02 F PIC X(21) VALUE "  PAYI TAMAM AKTIF:".
           02 PL-T-TAMAM PIC ZZZZ9.
      * GENEL KURUL ORTAK (HAZIRUN) LISTESI KALIBI. GK-Z6 PAY BORCU
      * OLDUGUNDAN OY KULLANAMAYAN AKTIF ORTAK SATIRIDIR.
       01 GK-Z1.
           02 F PIC X(40) VALUE "GENEL KURUL HAZIRUN (ORTAK) LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 GK-B-TARIH PIC 9(8).
       01 GK-Z2.
           02 F PIC X(6) VALUE "SIRA".
           02 F PIC X(8) VALUE "UYE NO".
           02 F PIC X(22) VALUE "ADI SOYADI".
           02 F PIC X(14) VALUE "ODENMIS PAY".
           02 F PIC X(20) VALUE "IMZA".
       01 GK-Z3.
           02 GK-D-SIRA PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 GK-D-UYENO PIC ZZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 GK-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 GK-D-ODENEN PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 F PIC X(20) VALUE ALL ".".
       01 GK-Z4.
           02 F PIC X(36) VALUE "OY KULLANABILECEK ORTAK SAYISI:".
           02 GK-T-SAY PIC ZZZZ9.
       01 GK-Z5.
           02 F PIC X(50) VALUE
              "PAY BORCU OLAN AKTIF ORTAKLAR (OY KULLANAMAZ)".
       01 GK-Z6.
           02 F PIC X(6) VALUE SPACES.
           02 GK-E-UYENO PIC ZZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 GK-E-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(9) VALUE "TAAHHUT:".
           02 GK-E-TAAHHUT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  KALAN:".
           02 GK-E-KALAN PIC ZZZ,ZZZ,ZZ9-.
       01 GK-Z7.
           02 F PIC X(36) VALUE "PAY BORCU OLAN AKTIF ORTAK SAYISI:".
           02 GK-T-DISI PIC ZZZZ9.
      * YIL SONU RISTURN DAGITIM LISTESI KALIBI.
       01 RS-Z1.
           02 F PIC X(30) VALUE "YIL SONU RISTURN DAGITIMI".
           02 F PIC X(7) VALUE "DONEM:".
           02 RS-B-DONEM PIC X(5).
           02 F PIC X(8) VALUE "  ESAS:".
           02 RS-B-ESAS PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 RS-B-MOD PIC X(20).
       01 RS-Z1B.
           02 F PIC X(21) VALUE "DAGITILACAK RISTURN:".
           02 RS-B-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(14) VALUE "  BANKA PARTI:".
           02 RS-B-PARTI PIC ZZZ9.
       01 RS-Z2.
           02 F PIC X(6) VALUE "UYE".
           02 F PIC X(21) VALUE "ADI SOYADI".
           02 F PIC X(14) VALUE "   ESAS KG/TL".
           02 F PIC X(13) VALUE "    RISTURN".
           02 F PIC X(26) VALUE "IBAN".
       01 RS-Z3.
           02 RS-D-UYENO PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 RS-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 RS-D-ESAS PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 RS-D-PAY PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 RS-D-IBAN PIC X(26).
       01 RS-Z4.
           02 F PIC X(21) VALUE "ESAS TOPLAMI:".
           02 RS-T-ESAS PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(13) VALUE "  DAGITILAN:".
           02 RS-T-DAGIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RS-Z5.
           02 F PIC X(21) VALUE "YUVARLAMA FARKI:".
           02 RS-T-FARK PIC -ZZZ,ZZ9.
       01 RS-Z6.
           02 F PIC X(21) VALUE "RISTURN ALAN ORTAK:".
           02 RS-T-SAY PIC ZZZZ9.
           02 F PIC X(34) VALUE "   BANKA KAYDI OLMAYAN (ELDEN):".
           02 RS-T-BSIZ PIC ZZZZ9.
      * AYLIK NAKLIYE HAKEDISI KALIBI.
       01 NE-Z1.
           02 F PIC X(30) VALUE "AYLIK NAKLIYE HAKEDISI".
           02 F PIC X(11) VALUE "NAKLIYECI:".
           02 NE-B-NAKCI PIC X(8).
           02 F PIC X(5) VALUE "  AY:".
           02 NE-B-AY PIC 9(6).
       01 NE-Z1B.
           02 NE-B-UNVAN PIC X(25).
           02 F PIC X(5) VALUE SPACES.
           02 NE-B-MOD PIC X(20).
           02 F PIC X(7) VALUE "TARIH:".
           02 NE-B-TARIH PIC 9(8).
       01 NE-Z2.
           02 F PIC X(7) VALUE "SEV NO".
           02 F PIC X(6) VALUE "GG.AA".
           02 F PIC X(11) VALUE "PLAKA".
           02 F PIC X(7) VALUE "NEREYE".
           02 F PIC X(8) VALUE "   KILO".
           02 F PIC X(7) VALUE "  FIRE".
           02 F PIC X(12) VALUE "     NAVLUN".
           02 F PIC X(11) VALUE "   KESINTI".
           02 F PIC X(11) VALUE "        NET".
       01 NE-Z3.
           02 NE-D-NO PIC ZZZZZ9.
           02 F PIC X VALUE SPACE.
           02 NE-D-GUN PIC X(5).
           02 F PIC X VALUE SPACE.
           02 NE-D-PLAKA PIC X(10).
           02 F PIC X VALUE SPACE.
           02 NE-D-NEREYE PIC X(6).
           02 F PIC X VALUE SPACE.
           02 NE-D-KILO PIC ZZZ,ZZ9.
           02 NE-D-TUTARLAR.
              03 F PIC X.
              03 NE-D-FIRE PIC ZZ,ZZ9.
              03 F PIC X.
              03 NE-D-NAVLUN PIC ZZZ,ZZZ,ZZ9.
              03 F PIC X.
              03 NE-D-KESINTI PIC ZZ,ZZZ,ZZ9.
              03 F PIC X.
              03 NE-D-NET PIC ZZZ,ZZZ,ZZ9.
           02 NE-D-DURUMLU REDEFINES NE-D-TUTARLAR.
              03 F PIC X(3).
              03 NE-D-DURUM PIC X(39).
       01 NE-Z4.
           02 F PIC X(7) VALUE "TOPLAM".
           02 NE-T-SAY PIC ZZZ9.
           02 F PIC X(18) VALUE " SEFER".
           02 NE-T-KILO PIC Z,ZZZ,ZZ9.
           02 NE-T-FIRE PIC ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 NE-T-NAVLUN PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 NE-T-KESINTI PIC ZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 NE-T-NET PIC ZZZ,ZZZ,ZZ9.
       01 NE-Z5.
           02 F PIC X(22) VALUE "KABUL BEKLEYEN SEFER:".
           02 NE-T-BEK PIC ZZZ9.
           02 F PIC X(22) VALUE "   TARIFESIZ SEFER:".
           02 NE-T-TARSIZ PIC ZZZ9.
       01 NE-Z6.
           02 F PIC X(16) VALUE "ONCEKI BAKIYE:".
           02 NE-T-ONCEKI PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X(20) VALUE "  ODENECEK BAKIYE:".
           02 NE-T-KALAN PIC ZZZ,ZZZ,ZZ9-.
      * E-MUSTAHSIL DURUM LISTESI KALIBI.
       01 ML-Z1.
           02 F PIC X(36) VALUE "E-MUSTAHSIL MAKBUZ DURUM LISTESI".
           02 F PIC X(7) VALUE "DONEM:".
           02 ML-B-DONEM PIC X(5).
           02 F PIC X(9) VALUE "  TARIH:".
           02 ML-B-TARIH PIC 9(8).
       01 ML-Z2.
           02 F PIC X(9) VALUE "MAKBUZ".
           02 F PIC X(5) VALUE "UYE".
           02 F PIC X(19) VALUE "ADI SOYADI".
           02 F PIC X(12) VALUE "TC KIMLIK".
           02 F PIC X(10) VALUE "     KILO".
           02 F PIC X(12) VALUE "    NET TL".
           02 F PIC X(9) VALUE "DURUM".
       01 ML-Z3.
           02 ML-D-SERI PIC 9.
           02 F PIC X VALUE "-".
           02 ML-D-MAKNO PIC 9(6).
           02 F PIC X VALUE SPACE.
           02 ML-D-UYENO PIC ZZZ9.
           02 F PIC X VALUE SPACE.
           02 ML-D-ADI PIC X(18).
           02 F PIC X VALUE SPACE.
           02 ML-D-TCKN PIC 9(11).
           02 F PIC X VALUE SPACE.
           02 ML-D-KILO PIC Z,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 ML-D-NET PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 ML-D-DURUM PIC X(9).
       01 ML-Z3B.
           02 F PIC X(15) VALUE SPACES.
           02 F PIC X(12) VALUE "RED NEDENI:".
           02 ML-D-NEDEN PIC X(30).
       01 ML-Z4.
           02 F PIC X(8) VALUE "MAKBUZ:".
           02 ML-T-SAY PIC ZZZZ9.
           02 F PIC X(11) VALUE "  BEKLEYEN:".
           02 ML-T-BEK PIC ZZZZ9.
           02 F PIC X(8) VALUE "  KABUL:".
           02 ML-T-KABUL PIC ZZZZ9.
           02 F PIC X(6) VALUE "  RED:".
           02 ML-T-RED PIC ZZZZ9.
           02 F PIC X(6) VALUE "  NET:".
           02 ML-T-NET PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      * TANK DURUM PANOSU (EKRAN) SATIRLARI.
       01 TP-Z1.
           02 F PIC X(40) VALUE "SALAMURA TANK DURUM PANOSU".
           02 F PIC X(7) VALUE "TARIH:".
           02 TP-B-TARIH PIC 9(8).
       01 TP-Z2.
           02 F PIC X(17) VALUE "DEPO   NO KALITE".
           02 F PIC X(9) VALUE " KAPASITE".
           02 F PIC X(10) VALUE "      KILO".
           02 F PIC X(5) VALUE " DOL%".
           02 F PIC X(5) VALUE "  YAS".
           02 F PIC X(11) VALUE " SON OLCUM".
           02 F PIC X(5) VALUE "  TUZ".
           02 F PIC X(6) VALUE "    PH".
           02 F PIC X(5) VALUE " ASIT".
       01 TP-Z3.
           02 TP-D-DEPO PIC X(6).
           02 F PIC X VALUE SPACE.
           02 TP-D-NO PIC Z9.
           02 F PIC X VALUE SPACE.
           02 TP-D-KALITE PIC X(6).
           02 F PIC X VALUE SPACE.
           02 TP-D-KAP PIC Z,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 TP-D-KILO PIC Z,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 TP-D-YUZDE PIC ZZ9.
           02 F PIC XX VALUE "% ".
           02 TP-D-YAS PIC ZZZ9.
           02 F PIC X VALUE SPACE.
           02 TP-D-OTARIH PIC X(10).
           02 F PIC X VALUE SPACE.
           02 TP-D-TUZ PIC Z9.9.
           02 F PIC X VALUE SPACE.
           02 TP-D-PH PIC Z9.99.
           02 F PIC X VALUE SPACE.
           02 TP-D-ASIT PIC 9.99.
           02 F PIC X VALUE SPACE.
           02 TP-D-UYARI PIC X.
       01 TP-Z4.
           02 F PIC X(13) VALUE "TANK SAYISI:".
           02 TP-T-SAY PIC ZZZZ9.
           02 F PIC X(27) VALUE "   TANKLARDAKI TOPLAM KILO:".
           02 TP-T-KILO PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(22) VALUE "   * SINIR DISI OLCUM".
      * KAMPANYA FINANSMAN IHTIYACI TAHMINI KALIBI.
       01 FT-Z1.
           02 F PIC X(38) VALUE "KAMPANYA FINANSMAN IHTIYACI TAHMINI".
           02 F PIC X(7) VALUE "DONEM:".
           02 FT-B-DONEM PIC X(5).
           02 F PIC X(9) VALUE "  TARIH:".
           02 FT-B-TARIH PIC X(10).
       01 FT-Z1B.
           02 F PIC X(23) VALUE "TAHMIN BAREM FIATI KG:".
           02 FT-B-FIAT PIC ZZZ,ZZ9.
           02 F PIC X(8) VALUE "  BANT:".
           02 FT-B-BANT PIC X(20).
       01 FT-ZS.
           02 FT-S-ETIKET PIC X(45).
           02 FT-S-KILO PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           02 F PIC X VALUE SPACE.
           02 FT-S-TUTAR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-
              BLANK WHEN ZERO.
       01 FT-Z3.
           02 F PIC X(7) VALUE "HAFTA".
           02 F PIC X(10) VALUE "BASLANGIC".
           02 F PIC X(14) VALUE "   TESLIM KILO".
           02 F PIC X(21) VALUE "       ODEME IHTIYACI".
           02 F PIC X(20) VALUE "           KUMULATIF".
       01 FT-Z4.
           02 FT-D-HAFTA PIC Z9.
           02 F PIC X(5) VALUE SPACES.
           02 FT-D-BAS PIC X(10).
           02 F PIC X(3) VALUE SPACES.
           02 FT-D-KILO PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 FT-D-TUTAR PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 FT-D-KUM PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      * GUNLUK RANDEVU LISTESI (DEPO SEFI ICIN) KALIBI.
       01 RL-Z1.
           02 F PIC X(30) VALUE "GUNLUK RANDEVU LISTESI".
           02 F PIC X(6) VALUE "DEPO:".
           02 RL-B-DEPO PIC X(6).
           02 F PIC X(10) VALUE "   TARIH:".
           02 RL-B-TARIH PIC 9(8).
       01 RL-Z2.
           02 F PIC X(7) VALUE "  SIRA".
           02 F PIC X(8) VALUE "UYE NO".
           02 F PIC X(22) VALUE "ADI SOYADI".
           02 F PIC X(8) VALUE "DURUM".
           02 F PIC X(9) VALUE "FIS NO".
           02 F PIC X(16) VALUE "GELIS SAATI/IMZA".
       01 RL-Z3.
           02 F PIC X(3) VALUE SPACES.
           02 RL-D-SIRA PIC ZZ9.
           02 F PIC X VALUE SPACE.
           02 RL-D-UYENO PIC ZZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 RL-D-ADI PIC X(20).
           02 F PIC X(2) VALUE SPACES.
           02 RL-D-DURUM PIC X(8).
           02 RL-D-FISNO PIC ZZZZZZ.
           02 F PIC X(3) VALUE SPACES.
           02 RL-D-IMZA PIC X(16).
       01 RL-Z4.
           02 RL-D-ZS PIC X(22).
           02 F PIC X(13) VALUE "   KAPASITE:".
           02 RL-D-KAP PIC ZZ9.
       01 RL-Z5.
           02 F PIC X(18) VALUE "TOPLAM RANDEVU:".
           02 RL-T-SAY PIC ZZZ9.
           02 F PIC X(12) VALUE "   GELEN:".
           02 RL-T-GELEN PIC ZZZ9.
      * RANDEVU GELMEYEN / RANDEVUSUZ GELIS RAPORU KALIBI.
       01 RR-Z1.
           02 F PIC X(42) VALUE
              "RANDEVU GELMEYEN / RANDEVUSUZ GELIS RAPORU".
           02 F PIC X(2) VALUE SPACES.
           02 RR-B-BAS PIC 9(8).
           02 F PIC X(3) VALUE " - ".
           02 RR-B-BIT PIC 9(8).
       01 RR-Z2.
           02 F PIC X(9) VALUE "DEPO".
           02 F PIC X(7) VALUE "RANDEVU".
           02 F PIC X(8) VALUE "GELEN".
           02 F PIC X(8) VALUE "GELMEYEN".
           02 F PIC X(9) VALUE "GELMEME%".
           02 F PIC X(9) VALUE "BEKLEYEN".
           02 F PIC X(6) VALUE "   FIS".
           02 F PIC X(11) VALUE " RANDEVUSUZ".
       01 RR-Z3.
           02 RR-D-NO PIC Z.
           02 F PIC X VALUE SPACE.
           02 RR-D-ADI PIC X(6).
           02 F PIC X VALUE SPACE.
           02 RR-D-RAND PIC ZZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 RR-D-GELDI PIC ZZZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 RR-D-GELMEDI PIC ZZZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 RR-D-ORAN PIC ZZ9.9.
           02 F PIC X VALUE "%".
           02 F PIC X(3) VALUE SPACES.
           02 RR-D-BEKLEYEN PIC ZZZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 RR-D-FIS PIC ZZZZ9.
           02 F PIC X(6) VALUE SPACES.
           02 RR-D-RSIZ PIC ZZZZ9.
      * PARAMETRE DEGISIKLIK JURNALI (PRMKAYIT): TABLO, ANAHTAR,
      * ISLEM (E EKLEME, D DEGISTIRME, S SILME) VE KAYDIN ESKI/YENI
      * GORUNUMU. DEGER DEGISMEMISSE JURNALE YAZILMAZ.
       01 PRM-IZ.
           02 PI-TABLO PIC X(8).
           02 PI-ANAHTAR PIC X(20).
           02 PI-ISLEM PIC X.
           02 PI-ESKI PIC X(50).
           02 PI-YENI PIC X(50).
       01 PI-BAREM.
           02 F PIC X(12) VALUE "BAREM FIATI ".
           02 PI-B-FIAT PIC ZZZZZ9.
       01 PI-KALITE.
           02 F PIC X(11) VALUE "KALITE ADI ".
           02 PI-K-ADI PIC X(14).
       01 PI-ORAN.
           02 F PIC X(7) VALUE "STOPAJ ".
           02 PI-O-STOPAJ PIC Z9.99.
           02 F PIC X(8) VALUE " BAGKUR ".
           02 PI-O-BAGKUR PIC Z9.99.
       77 BB-YENI-FIAT PIC 9(6) VALUE 0.
       77 KT-YENI-ADI PIC X(14) VALUE SPACES.
       77 OR-ESKI-VAR PIC X VALUE "H".
       77 OR-ESKI-STOPAJ PIC 99V99 VALUE 0.
       77 OR-ESKI-BAGKUR PIC 99V99 VALUE 0.
      * ISLEM JURNALI (ISLJRN): BRD, BRDH VE ODEME'YE YAPILAN HER
      * EKLEME (E), DEGISTIRME (D) VE SILMEDE (S) KAYDIN SON HALI.
      * YEDEK GERI YUKLENDIGINDE ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE SPACES.
           02 JI-ISLEM PIC X VALUE SPACE.
           02 JI-PROGRAM PIC X(8) VALUE "P2".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 EK1.
           02 BLANK SCREEN.
           02 LINE 23 COLUMN 45 VALUE "REKOLTE {41:TANIM 42:RAPOR}".
           02 LINE 23 COLUMN 10 VALUE "{43:UYE STOPAJ BELGESI}".
           02 LINE 3 COLUMN 45 VALUE "{47:GUNSONU EGILIM}".
           02 LINE 2 COLUMN 45 VALUE "{48:EK ISLEMLER MENUSU}".
           02 LINE 21 COLUMN 35 PIC 99 USING SC.
       01 EK8.
           02 BLANK SCREEN.
           02 LINE 9 COLUMN 30 PIC X(10) USING TR-PLAKA.
           02 LINE 10 COLUMN 30 PIC 9(6) USING TR-DOLU.
           02 LINE 11 COLUMN 30 PIC 9(6) USING TR-BOS.
           02 LINE 15 COLUMN 10 VALUE "IADE AMBALAJ TUR/AD:".
           02 LINE 16 COLUMN 10 VALUE "IADE AMBALAJ TUR/AD:".
           02 LINE 17 COLUMN 10 VALUE "ALIM MERKEZI      :".
           02 LINE 18 COLUMN 10 VALUE
              "YUKLE AMBALAJ IADESI YOKSA ADET BOS BIRAKILIR".
           02 LINE 15 COLUMN 31 PIC X USING AM-KT-TUR1.
           02 LINE 15 COLUMN 33 PIC 9(5) USING AM-KT-ADET1.
           02 LINE 16 COLUMN 31 PIC X USING AM-KT-TUR2.
           02 LINE 16 COLUMN 33 PIC 9(5) USING AM-KT-ADET2.
           02 LINE 17 COLUMN 30 PIC X(6) USING AM-KT-DEPO.
       01 EK-TN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 6 COLUMN 10 VALUE "DONEM    :".
           02 LINE 8 COLUMN 10 VALUE
              "PARTIYE ALINMAMIS KESIN ODEMELER SECILIR".
           02 LINE 10 COLUMN 10 VALUE
              "AMBALAJ DEPOZITOSU KESILSIN MI {E/H}:".
           02 LINE 6 COLUMN 30 PIC X(5) USING D1.
           02 LINE 10 COLUMN 48 PIC X USING PB-AMB.
           02 LINE 11 COLUMN 10 VALUE
              "ORTAKLIK PAYI KESILSIN MI {E/H}   :".
           02 LINE 11 COLUMN 48 PIC X USING PB-PAY.
      * ANA MENUDE YER KALMADIGINDAN YENI ISLEMLER BU ALT MENUDEDIR.
       01 EK1B.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "EK ISLEMLER MENUSU".
           02 LINE 3 COLUMN 1 PIC X(18) FROM ALL "~".
           02 LINE 5 COLUMN 10 PIC X(60) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "LABORATUVAR / KALITE".
           02 LINE 7 COLUMN 10 VALUE "{49:LAB ANALIZ GIRISI}".
           02 LINE 8 COLUMN 10 VALUE "{50:KALITE KESINTI TABLOSU}".
           02 LINE 9 COLUMN 10 VALUE "{51:DEPO BAZINDA KALITE RAPORU}".
           02 LINE 11 COLUMN 10 VALUE "TESLIM RANDEVUSU".
           02 LINE 12 COLUMN 10 VALUE "{52:RANDEVU DILIM TANIMI}".
           02 LINE 13 COLUMN 10 VALUE "{53:RANDEVU VERME / IPTAL}".
           02 LINE 14 COLUMN 10 VALUE "{54:GUNLUK RANDEVU LISTESI}".
           02 LINE 15 COLUMN 10 VALUE
              "{55:GELMEYEN / RANDEVUSUZ RAPORU}".
           02 LINE 6 COLUMN 45 VALUE "AMBALAJ (KASA / CUVAL)".
           02 LINE 7 COLUMN 45 VALUE "{56:AMBALAJ TURU / DEPOZITO}".
           02 LINE 8 COLUMN 45 VALUE "{57:AMBALAJ VERME / IADE}".
           02 LINE 9 COLUMN 45 VALUE "{58:UYE AMBALAJ BORC LISTESI}".
           02 LINE 10 COLUMN 45 VALUE "{59:DEPO AMBALAJ SAYIMI}".
           02 LINE 12 COLUMN 45 VALUE "SEVKIYAT LOT IZLEME".
           02 LINE 13 COLUMN 45 VALUE "{60:SEVKIYAT LOT ATAMA}".
           02 LINE 14 COLUMN 45 VALUE "{61:LOT IZLEME RAPORU}".
           02 LINE 19 COLUMN 10 VALUE "{98:SONRAKI SAYFA}".
           02 LINE 19 COLUMN 55 VALUE "{0:ANA MENU}".
           02 LINE 21 COLUMN 10 VALUE
               "*** S E C I M I N I Z  [    ] ***".
           02 LINE 21 COLUMN 35 PIC 99 USING SC.
      * EK ISLEMLER MENUSUNUN IKINCI SAYFASI.
       01 EK1C.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "EK ISLEMLER MENUSU (2)".
           02 LINE 3 COLUMN 1 PIC X(22) FROM ALL "~".
           02 LINE 5 COLUMN 10 PIC X(60) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "ORTAKLIK PAYI / RISTURN".
           02 LINE 7 COLUMN 10 VALUE "{62:ORTAK (PAYLI UYE) KAYDI}".
           02 LINE 8 COLUMN 10 VALUE "{63:PAY ODEME / IADE GIRISI}".
           02 LINE 9 COLUMN 10 VALUE "{64:ORTAKLIK PAYI LISTESI}".
           02 LINE 10 COLUMN 10 VALUE
              "{65:YIL SONU RISTURN DAGITIMI}".
           02 LINE 11 COLUMN 10 VALUE
              "{66:GENEL KURUL ORTAK LISTESI}".
           02 LINE 6 COLUMN 45 VALUE "NAKLIYECI / NAVLUN".
           02 LINE 7 COLUMN 45 VALUE "{67:NAKLIYECI VE PLAKA KAYDI}".
           02 LINE 8 COLUMN 45 VALUE "{68:NAVLUN TARIFESI}".
           02 LINE 9 COLUMN 45 VALUE "{69:AYLIK NAKLIYE HAKEDISI}".
           02 LINE 10 COLUMN 45 VALUE "{70:NAKLIYECI ODEMESI}".
           02 LINE 12 COLUMN 45 VALUE "E-MUSTAHSIL".
           02 LINE 13 COLUMN 45 VALUE "{71:URETICI TC KIMLIK KAYDI}".
           02 LINE 14 COLUMN 45 VALUE "{72:E-MUSTAHSIL DOSYASI}".
           02 LINE 15 COLUMN 45 VALUE "{73:GIB CEVABI GIRISI}".
           02 LINE 16 COLUMN 45 VALUE "{74:MAKBUZ DURUM LISTESI}".
           02 LINE 18 COLUMN 45 VALUE "{80:FINANSMAN IHTIYAC TAHMINI}".
           02 LINE 12 COLUMN 10 VALUE "SALAMURA TANKLARI".
           02 LINE 13 COLUMN 10 VALUE "{75:TANK TANIMI}".
           02 LINE 14 COLUMN 10 VALUE "{76:TANK DOLUM GIRISI}".
           02 LINE 15 COLUMN 10 VALUE "{77:SALAMURA OLCUM GIRISI}".
           02 LINE 16 COLUMN 10 VALUE "{78:TANKTAN SEVKIYAT}".
           02 LINE 17 COLUMN 10 VALUE "{79:TANK DURUM PANOSU}".
           02 LINE 19 COLUMN 10 VALUE "{98:ONCEKI SAYFA}".
           02 LINE 19 COLUMN 55 VALUE "{0:ANA MENU}".
           02 LINE 21 COLUMN 10 VALUE
               "*** S E C I M I N I Z  [    ] ***".
           02 LINE 21 COLUMN 35 PIC 99 USING SC.
       01 EK-AN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "LABORATUVAR ANALIZ GIRISI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "FIS NO         :".
           02 LINE 7 COLUMN 10 VALUE "DONEM          :".
           02 LINE 8 COLUMN 10 VALUE "KALITE         :".
           02 LINE 10 COLUMN 10 VALUE "UYE            :".
           02 LINE 11 COLUMN 10 VALUE "FIS TARIHI     :".
           02 LINE 12 COLUMN 10 VALUE "KANTAR KILOSU  :".
           02 LINE 13 COLUMN 10 VALUE "BAREM FIATI    :".
           02 LINE 6 COLUMN 30 PIC 9(6) USING AN-FISNO.
           02 LINE 7 COLUMN 30 PIC X(5) USING AN-DONEM.
           02 LINE 8 COLUMN 30 PIC X(6) USING AN-KALITE.
       01 EK-AN2.
           02 LINE 14 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 15 COLUMN 10 VALUE "NEM %          :".
           02 LINE 16 COLUMN 10 VALUE "YAG %          :".
           02 LINE 17 COLUMN 10 VALUE "KUSURLU TANE % :".
           02 LINE 18 COLUMN 10 VALUE "YABANCI MADDE %:".
           02 LINE 15 COLUMN 30 PIC 99.9 USING AN-NEM.
           02 LINE 16 COLUMN 30 PIC 99.9 USING AN-YAG.
           02 LINE 17 COLUMN 30 PIC 99.9 USING AN-KUSUR.
           02 LINE 18 COLUMN 30 PIC 99.9 USING AN-YABANCI.
       01 EK-KB.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "KALITE KESINTI TABLOSU TANIMLAMA".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM...................:".
           02 LINE 7 COLUMN 10 VALUE "OLCUM TURU {N/K/Y}......:".
           02 LINE 8 COLUMN 10 VALUE "ESIK % (BUNU ASARSA)....:".
           02 LINE 9 COLUMN 10 VALUE "KESINTI YUZDESI.........:".
           02 LINE 11 COLUMN 10 VALUE
              "N:NEM  K:KUSURLU TANE  Y:YABANCI MADDE".
           02 LINE 12 COLUMN 10 VALUE
              "KESINTI YUZDESI 0 GIRILIRSE SATIR SILINIR".
           02 LINE 6 COLUMN 37 PIC X(5) USING KB-DONEM.
           02 LINE 7 COLUMN 37 PIC X USING KB-TUR.
           02 LINE 8 COLUMN 37 PIC 99.9 USING KB-ESIK.
           02 LINE 9 COLUMN 37 PIC 99.99 USING KB-ORAN.
       01 EK-KR.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "DEPO BAZINDA KALITE RAPORU".
           02 LINE 5 COLUMN 10 PIC X(40) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM    :".
           02 LINE 6 COLUMN 30 PIC X(5) USING D1.
       01 EK-RC.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "TESLIM RANDEVU DILIMI TANIMLAMA".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "ALIM MERKEZI............:".
           02 LINE 7 COLUMN 10 VALUE "DILIM NO {1-9}..........:".
           02 LINE 8 COLUMN 10 VALUE "BASLAMA SAATI SSDD......:".
           02 LINE 9 COLUMN 10 VALUE "BITIS SAATI SSDD........:".
           02 LINE 10 COLUMN 10 VALUE "GUNLUK KAPASITE (UYE)...:".
           02 LINE 12 COLUMN 10 VALUE
              "KAPASITE 0 GIRILIRSE DILIM SILINIR".
           02 LINE 6 COLUMN 37 PIC X(6) USING RD-DEPO-ADI.
           02 LINE 7 COLUMN 37 PIC 9 USING RC-SLOT.
           02 LINE 8 COLUMN 37 PIC 9(4) USING RC-BAS.
           02 LINE 9 COLUMN 37 PIC 9(4) USING RC-BIT.
           02 LINE 10 COLUMN 37 PIC 9(3) USING RC-KAP.
       01 EK-RV.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "TESLIM RANDEVUSU VERME / IPTAL".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "ALIM MERKEZI   :".
           02 LINE 7 COLUMN 10 VALUE "TARIH YYYYAAGG :".
           02 LINE 8 COLUMN 10 VALUE "UYE NO         :".
           02 LINE 9 COLUMN 10 VALUE "UYE ADI SOYADI :".
           02 LINE 6 COLUMN 30 PIC X(6) USING RD-DEPO-ADI.
           02 LINE 7 COLUMN 30 PIC 9(8) USING RD-TARIH.
           02 LINE 8 COLUMN 30 PIC 9(4) USING RD-UYENO.
       01 EK-RL.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "GUNLUK RANDEVU LISTESI".
           02 LINE 5 COLUMN 10 PIC X(40) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "ALIM MERKEZI   :".
           02 LINE 7 COLUMN 10 VALUE "TARIH YYYYAAGG :".
           02 LINE 6 COLUMN 30 PIC X(6) USING RD-DEPO-ADI.
           02 LINE 7 COLUMN 30 PIC 9(8) USING RD-TARIH.
       01 EK-RR.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE
              "RANDEVU GELMEYEN / RANDEVUSUZ GELIS RAPORU".
           02 LINE 5 COLUMN 10 PIC X(40) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "BASLANGIC TARIHI:".
           02 LINE 7 COLUMN 10 VALUE "BITIS TARIHI    :".
           02 LINE 6 COLUMN 30 PIC 9(8) USING RD-BAS-TARIH.
           02 LINE 7 COLUMN 30 PIC 9(8) USING RD-BIT-TARIH.
       01 EK-AT.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "AMBALAJ TURU / DEPOZITO TANIMLAMA".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "AMBALAJ TURU KODU.......:".
           02 LINE 7 COLUMN 10 VALUE "AMBALAJ ADI.............:".
           02 LINE 8 COLUMN 10 VALUE "BIRIM DEPOZITO TL.......:".
           02 LINE 10 COLUMN 10 VALUE "ORNEK  K:PLASTIK KASA  C:CUVAL".
           02 LINE 11 COLUMN 10 VALUE
              "AD BOS GIRILIRSE TUR SILINIR".
           02 LINE 6 COLUMN 37 PIC X USING AT-TUR.
           02 LINE 7 COLUMN 37 PIC X(10) USING AT-ADI.
           02 LINE 8 COLUMN 37 PIC 9(5) USING AT-DEPOZITO.
       01 EK-AH.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "AMBALAJ VERME / IADE".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "UYE NO {0:DEPO}  :".
           02 LINE 7 COLUMN 10 VALUE "TARIH YYYYAAGG   :".
           02 LINE 8 COLUMN 10 VALUE "HAREKET TIPI     :".
           02 LINE 9 COLUMN 10 VALUE "AMBALAJ TURU     :".
           02 LINE 10 COLUMN 10 VALUE "ADET             :".
           02 LINE 11 COLUMN 10 VALUE "ALIM MERKEZI     :".
           02 LINE 13 COLUMN 10 VALUE
              "V:UYEYE VERILDI    I:UYEDEN IADE".
           02 LINE 14 COLUMN 10 VALUE
              "G:DEPOYA GIRIS     C:DEPODAN CIKIS (HURDA/SAYIM)".
           02 LINE 16 COLUMN 10 VALUE "UYE ADI SOYADI   :".
           02 LINE 17 COLUMN 10 VALUE "UYEDEKI ACIK ADET:".
           02 LINE 6 COLUMN 30 PIC 9(4) USING AM-UYENO.
           02 LINE 7 COLUMN 30 PIC 9(8) USING AM-TARIH.
           02 LINE 8 COLUMN 30 PIC X USING AM-TIP.
           02 LINE 9 COLUMN 30 PIC X USING AM-ARA-TUR.
           02 LINE 10 COLUMN 30 PIC 9(5) USING AM-ADET.
           02 LINE 11 COLUMN 30 PIC X(6) USING AM-DEPO.
       01 EK-LT.
           02 LINE 13 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 14 COLUMN 10 VALUE
              "LOTA ALINACAK FISLERIN TARIH ARALIGI".
           02 LINE 15 COLUMN 10 VALUE "BASLANGIC YYYYAAGG:".
           02 LINE 16 COLUMN 10 VALUE "BITIS YYYYAAGG    :".
           02 LINE 15 COLUMN 30 PIC 9(8) USING LT-BAS-TARIH.
           02 LINE 16 COLUMN 30 PIC 9(8) USING LT-BIT-TARIH.
       01 EK-LA.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "SEVKIYAT LOT ATAMA".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "SEVK NO        :".
           02 LINE 6 COLUMN 30 PIC 9(6) USING SV-NO.
       01 EK-LA2.
           02 LINE 8 COLUMN 10 VALUE "DEPO / KALITE  :".
           02 LINE 9 COLUMN 10 VALUE "DONEM / TARIH  :".
           02 LINE 10 COLUMN 10 VALUE "YUKLENEN KILO  :".
           02 LINE 11 COLUMN 10 VALUE "LOTA ATANMIS   :".
           02 LINE 8 COLUMN 30 PIC X(6) FROM SV-DEPO-ADI.
           02 LINE 8 COLUMN 38 PIC X(6) FROM SV-KALITE.
           02 LINE 9 COLUMN 30 PIC X(5) FROM SV-DONEM.
           02 LINE 9 COLUMN 38 PIC X(10) FROM SV-TARIH.
           02 LINE 10 COLUMN 30 PIC 9(6) FROM SV-KILO.
           02 LINE 11 COLUMN 30 PIC 9(7) FROM LT-ESKI.
       01 EK-LI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "LOT IZLEME RAPORU".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "SEVK NO (ARAC) :".
           02 LINE 8 COLUMN 10 VALUE "VEYA FIS NO    :".
           02 LINE 9 COLUMN 10 VALUE "DONEM          :".
           02 LINE 11 COLUMN 10 VALUE
              "SEVK NO GIRILIRSE ARACA YUKLENEN FISLER,".
           02 LINE 12 COLUMN 10 VALUE
              "FIS NO GIRILIRSE FISIN GITTIGI ARACLAR DOKULUR.".
           02 LINE 6 COLUMN 30 PIC 9(6) USING LT-SVNO.
           02 LINE 8 COLUMN 30 PIC 9(6) USING LT-FISNO.
           02 LINE 9 COLUMN 30 PIC X(5) USING LT-DONEM.
       01 EK-OU.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "ORTAK (PAYLI UYE) KAYDI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "UYE NO           :".
           02 LINE 6 COLUMN 30 PIC 9(4) USING PA-UYENO.
       01 EK-OU2.
           02 LINE 8 COLUMN 10 VALUE "ADI SOYADI       :".
           02 LINE 9 COLUMN 10 VALUE "GIRIS TARIHI     :".
           02 LINE 10 COLUMN 10 VALUE "TAAHHUT PAY TL   :".
           02 LINE 11 COLUMN 10 VALUE "DURUM {A/C}      :".
           02 LINE 12 COLUMN 10 VALUE "CIKIS TARIHI     :".
           02 LINE 14 COLUMN 10 VALUE "ODENMIS PAY TL   :".
           02 LINE 16 COLUMN 10 VALUE
              "A:AKTIF ORTAK   C:ORTAKLIKTAN AYRILMIS".
           02 LINE 17 COLUMN 10 VALUE
              "TARIHLER YYYYAAGG BICIMINDEDIR".
           02 LINE 8 COLUMN 30 PIC X(20) FROM AD-SOYAD.
           02 LINE 9 COLUMN 30 PIC 9(8) USING OU-GIRIS.
           02 LINE 10 COLUMN 30 PIC 9(9) USING OU-TAAHHUT.
           02 LINE 11 COLUMN 30 PIC X USING OU-DURUM.
           02 LINE 12 COLUMN 30 PIC 9(8) USING OU-CIKIS.
       01 EK-PH.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "ORTAKLIK PAYI ODEME / IADE".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "UYE NO           :".
           02 LINE 7 COLUMN 10 VALUE "TARIH YYYYAAGG   :".
           02 LINE 8 COLUMN 10 VALUE "HAREKET TIPI     :".
           02 LINE 9 COLUMN 10 VALUE "TUTAR TL         :".
           02 LINE 10 COLUMN 10 VALUE "ACIKLAMA         :".
           02 LINE 12 COLUMN 10 VALUE
              "O:ORTAGIN PAY ODEMESI   I:AYRILAN ORTAGA PAY IADESI".
           02 LINE 14 COLUMN 10 VALUE "ADI SOYADI       :".
           02 LINE 15 COLUMN 10 VALUE "TAAHHUT PAY TL   :".
           02 LINE 16 COLUMN 10 VALUE "ODENMIS PAY TL   :".
           02 LINE 6 COLUMN 30 PIC 9(4) USING PA-UYENO.
           02 LINE 7 COLUMN 30 PIC 9(8) USING PA-TARIH.
           02 LINE 8 COLUMN 30 PIC X USING PA-TIP.
           02 LINE 9 COLUMN 30 PIC 9(9) USING PA-TUTAR.
           02 LINE 10 COLUMN 30 PIC X(20) USING PA-ACIKLAMA.
       01 EK-RS.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "YIL SONU RISTURN DAGITIMI".
           02 LINE 5 COLUMN 10 PIC X(60) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM                 :".
           02 LINE 7 COLUMN 10 VALUE "DAGITILACAK RISTURN TL:".
           02 LINE 8 COLUMN 10 VALUE "DAGITIM ESASI {K/T}   :".
           02 LINE 9 COLUMN 10 VALUE "KESIN DAGITIM {E/H}   :".
           02 LINE 11 COLUMN 10 VALUE
              "K: TESLIM EDILEN KILO".
           02 LINE 12 COLUMN 10 VALUE
              "T: KALITE KESINTISI DUSULMUS TESLIM TUTARI".
           02 LINE 13 COLUMN 10 VALUE
              "H: YALNIZ DENEME LISTESI DOKULUR".
           02 LINE 14 COLUMN 10 VALUE
              "E: BANKEFT.DAT YAZILIR, RISTURN ORTAK HESABINA ISLENIR".
           02 LINE 15 COLUMN 10 VALUE
              "   (BIR DONEMIN RISTURNU BIR KEZ KESINLESTIRILIR)".
           02 LINE 6 COLUMN 34 PIC X(5) USING RS-DONEM.
           02 LINE 7 COLUMN 34 PIC 9(11) USING RS-TUTAR.
           02 LINE 8 COLUMN 34 PIC X USING RS-ESAS.
           02 LINE 9 COLUMN 34 PIC X USING RS-KESIN.
       01 EK-NY.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "NAKLIYECI VE PLAKA KAYDI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "NAKLIYECI KODU   :".
           02 LINE 7 COLUMN 10 VALUE
              "KOD, NAKLIYECININ BM4 CARI HESAP KODUDUR".
           02 LINE 6 COLUMN 30 PIC X(8) USING NK-NAKCI.
       01 EK-NY2.
           02 LINE 9 COLUMN 10 VALUE "UNVAN            :".
           02 LINE 10 COLUMN 10 VALUE "TELEFON          :".
           02 LINE 9 COLUMN 30 PIC X(25) USING NC-UNVAN.
           02 LINE 10 COLUMN 30 PIC X(15) USING NC-TEL.
       01 EK-NY3.
           02 LINE 13 COLUMN 10 VALUE "ARAC PLAKASI     :".
           02 LINE 15 COLUMN 10 VALUE
              "KAYITLI PLAKA GIRILIRSE SILINIR YA DA AKTARILIR".
           02 LINE 16 COLUMN 10 VALUE
              "BOS PLAKA ILE NAKLIYECI KODUNA DONULUR".
           02 LINE 13 COLUMN 30 PIC X(10) USING NK-PLAKA.
       01 EK-NT.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "NAVLUN TARIFESI TANIMLAMA".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "NAKLIYECI KODU..........:".
           02 LINE 7 COLUMN 10 VALUE "GIDECEGI YER............:".
           02 LINE 8 COLUMN 10 VALUE "TARIFE TIPI {K/S}.......:".
           02 LINE 9 COLUMN 10 VALUE "FIAT TL.................:".
           02 LINE 11 COLUMN 10 VALUE
              "K:KILO BASINA FIAT   S:SEFER (ARAC) BASINA FIAT".
           02 LINE 12 COLUMN 10 VALUE
              "GIDECEGI YER SEVK KAYDINDAKI ILE AYNI YAZILMALI".
           02 LINE 13 COLUMN 10 VALUE
              "FIAT 0 GIRILIRSE SATIR SILINIR".
           02 LINE 6 COLUMN 37 PIC X(8) USING NT-NAKCI.
           02 LINE 7 COLUMN 37 PIC X(20) USING NT-NEREYE.
           02 LINE 8 COLUMN 37 PIC X USING NT-TIP.
           02 LINE 9 COLUMN 37 PIC 9(7).99 USING NT-FIAT.
       01 EK-NE.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "AYLIK NAKLIYE HAKEDISI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "NAKLIYECI KODU   :".
           02 LINE 7 COLUMN 10 VALUE "AY YYYYAA        :".
           02 LINE 8 COLUMN 10 VALUE "KESIN {E/H}      :".
           02 LINE 11 COLUMN 10 VALUE
              "H: DENEME DOKUMU, KAYIT YAZILMAZ".
           02 LINE 12 COLUMN 10 VALUE
              "E: SEFERLER HAKEDISE BAGLANIR, TEKRAR CIKMAZ".
           02 LINE 13 COLUMN 10 VALUE
              "KABULU GIRILMEMIS SEFER SONRAKI HAKEDISE KALIR".
           02 LINE 6 COLUMN 30 PIC X(8) USING NK-NAKCI.
           02 LINE 7 COLUMN 30 PIC 9(6) USING NK-AY.
           02 LINE 8 COLUMN 30 PIC X USING NK-KESIN.
       01 EK-ND.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "NAKLIYECI ODEMESI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "NAKLIYECI KODU   :".
           02 LINE 7 COLUMN 10 VALUE "TARIH YYYYAAGG   :".
           02 LINE 8 COLUMN 10 VALUE "TUTAR TL         :".
           02 LINE 9 COLUMN 10 VALUE "ACIKLAMA         :".
           02 LINE 14 COLUMN 10 VALUE "UNVAN            :".
           02 LINE 15 COLUMN 10 VALUE "HAKEDIS BAKIYESI :".
           02 LINE 6 COLUMN 30 PIC X(8) USING NK-NAKCI.
           02 LINE 7 COLUMN 30 PIC 9(8) USING NK-TARIH.
           02 LINE 8 COLUMN 30 PIC 9(9) USING NK-TUTAR.
           02 LINE 9 COLUMN 30 PIC X(20) USING NK-ACIKLAMA.
       01 EK-MT.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "URETICI TC KIMLIK KAYDI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "UYE NO           :".
           02 LINE 6 COLUMN 30 PIC 9(4) USING UK-UYENO.
       01 EK-MT2.
           02 LINE 8 COLUMN 10 VALUE "ADI SOYADI       :".
           02 LINE 9 COLUMN 10 VALUE "TC KIMLIK NO     :".
           02 LINE 11 COLUMN 10 VALUE
              "TC KIMLIK NO 0 GIRILIRSE KAYIT SILINIR".
           02 LINE 8 COLUMN 30 PIC X(30) FROM MZ-E-ADI.
           02 LINE 9 COLUMN 30 PIC 9(11) USING UK-TCKN.
       01 EK-MD.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "E-MUSTAHSIL DOSYASI URETIMI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM            :".
           02 LINE 7 COLUMN 10 VALUE "SERI {1/3}       :".
           02 LINE 8 COLUMN 10 VALUE "MAKBUZ NO        :".
           02 LINE 10 COLUMN 10 VALUE
              "KABUL EDILMEMIS MAKBUZLAR GUNCEL TC KIMLIK VE AD".
           02 LINE 11 COLUMN 10 VALUE
              "BILGISIYLE DOSYAYA YENIDEN YAZILIR".
           02 LINE 6 COLUMN 30 PIC X(5) USING MZ-E-DONEM.
           02 LINE 7 COLUMN 30 PIC 9 USING MZ-E-SERI.
           02 LINE 8 COLUMN 30 PIC 9(6) USING MZ-E-MAKNO.
       01 EK-MG.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "E-MUSTAHSIL GIB CEVABI GIRISI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM            :".
           02 LINE 7 COLUMN 10 VALUE "SERI {1/3}       :".
           02 LINE 8 COLUMN 10 VALUE "MAKBUZ NO        :".
           02 LINE 9 COLUMN 10 VALUE "UYE NO           :".
           02 LINE 10 COLUMN 10 VALUE "DURUM {K/R/B}    :".
           02 LINE 11 COLUMN 10 VALUE "RED NEDENI       :".
           02 LINE 13 COLUMN 10 VALUE
              "K:KABUL  R:RED  B:CEVAP BEKLIYOR (GERI ALMA)".
           02 LINE 14 COLUMN 10 VALUE
              "UYE NO 0: MAKBUZUN BEKLEYEN TUM SATIRLARI".
           02 LINE 6 COLUMN 30 PIC X(5) USING MZ-E-DONEM.
           02 LINE 7 COLUMN 30 PIC 9 USING MZ-E-SERI.
           02 LINE 8 COLUMN 30 PIC 9(6) USING MZ-E-MAKNO.
           02 LINE 9 COLUMN 30 PIC 9(4) USING MZ-E-UYENO.
           02 LINE 10 COLUMN 30 PIC X USING MZ-E-DURUM.
           02 LINE 11 COLUMN 30 PIC X(30) USING MZ-E-NEDEN.
       01 EK-ML.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "E-MUSTAHSIL MAKBUZ DURUM LISTESI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM            :".
           02 LINE 7 COLUMN 10 VALUE "DURUM {B/K/R}    :".
           02 LINE 9 COLUMN 10 VALUE
              "BOS BIRAKILIRSA TUM MAKBUZLAR LISTELENIR".
           02 LINE 6 COLUMN 30 PIC X(5) USING MZ-E-DONEM.
           02 LINE 7 COLUMN 30 PIC X USING MZ-E-DURUM.
       01 EK-TK.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "SALAMURA TANK TANIMI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DEPO ADI         :".
           02 LINE 7 COLUMN 10 VALUE "TANK NO          :".
           02 LINE 6 COLUMN 30 PIC X(6) USING TK-DEPO.
           02 LINE 7 COLUMN 30 PIC 99 USING TK-NO.
       01 EK-TK2.
           02 LINE 9 COLUMN 10 VALUE "KAPASITE (KG)    :".
           02 LINE 10 COLUMN 10 VALUE "TUZ % ALT / UST  :".
           02 LINE 11 COLUMN 10 VALUE "PH UST SINIRI    :".
           02 LINE 12 COLUMN 10 VALUE "ASITLIK % ALT/UST:".
           02 LINE 14 COLUMN 10 VALUE "TANKTAKI KILO    :".
           02 LINE 15 COLUMN 10 VALUE "KALITE / DOLUM   :".
           02 LINE 17 COLUMN 10 VALUE
              "KAPASITE 0 GIRILIRSE BOS TANK SILINIR".
           02 LINE 9 COLUMN 30 PIC 9(7) USING TK-KAPASITE.
           02 LINE 10 COLUMN 30 PIC 99.9 USING TK-TUZ-ALT.
           02 LINE 10 COLUMN 37 PIC 99.9 USING TK-TUZ-UST.
           02 LINE 11 COLUMN 30 PIC 99.99 USING TK-PH-UST.
           02 LINE 12 COLUMN 30 PIC 9.99 USING TK-ASIT-ALT.
           02 LINE 12 COLUMN 37 PIC 9.99 USING TK-ASIT-UST.
           02 LINE 14 COLUMN 30 PIC 9(7) FROM TK-KILO.
           02 LINE 15 COLUMN 30 PIC X(6) FROM TK-KALITE.
           02 LINE 15 COLUMN 38 PIC 9(8) FROM TK-DOLUM.
       01 EK-TL.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "SALAMURA TANK DOLUM GIRISI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM            :".
           02 LINE 7 COLUMN 10 VALUE "DEPO ADI         :".
           02 LINE 8 COLUMN 10 VALUE "TANK NO          :".
           02 LINE 9 COLUMN 10 VALUE "ALIM TARIHI      :".
           02 LINE 9 COLUMN 40 VALUE "{YYYYAAGG}".
           02 LINE 10 COLUMN 10 VALUE "KALITE           :".
           02 LINE 6 COLUMN 30 PIC X(5) USING TB-DONEM.
           02 LINE 7 COLUMN 30 PIC X(6) USING TK-DEPO.
           02 LINE 8 COLUMN 30 PIC 99 USING TK-NO.
           02 LINE 9 COLUMN 30 PIC 9(8) USING TB-TARIH.
           02 LINE 10 COLUMN 30 PIC X(6) USING TB-KALITE.
       01 EK-TL2.
           02 LINE 12 COLUMN 10 VALUE "GUNUN ALIMI      :".
           02 LINE 13 COLUMN 10 VALUE "TANKLARA KONAN   :".
           02 LINE 14 COLUMN 10 VALUE "KONACAK KALAN    :".
           02 LINE 15 COLUMN 10 VALUE "TANK KILO / KAP. :".
           02 LINE 17 COLUMN 10 VALUE "DOLUM KILOSU     :".
           02 LINE 12 COLUMN 30 PIC 9(7) FROM TB-ALIM.
           02 LINE 13 COLUMN 30 PIC 9(7) FROM TB-DOLAN.
           02 LINE 14 COLUMN 30 PIC 9(7) FROM TB-BOS.
           02 LINE 15 COLUMN 30 PIC 9(7) FROM TK-KILO.
           02 LINE 15 COLUMN 38 PIC 9(7) FROM TK-KAPASITE.
           02 LINE 17 COLUMN 30 PIC 9(7) USING TB-KILO.
       01 EK-TC.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "SALAMURA OLCUM GIRISI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DEPO ADI         :".
           02 LINE 7 COLUMN 10 VALUE "TANK NO          :".
           02 LINE 6 COLUMN 30 PIC X(6) USING TK-DEPO.
           02 LINE 7 COLUMN 30 PIC 99 USING TK-NO.
       01 EK-TC2.
           02 LINE 8 COLUMN 10 VALUE "KALITE / KILO    :".
           02 LINE 10 COLUMN 10 VALUE "OLCUM TARIHI     :".
           02 LINE 11 COLUMN 10 VALUE "TUZ %            :".
           02 LINE 12 COLUMN 10 VALUE "PH               :".
           02 LINE 13 COLUMN 10 VALUE "ASITLIK %        :".
           02 LINE 10 COLUMN 50 VALUE "SINIRLAR".
           02 LINE 8 COLUMN 30 PIC X(6) FROM TK-KALITE.
           02 LINE 8 COLUMN 38 PIC 9(7) FROM TK-KILO.
           02 LINE 10 COLUMN 30 PIC 9(8) USING TB-TARIH.
           02 LINE 11 COLUMN 30 PIC 99.9 USING TB-TUZ.
           02 LINE 12 COLUMN 30 PIC 99.99 USING TB-PH.
           02 LINE 13 COLUMN 30 PIC 9.99 USING TB-ASIT.
           02 LINE 11 COLUMN 50 PIC 99.9 FROM TK-TUZ-ALT.
           02 LINE 11 COLUMN 56 PIC 99.9 FROM TK-TUZ-UST.
           02 LINE 12 COLUMN 56 PIC 99.99 FROM TK-PH-UST.
           02 LINE 13 COLUMN 50 PIC 9.99 FROM TK-ASIT-ALT.
           02 LINE 13 COLUMN 56 PIC 9.99 FROM TK-ASIT-UST.
       01 EK-TS.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "TANKTAN SEVKIYAT".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "SEVK NO        :".
           02 LINE 6 COLUMN 30 PIC 9(6) USING SV-NO.
       01 EK-TS2.
           02 LINE 8 COLUMN 10 VALUE "DEPO / KALITE  :".
           02 LINE 9 COLUMN 10 VALUE "DONEM / TARIH  :".
           02 LINE 10 COLUMN 10 VALUE "YUKLENEN KILO  :".
           02 LINE 8 COLUMN 30 PIC X(6) FROM SV-DEPO-ADI.
           02 LINE 8 COLUMN 38 PIC X(6) FROM SV-KALITE.
           02 LINE 9 COLUMN 30 PIC X(5) FROM SV-DONEM.
           02 LINE 9 COLUMN 38 PIC X(10) FROM SV-TARIH.
           02 LINE 10 COLUMN 30 PIC 9(6) FROM SV-KILO.
       01 EK-TB.
           02 LINE 13 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 14 COLUMN 10 VALUE "YUKUN CEKILDIGI TANK".
           02 LINE 15 COLUMN 10 VALUE "TANKLARDAN CEKILEN:".
           02 LINE 16 COLUMN 10 VALUE "TANK NO           :".
           02 LINE 17 COLUMN 10 VALUE "CEKILEN KILO      :".
           02 LINE 15 COLUMN 30 PIC 9(7) FROM TB-CEKILEN.
           02 LINE 16 COLUMN 30 PIC 99 USING TB-NO.
           02 LINE 17 COLUMN 30 PIC 9(7) USING TB-KILO.
       01 EK-TP.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "SALAMURA TANK DURUM PANOSU".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DEPO ADI         :".
           02 LINE 8 COLUMN 10 VALUE
              "BOS BIRAKILIRSA TUM DEPOLARIN TANKLARI GOSTERILIR".
           02 LINE 6 COLUMN 30 PIC X(6) USING TB-DEPO.
       01 EK-FT.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "MARMARA BIRLIK".
           02 LINE 2 COLUMN 1 VALUE "FINANSMAN IHTIYACI TAHMINI".
           02 LINE 5 COLUMN 10 PIC X(50) FROM ALL "~".
           02 LINE 6 COLUMN 10 VALUE "DONEM            :".
           02 LINE 7 COLUMN 10 VALUE "TAHMIN TARIHI    :".
           02 LINE 7 COLUMN 40 VALUE "{YYYYAAGG}".
           02 LINE 8 COLUMN 10 VALUE "KALAN HAFTA      :".
           02 LINE 9 COLUMN 10 VALUE "TANE BANDI       :".
           02 LINE 11 COLUMN 10 VALUE
              "BANT 0: DONEMDE TESLIM ALINAN TANE KARISIMI".
           02 LINE 12 COLUMN 10 VALUE
              "BANT 1-6: BEKLENEN KILONUN TAMAMI O BANTTAN".
           02 LINE 6 COLUMN 30 PIC X(5) USING D1.
           02 LINE 7 COLUMN 30 PIC 9(8) USING FT-TARIH.
           02 LINE 8 COLUMN 30 PIC 99 USING FT-HSAY.
           02 LINE 9 COLUMN 30 PIC 9 USING FT-BAND.
       01 SIF. 02 LINE 12 COLUMN 28 PIC X(10) SECURE USING SIFRE.
       PROCEDURE DIVISION.
       MMMM. DISPLAY (1 1) ERASE.
           IF MENU-GIRIS = "MENU" MOVE 1 TO YETKI GO ZZQQQ.
           DISPLAY (11 10) "*****************************************".
           DISPLAY (12 10) "*** S I F R E :                       ***". 
           DISPLAY (13 10) "*****************************************".
           ACCEPT SIF ON ESCAPE GO ZZQQQ.
           IF SIFRE = "EDINCIK" MOVE 1 TO YETKI
           ELSE IF SIFRE = "GIRISFISI" MOVE 2 TO YETKI
           ELSE DISPLAY (1 1) ERASE GOBACK.
       ZZQQQ. DISPLAY EK1.
       NNNN. ACCEPT EK1.
           IF YETKI = 2 AND SC NOT = 05 AND SC NOT = 06
              AND SC NOT = 07 AND SC NOT = 10 AND SC NOT = 12
              AND SC NOT = 48
              DISPLAY (23 7) SC (23 10)
              "BU ISLEM ICIN YETKINIZ YOK" GO NNNN.
           IF SC = 01 PERFORM GAE
            ELSE IF SC = 02 PERFORM GAE
            ELSE IF SC = 03 PERFORM GAE
            ELSE IF SC = 04 PERFORM GAE
            ELSE IF SC = 05 PERFORM GAE
            ELSE IF SC = 06 PERFORM GAE
            ELSE IF SC = 07 PERFORM TARTIM-GIRISI
            ELSE IF SC = 08 PERFORM UYE-DOKUM
            ELSE IF SC = 09 PERFORM UYE-DOKUM
            ELSE IF SC = 10 PERFORM KANTAR-TANIM
            ELSE IF SC = 11 PERFORM DEPO-TANIM
            ELSE IF SC = 13 PERFORM KALITE-TANIM
            ELSE IF SC = 14 PERFORM KARS-DOKUM
            ELSE IF SC = 15 PERFORM KARS-DOKUM
            ELSE IF SC = 16 PERFORM ODEME-GIRISI
            ELSE IF SC = 17 PERFORM ODEME-BAKIYE
            ELSE IF SC = 18 PERFORM ODEME-BAKIYE
            ELSE IF SC = 19 PERFORM FIYAT-FARKI
            ELSE IF SC = 20 PERFORM FIYAT-FARKI
            ELSE IF SC = 21 PERFORM BAREM-TANIM
            ELSE IF SC = 22 PERFORM FIS-DUZELT
            ELSE IF SC = 23 PERFORM SEVK-GIRISI
            ELSE IF SC = 24 PERFORM STOK-DOKUM
            ELSE IF SC = 25 PERFORM STOK-DOKUM
            ELSE IF SC = 26 PERFORM TAAHHUT-TANIM
            ELSE IF SC = 27 PERFORM TAAHHUT-DOKUM
            ELSE IF SC = 28 PERFORM TAAHHUT-DOKUM
            ELSE IF SC = 29 PERFORM DONEM-TANIM
            ELSE IF SC = 30 PERFORM DONEM-KAPAT
            ELSE IF SC = 31 PERFORM ORAN-TANIM
            ELSE IF SC = 32 PERFORM KESINTI-DOKUM
            ELSE IF SC = 33 PERFORM AYLIK-ICMAL
            ELSE IF SC = 34 PERFORM AYLIK-ICMAL
            ELSE IF SC = 35 PERFORM BANKA-TANIM
            ELSE IF SC = 36 PERFORM ODEME-BANKA
            ELSE IF SC = 37 PERFORM KANTAR-MUTABAKAT
            ELSE IF SC = 38 PERFORM DEPO-DOLULUK
            ELSE IF SC = 39 PERFORM SEVK-KABUL
            ELSE IF SC = 40 PERFORM SEVK-FIRE
            ELSE IF SC = 41 PERFORM REKOLTE-TANIM
            ELSE IF SC = 42 PERFORM REKOLTE-RAPOR
            ELSE IF SC = 43 PERFORM STOPAJ-BELGE
            ELSE IF SC = 44 PERFORM BIRLIK-MUTABAKAT
            ELSE IF SC = 45 PERFORM SUBE-DISA
            ELSE IF SC = 46 PERFORM SUBE-ICE
            ELSE IF SC = 47 PERFORM GUNSONU-TREND
            ELSE IF SC = 48 PERFORM EK-MENU
		    ELSE IF SC = 12 PERFORM SON
            ELSE DISPLAY (23 7) SC (23 10)
            "NOLU SECENEK YANLIS LUTFEN DOGRUSUNU GIRINIZ" GO NNNN.
       NNN1. DISPLAY EK1. DISPLAY (23 7) SC (23 10)
           "NOLU ISLEM TAMAMLANMISTIR". GO NNNN.
       UYE-DOKUM SECTION.
       UD-BAS. DISPLAY (1 1) ERASE. OPEN INPUT BRD. PERFORM YAZICI-AC.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO UD-SON.
           MOVE "Y" TO UD-ILK. MOVE 0 TO UD-GMIKTARI UD-GTUTAR.
       UD-GIR. DISPLAY EK6.
           DISPLAY (23 1) "CTRL-B ILE BIR ALAN GERI GIDILIR".
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK6 ON ESCAPE GO UD-SON.
           DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO UD-GIR.
           OPEN INPUT KALTAB. MOVE K1 TO KT-KOD.
           READ KALTAB INVALID KEY CLOSE KALTAB
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO TG-GIR.
           MOVE TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO TG-GIR.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO TG-GIR.
           PERFORM TG-RANDEVU-BAK THRU TG-RANDEVU-BAK-SON.
       TG-KANTAR. PERFORM TG-TARTI-BUL THRU TG-TARTI-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              "BU FIS NO ILE KAYIT ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP
              GO TG-GIR.
           MOVE "E" TO JI-ISLEM.
           PERFORM BRD-JURNAL THRU BRD-JURNAL-SON.
           IF P2-DST = "99"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAYIT KULLANIMDA, YENIDEN GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO TG-GIR.
           PERFORM TG-TARTI-ISARETLE THRU TG-TARTI-ISARETLE-SON.
           PERFORM TG-RANDEVU-ISARETLE THRU TG-RANDEVU-ISARETLE-SON.
           MOVE 1 TO TG-SATIR-SAYI.
      * FIS ARTIK TEK BELGEDIR: AYNI YUKTE BASKA KALITE VARSA AYNI
      * FIS NUMARASIYLA EK SATIR ACILIR, FIS KAPANINCA BASLIK YAZILIR.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU FISTE BU KALITE SATIRI ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP GO TG-EK.
           MOVE "E" TO JI-ISLEM.
           PERFORM BRD-JURNAL THRU BRD-JURNAL-SON.
           PERFORM TG-TARTI-ISARETLE THRU TG-TARTI-ISARETLE-SON.
           ADD 1 TO TG-SATIR-SAYI.
           GO TG-DEVAM.
           CLOSE DEPO.
       TG-DEPO-BUL-SON.
           EXIT.
      * GELEN UYENIN O GUN O ALIM MERKEZINDE RANDEVUSU OLUP OLMADIGI
      * EKRANDA GOSTERILIR; RANDEVUSUZ GELEN DE TARTILIR. RANDEVU
      * KUTUGU HIC ACILMAMISSA SATIR GOSTERILMEZ.
       TG-RANDEVU-BAK.
           MOVE "H" TO RD-VAR.
           OPEN INPUT RANDEVU.
           IF RV-DST NOT = "00" GO TG-RANDEVU-BAK-SON.
           MOVE STNO TO RD-STNO. MOVE TARIH TO RD-TARIH.
           MOVE UYENO TO RD-UYENO.
           PERFORM RD-UYE-BUL THRU RD-UYE-BUL-SON.
           CLOSE RANDEVU.
           DISPLAY (16 10) "RANDEVU        :".
           IF RD-VAR NOT = "E"
              DISPLAY (16 30) "YOK - RANDEVUSUZ GELIS"
              GO TG-RANDEVU-BAK-SON.
           MOVE RD-STNO TO RC-STNO. MOVE RD-ESKI-SLOT TO RC-SLOT.
           MOVE 0 TO RC-BAS RC-BIT.
           OPEN INPUT RNDKAP.
           IF RC-DST = "00"
              READ RNDKAP INVALID KEY MOVE 0 TO RC-BAS RC-BIT
              END-READ
              CLOSE RNDKAP.
           PERFORM RD-ZS-DOLDUR THRU RD-ZS-DOLDUR-SON.
           DISPLAY (16 30) RD-ZS.
           IF RD-ESKI-DURUM = "G"
              DISPLAY (16 54) "(RANDEVU KULLANILMIS)".
       TG-RANDEVU-BAK-SON.
           EXIT.
      * FIS KESILINCE UYENIN BEKLEYEN RANDEVUSU "GELDI" YAPILIR VE
      * FIS NUMARASI RANDEVUYA YAZILIR.
       TG-RANDEVU-ISARETLE.
           IF RD-VAR NOT = "E" OR RD-ESKI-DURUM = "G"
              GO TG-RANDEVU-ISARETLE-SON.
           OPEN I-O RANDEVU.
           IF RV-DST NOT = "00" GO TG-RANDEVU-ISARETLE-SON.
           MOVE RD-BULUNAN TO RV-KOD.
           READ RANDEVU INVALID KEY GO TG-RANDEVU-ISARETLE-KAPAT.
           MOVE "G" TO RV-DURUM.
           MOVE FISNO TO RV-FISNO.
           REWRITE RANDEVU-KAYDI.
       TG-RANDEVU-ISARETLE-KAPAT.
           CLOSE RANDEVU.
       TG-RANDEVU-ISARETLE-SON.
           EXIT.
      * FISIN TARIHINDE GECERLI OLAN SON BAREM FIATINI BULUR. TABLO
      * DOSYASI YOKSA VEYA SATIR YOKSA ESKI DUZEN GECERLIDIR, FIAT
      * ELLE GIRILIR.
           MOVE TYG-YMD (1:4) TO TYG-GGAA (7:4).
       TARIH-GGAA-SON.
           EXIT.
      * MUHASEBE DONEM KILIDI: DNK-TARIH (YYYYAAGG) KILITLI AYA
      * DUSUYORSA KAYIT EKLENMEZ, DUZELTILMEZ, IPTAL EDILMEZ. KILIDI
      * YALNIZ YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, ISLEM YAPILAMAZ {ENT BAS}"
              ACCEPT CEVAP.
       DONEM-BAK-SON.
           EXIT.
      * GIRILEN DONEMI ANA KUTUKTEN DOGRULAR: TANIMSIZ VEYA KAPALI
      * DONEME FIS KESILMEZ. KUTUK HENUZ ACILMAMISSA (DOSYA YOK)
      * ESKI DUZEN GECERLIDIR.
           MOVE TARIH TO BH-TARIH. MOVE UYENO TO BH-UYENO.
           MOVE STNO TO BH-STNO. MOVE TG-SATIR-SAYI TO BH-SATIR.
           WRITE BRDH-KAYDI INVALID KEY REWRITE BRDH-KAYDI.
           MOVE "E" TO JI-ISLEM.
           PERFORM BRDH-JURNAL THRU BRDH-JURNAL-SON.
           CLOSE BRDH.
       TG-BASLIK-YAZ-SON.
           EXIT.
           MOVE BRD-KAYDI TO TG-SAKLA.
           MOVE FISNO TO FY-FISNO.
           MOVE DONEM TO FY-DONEM.
           MOVE 0 TO FY-TOPK FY-TOPT FY-TOPKES.
           MOVE AN-ACIK TO FY-ANAC.
           IF FY-ANAC NOT = "E" PERFORM AN-AC THRU AN-AC-SON.
           PERFORM YAZICI-AC.
           MOVE FISNO TO FH-B-FISNO. MOVE TARIH TO FH-B-TARIH.
           MOVE UYENO TO FH-B-UYENO. MOVE AD-SOYAD TO FH-B-ADSOYAD.
           MOVE FY-STUT TO FH-D-TUTAR.
           ADD MIKTARI TO FY-TOPK. ADD FY-STUT TO FY-TOPT.
           WRITE SATIR FROM FH4.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           IF AN-VAR = "E"
              MOVE AN-NEM TO FH-A-NEM MOVE AN-KUSUR TO FH-A-KUSUR
              MOVE AN-YABANCI TO FH-A-YABANCI MOVE AN-YAG TO FH-A-YAG
              MOVE AN-ORAN TO FH-A-ORAN MOVE AN-KTUT TO FH-A-KTUT
              WRITE SATIR FROM FH6
              ADD AN-KTUT TO FY-TOPKES.
           GO TG-FY-OKU.
       TG-FY-TOPLAM.
           WRITE SATIR FROM CIZGI.
           MOVE FY-TOPK TO FH-T-MIKTARI. MOVE FY-TOPT TO FH-T-TUTAR.
           WRITE SATIR FROM FH5.
           IF FY-TOPKES NOT = 0
              MOVE FY-TOPKES TO FH-T-KES
              COMPUTE FH-T-NET = FY-TOPT - FY-TOPKES
              WRITE SATIR FROM FH7
              WRITE SATIR FROM FH8.
           IF FY-ANAC NOT = "E" PERFORM AN-KAPAT THRU AN-KAPAT-SON.
           CLOSE YAZICI.
           MOVE TG-SAKLA TO BRD-KAYDI.
       TG-FIS-YAZ-SON.
           DISPLAY (24 1)
              "{D:DUZELT * I:IPTAL * S:SONRAKI * TUS:VAZGEC}".
           ACCEPT (24 58) CEVAP.
           IF CEVAP = "D" OR CEVAP = "I"
              MOVE TARIH TO DNK-TARIH
              PERFORM DONEM-BAK THRU DONEM-BAK-SON
              IF DNK-KILIT = "E" GO FD-GIR.
           IF CEVAP = "D" GO FD-DUZELT.
           IF CEVAP = "I" GO FD-IPTAL.
           IF CEVAP = "S" GO FD-OKU.
           REWRITE BRD-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAYIT GUNCELLENEMEDI {ENT BAS}" ACCEPT CEVAP.
           MOVE "D" TO JI-ISLEM.
           PERFORM BRD-JURNAL THRU BRD-JURNAL-SON.
           IF P2-DST = "99"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAYIT KULLANIMDA, TEKRAR DENEYINIZ {ENT BAS}"
           REWRITE BRD-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAYIT GUNCELLENEMEDI {ENT BAS}" ACCEPT CEVAP.
           MOVE "D" TO JI-ISLEM.
           PERFORM BRD-JURNAL THRU BRD-JURNAL-SON.
           ADD 1 TO FD-IPT-SAYI.
           GO FD-IPT-OKU.
       FD-IPT-BIT. DISPLAY (24 1) ERASE.
           READ BRDH INVALID KEY GO FD-BASLIK-KAPAT.
           MOVE UYENO TO BH-UYENO. MOVE STNO TO BH-STNO.
           REWRITE BRDH-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM BRDH-JURNAL THRU BRDH-JURNAL-SON.
       FD-BASLIK-KAPAT.
           CLOSE BRDH.
       FD-BASLIK-DUZELT-SON.
       KNT-GIR. MOVE 0 TO TR-FISNO TR-UYENO TR-KILO TR-TARIH.
           MOVE 0 TO TR-DOLU TR-BOS TR-NET TR-BRD-FISNO.
           MOVE SPACES TO TR-PLAKA. MOVE "H" TO TR-DURUM.
           MOVE SPACES TO AM-KT-TUR1 AM-KT-TUR2 AM-KT-DEPO.
           MOVE 0 TO AM-KT-ADET1 AM-KT-ADET2.
           DISPLAY EK-KT.
           DISPLAY (23 1) "CTRL-B ILE BIR ALAN GERI GIDILIR".
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
              ACCEPT CEVAP GO KNT-GIR.
           COMPUTE TR-NET = TR-DOLU - TR-BOS.
           DISPLAY (12 30) TR-NET.
           PERFORM KNT-AMB-KONTROL THRU KNT-AMB-KONTROL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO KNT-GIR.
           IF TR-FISNO = 0
              PERFORM KNT-NO-BUL THRU KNT-NO-BUL-SON
              DISPLAY (6 30) TR-FISNO.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU KANTAR FIS NO ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP GO KNT-GIR.
           PERFORM KNT-AMB-YAZ THRU KNT-AMB-YAZ-SON.
           GO KNT-GIR.
      * YUKLE GERI GELEN AMBALAJ: TUR AMBTAB'DA TANIMLI, ALIM MERKEZI
      * GECERLI OLMALI; IADE UYEDEKI ACIK ADETI ASAMAZ.
       KNT-AMB-KONTROL.
           MOVE "H" TO TG-HATALI.
           IF AM-KT-ADET1 = 0 AND AM-KT-ADET2 = 0
              GO KNT-AMB-KONTROL-SON.
           IF AM-KT-ADET1 > 0 AND AM-KT-ADET2 > 0
              AND AM-KT-TUR1 = AM-KT-TUR2
              MOVE "E" TO TG-HATALI
              MOVE "AYNI AMBALAJ TURU IKI KEZ GIRILEMEZ {ENT BAS}"
                 TO TG-HATA-MESAJ
              GO KNT-AMB-KONTROL-SON.
           MOVE AM-KT-DEPO TO TG-DEPO-ADI.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E" GO KNT-AMB-KONTROL-SON.
           MOVE STNO TO AM-STNO.
           PERFORM AM-TUR-YUKLE THRU AM-TUR-YUKLE-SON.
           MOVE TR-UYENO TO AM-UYENO.
           PERFORM AM-AC THRU AM-AC-SON.
           IF AM-KT-ADET1 > 0
              MOVE AM-KT-TUR1 TO AM-ARA-TUR
              MOVE AM-KT-ADET1 TO AM-ADET
              PERFORM KNT-AMB-SATIR THRU KNT-AMB-SATIR-SON.
           IF TG-HATALI = "H" AND AM-KT-ADET2 > 0
              MOVE AM-KT-TUR2 TO AM-ARA-TUR
              MOVE AM-KT-ADET2 TO AM-ADET
              PERFORM KNT-AMB-SATIR THRU KNT-AMB-SATIR-SON.
           PERFORM AM-KAPAT THRU AM-KAPAT-SON.
       KNT-AMB-KONTROL-SON. EXIT.
       KNT-AMB-SATIR.
           PERFORM AM-TUR-ARA THRU AM-TUR-ARA-SON.
           IF AM-I = 0
              MOVE "E" TO TG-HATALI
              MOVE "GECERSIZ AMBALAJ TURU {ENT BAS}" TO TG-HATA-MESAJ
              GO KNT-AMB-SATIR-SON.
           PERFORM AM-KALAN-BUL THRU AM-KALAN-BUL-SON.
           IF AM-ADET > AM-KALAN
              MOVE "E" TO TG-HATALI
              MOVE "AMBALAJ IADESI UYEDEKI ACIK ADETTEN FAZLA {ENT BAS}"
                 TO TG-HATA-MESAJ.
       KNT-AMB-SATIR-SON. EXIT.
      * KANTAR FISI YAZILINCA YUKLE GELEN AMBALAJ IADESI FIS NUMARASI
      * ILE AMBHAR'A DUSULUR.
       KNT-AMB-YAZ.
           IF AM-KT-ADET1 = 0 AND AM-KT-ADET2 = 0
              GO KNT-AMB-YAZ-SON.
           PERFORM AM-AC THRU AM-AC-SON.
           IF AH-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBHAR.DAT ACILAMADI, IADE YAZILAMADI {ENT BAS}"
              ACCEPT CEVAP GO KNT-AMB-YAZ-SON.
           IF AM-KT-ADET1 > 0
              MOVE AM-KT-TUR1 TO AM-ARA-TUR
              MOVE AM-KT-ADET1 TO AM-ADET
              PERFORM KNT-AMB-IADE THRU KNT-AMB-IADE-SON.
           IF AM-KT-ADET2 > 0
              MOVE AM-KT-TUR2 TO AM-ARA-TUR
              MOVE AM-KT-ADET2 TO AM-ADET
              PERFORM KNT-AMB-IADE THRU KNT-AMB-IADE-SON.
           PERFORM AM-KAPAT THRU AM-KAPAT-SON.
       KNT-AMB-YAZ-SON. EXIT.
       KNT-AMB-IADE.
           MOVE TR-UYENO TO AH-UYENO. MOVE TR-TARIH TO AH-TARIH.
           MOVE 0 TO AH-SIRA AH-PARTI AH-TUTAR.
           MOVE "I" TO AH-TIP. MOVE AM-ARA-TUR TO AH-TUR.
           MOVE AM-ADET TO AH-ADET. MOVE AM-STNO TO AH-STNO.
           MOVE TR-FISNO TO AH-TRFIS. MOVE SPACES TO AH-DONEM.
           PERFORM AM-YAZ THRU AM-YAZ-SON.
       KNT-AMB-IADE-SON. EXIT.
      * SIRADAKI KANTAR FIS NUMARASI. KAYIT ALANI TARAMADA
      * EZILECEGINDEN SAKLANIP GERI ALINIR.
       KNT-NO-BUL.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANE BANDI 1 ILE 6 ARASI OLMALI {ENT BAS}"
              ACCEPT CEVAP GO BB-GIR.
           MOVE BT-FIAT TO BB-YENI-FIAT.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           READ BARTAB INVALID KEY GO BB-YAZ.
           MOVE "D" TO PI-ISLEM. MOVE BT-FIAT TO PI-B-FIAT.
           MOVE PI-BAREM TO PI-ESKI.
       BB-YAZ. MOVE BB-YENI-FIAT TO BT-FIAT.
           WRITE BARTAB-KAYDI INVALID KEY REWRITE BARTAB-KAYDI.
           MOVE BT-FIAT TO PI-B-FIAT. MOVE PI-BAREM TO PI-YENI.
           IF PI-ESKI NOT = PI-YENI
              MOVE "BARTAB" TO PI-TABLO MOVE BT-KOD TO PI-ANAHTAR
              CALL "PRMKAYIT" USING PRM-IZ.
           GO BB-GIR.
       BB-SON. CLOSE BARTAB.
       KALITE-TANIM SECTION.
       KT-GIR. DISPLAY EK8.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK8 ON ESCAPE GO KT-SON.
           MOVE KT-ADI TO KT-YENI-ADI.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           READ KALTAB INVALID KEY GO KT-YAZ.
           MOVE "D" TO PI-ISLEM. MOVE KT-ADI TO PI-K-ADI.
           MOVE PI-KALITE TO PI-ESKI.
       KT-YAZ. MOVE KT-YENI-ADI TO KT-ADI.
           WRITE KALTAB-KAYDI INVALID KEY REWRITE KALTAB-KAYDI.
           MOVE KT-ADI TO PI-K-ADI. MOVE PI-KALITE TO PI-YENI.
           IF PI-ESKI NOT = PI-YENI
              MOVE "KALTAB" TO PI-TABLO MOVE KT-KOD TO PI-ANAHTAR
              CALL "PRMKAYIT" USING PRM-IZ.
           GO KT-GIR.
       KT-SON. CLOSE KALTAB.
       KARS-DOKUM SECTION.
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO PROJEQQ.
       AERTY. PERFORM YAZICI-AC.
           PERFORM AN-AC THRU AN-AC-SON.
	   SDSD. MOVE ALL "." TO K1 D1. MOVE 0 TO T8 FISNO.
           MOVE ZEROS TO DP-TABLO DPT-TABLO.
           MOVE 0 TO GA-BKILO GA-BTUTAR GA-TKILO GA-TTUTAR.
           MOVE 0 TO GA-KKES.
           MOVE 0 TO GT1 GT2 GT3 GT4 GT5 GT6 GTT GTT1 GTT2 GTT3 GTT4.
           MOVE 0 TO GTT5 GTT6 GTTT BOT1 BOT2 BOT3 BOT4 BOT5 BOT6 BOTT. 
           MOVE 0 TO MEH.
              ADD MIKTARI TO DP-KILO (STNO)
              COMPUTE DP-TUTAR (STNO) = DP-TUTAR (STNO)
                 + MIKTARI * BAREM-FIATI.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           ADD AN-KTUT TO GA-KKES.
           MOVE 0 TO BA1 BA2 BA3 BA4 BA5 BA6 BBL BBL1 BBL2 BBL3 BBL4.
           MOVE 0 TO BBL5 BBL6 Z.
           COMPUTE TANE-ADIM = (TANE - 220) / 10.
           DISPLAY (6 1) M6. DISPLAY (7 1) M7. DISPLAY (8 1) M8.
           DISPLAY (9 1) M9. DISPLAY (10 1) M10. DISPLAY (11 1) M11.
           DISPLAY (12 1) M12. DISPLAY (13 1) M13. DISPLAY (14 1) M14. 
           DISPLAY (15 1) M15. DISPLAY (16 1) M16. DISPLAY (17 1) MB0.
           DISPLAY (18 1) MB1. DISPLAY (19 1) MB2. DISPLAY (20 1) MB3.
           DISPLAY (21 1) M17.
       E6. OPEN I-O FISSAY. MOVE DONEM TO FS-DONEM. READ FISSAY.
           IF RESLIN < 1 WRITE SATIR FROM M1 AFTER 24
              MOVE 1 TO FS-LIN REWRITE FISSAY-KAYDI.
              MOVE 15 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 16 WRITE SATIR FROM M16
              MOVE 16 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 17 WRITE SATIR FROM MB0
              MOVE 17 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 18 WRITE SATIR FROM MB1
              MOVE 18 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 19 WRITE SATIR FROM MB2
              MOVE 19 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 20 WRITE SATIR FROM MB3
              MOVE 20 TO FS-LIN REWRITE FISSAY-KAYDI.
           IF RESLIN < 21 WRITE SATIR FROM M17 BEFORE 24
              MOVE 0 TO FS-LIN REWRITE FISSAY-KAYDI.
           CLOSE FISSAY.
       E4. WRITE SATIR FROM N1 AFTER 20. WRITE SATIR FROM N2.
           MOVE GA-ORT TO TORF.
       GAE-DEPO-TOPLAM-SON. EXIT.
      * GUNUN BRUT FIS TUTARINDAN KANUNI KESINTILERI HESAPLAR.
      * ORAN DOSYASI YOKSA KESINTILER SIFIR BASILIR. LAB ANALIZINDEN
      * GELEN KALITE KESINTISI ONCE BRUTTEN DUSULUR, STOPAJ VE BAGKUR
      * KALAN MATRAHTAN ALINIR.
       KESINTI-HESAP. MOVE 0 TO OR-STOPAJ OR-BAGKUR.
           OPEN INPUT ORAN.
           IF OR-DST = "00"
              READ ORAN INVALID KEY MOVE 0 TO OR-STOPAJ OR-BAGKUR
              END-READ
              CLOSE ORAN.
           IF GA-KKES > GA-BTUTAR MOVE GA-BTUTAR TO GA-KKES.
           COMPUTE KH-MATRAH = GA-BTUTAR - GA-KKES.
           COMPUTE KH-STOPAJ ROUNDED = KH-MATRAH * OR-STOPAJ / 100.
           COMPUTE KH-BAGKUR ROUNDED = KH-MATRAH * OR-BAGKUR / 100.
           COMPUTE KH-NET = KH-MATRAH - KH-STOPAJ - KH-BAGKUR.
           MOVE GA-KKES TO MB0-TUT.
           MOVE OR-STOPAJ TO MB1-ORAN. MOVE KH-STOPAJ TO MB1-TUT.
           MOVE OR-BAGKUR TO MB2-ORAN. MOVE KH-BAGKUR TO MB2-TUT.
           MOVE KH-NET TO MB3-TUT.
           MOVE FD-GUN TO KS-TARIH.
           MOVE GA-BTUTAR TO KS-BRUT.
           MOVE KH-STOPAJ TO KS-STOPAJ. MOVE KH-BAGKUR TO KS-BAGKUR.
           MOVE KH-NET TO KS-NET. MOVE GA-KKES TO KS-KALITE.
           OPEN EXTEND KESINTI.
           WRITE KESINTI-KAYDI.
           CLOSE KESINTI.
           PERFORM MZ-URET THRU MZ-URET-SON.
       IHRAC-YAZ. OPEN EXTEND SETTLE.
           MOVE K1 TO SL-KALITE. MOVE D1 TO SL-DONEM.
           MOVE RRR TO SL-KILO. MOVE MEH TO SL-TUTAR.
       PROJEQQ. DISPLAY (24 1) ERASE. 
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". 
           ACCEPT CEVAP. CLOSE BRD YAZICI. 
           PERFORM AN-KAPAT THRU AN-KAPAT-SON.
       ODEME-GIRISI SECTION.
       OG-BAS. DISPLAY (1 1) ERASE. OPEN I-O ODEME.
           IF P2-DST2 = "35" OPEN OUTPUT ODEME CLOSE ODEME
           IF OD-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUTAR SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO OG-GIR.
           IF OD-KESIN PERFORM OG-GIRDI-GOSTER THRU OG-GIRDI-GOSTER-SON.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP = "H" GO OG-GIR.
           MOVE OD-TARIH TO TY-GIRDI.
           PERFORM TARIH-YMD THRU TARIH-YMD-SON.
           MOVE TY-CIKTI TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO OG-GIR.
           PERFORM OG-SIRA-BUL THRU OG-SIRA-BUL-SON.
           WRITE ODEME-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SIRA NO ILE KAYIT ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP.
           MOVE "E" TO JI-ISLEM.
           PERFORM ODEME-JURNAL THRU ODEME-JURNAL-SON.
           GO OG-GIR.
       OG-SIRA-BUL.
           MOVE OD-DONEM TO OG-SAK-DONEM. MOVE OD-TARIH TO OG-SAK-TARIH.
           ADD 1 TO OD-YENI-SIRA. MOVE OD-YENI-SIRA TO OD-SIRA.
       OG-SIRA-BUL-SON.
           EXIT.
      * KESIN ODEMEDE UYENIN GIRDI BORCU BILGI ICIN GOSTERILIR; TUTAR
      * BRUT GIRILIR, BORC BANKA PARTISINDE KENDILIGINDEN DUSULUR.
       OG-GIRDI-GOSTER.
           PERFORM GR-AC THRU GR-AC-SON.
           MOVE OD-UYENO TO GR-UYENO.
           PERFORM GR-BORC-BUL THRU GR-BORC-BUL-SON.
           PERFORM GR-KAPAT THRU GR-KAPAT-SON.
           IF GR-BORC NOT > 0 GO OG-GIRDI-GOSTER-SON.
           MOVE GR-BORC TO GR-D-BORC.
           DISPLAY (15 10) "GIRDI BORCU    :".
           DISPLAY (15 30) GR-D-BORC.
           DISPLAY (16 10) "BANKA PARTISINDE ODEMEDEN DUSULECEKTIR".
       OG-GIRDI-GOSTER-SON. EXIT.
       OG-SON. CLOSE ODEME.
       BANKA-TANIM SECTION.
       BNT-BAS. DISPLAY (1 1) ERASE. OPEN I-O BANKA.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BANKA.DAT YOK, ONCE UYE BANKA TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP CLOSE ODEME GO PB-CIK.
           OPEN I-O GRHAR.
           IF GH-DST = "35" OPEN OUTPUT GRHAR CLOSE GRHAR
              OPEN I-O GRHAR.
           IF GH-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GRHAR.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP CLOSE ODEME BANKA GO PB-CIK.
           MOVE "E" TO GH-ACIK.
           ACCEPT GR-BUGUN FROM DATE YYYYMMDD.
           PERFORM AM-TUR-YUKLE THRU AM-TUR-YUKLE-SON.
           PERFORM AM-AC THRU AM-AC-SON.
           MOVE "H" TO PB-AMB.
           PERFORM PA-AC THRU PA-AC-SON.
           MOVE "H" TO PA-UACIK PB-PAY.
           OPEN INPUT ORTUYE.
           IF OU-DST = "00" MOVE "E" TO PA-UACIK.
       PB-GIR. DISPLAY EK-PB.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-PB ON ESCAPE GO PB-SON.
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO PB-GIR.
           PERFORM PB-PARTI-BUL THRU PB-PARTI-BUL-SON.
           MOVE 0 TO PB-SAYI PB-ATLA PB-TOPLAM PB-MTOPLAM.
           MOVE 0 TO PB-AMTOPLAM PB-PYTOPLAM.
           OPEN OUTPUT BANKEFT.
           PERFORM YAZICI-AC.
           MOVE PB-PARTI TO PB-B-PARTI. MOVE D1 TO PB-B-DONEM.
           IF OD-DONEM NOT = D1 GO PB-OKU.
           IF NOT OD-KESIN GO PB-OKU.
           IF OD-PARTI NOT = 0 GO PB-OKU.
           MOVE OD-TARIH TO TY-GIRDI.
           PERFORM TARIH-YMD THRU TARIH-YMD-SON.
           MOVE TY-CIKTI TO DNK-TARIH.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              MOVE OD-UYENO TO PB-K-UYENO
              MOVE OD-TARIH TO PB-K-TARIH
              WRITE SATIR FROM BB-Z12
              ADD 1 TO PB-ATLA
              GO PB-OKU.
           MOVE OD-UYENO TO BN-UYENO.
           READ BANKA INVALID KEY
              MOVE OD-UYENO TO PB-E-UYENO
              GO PB-OKU.
           MOVE OD-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           MOVE OD-UYENO TO GR-UYENO.
           PERFORM GR-BORC-BUL THRU GR-BORC-BUL-SON.
           MOVE 0 TO GR-MAHSUP.
           IF GR-BORC > 0
              IF GR-BORC > OD-TUTAR MOVE OD-TUTAR TO GR-MAHSUP
              ELSE MOVE GR-BORC TO GR-MAHSUP.
           COMPUTE GR-NET = OD-TUTAR - GR-MAHSUP.
           MOVE PB-PARTI TO OD-PARTI.
           REWRITE ODEME-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM ODEME-JURNAL THRU ODEME-JURNAL-SON.
           IF GR-MAHSUP > 0
              PERFORM GR-MAHSUP-YAZ THRU GR-MAHSUP-YAZ-SON.
           MOVE 0 TO AM-KESINTI.
           IF PB-AMB = "E" AND AH-ACIK = "E" AND GR-NET > 0
              MOVE OD-UYENO TO AM-UYENO MOVE GR-NET TO AM-NET
              PERFORM AM-DEPOZITO-KES THRU AM-DEPOZITO-KES-SON
                 VARYING AM-I FROM 1 BY 1 UNTIL AM-I > AM-T-SAY
              MOVE AM-NET TO GR-NET.
           MOVE 0 TO PA-KESINTI.
           IF PB-PAY = "E" AND PA-ACIK = "E" AND GR-NET > 0
              MOVE OD-UYENO TO PA-UYENO MOVE GR-NET TO PA-NET
              PERFORM PA-PAY-KES THRU PA-PAY-KES-SON
              MOVE PA-NET TO GR-NET.
           IF GR-NET > 0
              MOVE PB-PARTI TO EF-PARTI
              MOVE OD-UYENO TO EF-UYENO
              MOVE AD-SOYAD TO EF-ADI
              MOVE BN-BANKA TO EF-BANKA MOVE BN-SUBE TO EF-SUBE
              MOVE BN-IBAN TO EF-IBAN
              MOVE GR-NET TO EF-TUTAR
              WRITE BANKEFT-KAYDI.
           MOVE OD-UYENO TO PB-D-UYENO.
           MOVE AD-SOYAD TO PB-D-ADI.
           MOVE BN-BANKA TO PB-D-BANKA. MOVE BN-IBAN TO PB-D-IBAN.
           MOVE GR-NET TO PB-D-TUTAR.
           WRITE SATIR FROM BB-Z3.
           IF GR-MAHSUP > 0 OR AM-KESINTI > 0 OR PA-KESINTI > 0
              MOVE OD-TUTAR TO PB-D-BRUT MOVE GR-MAHSUP TO PB-D-MAHSUP
              WRITE SATIR FROM BB-Z6.
           IF AM-KESINTI > 0
              MOVE AM-KESINTI TO PB-D-AMB WRITE SATIR FROM BB-Z8.
           IF PA-KESINTI > 0
              MOVE PA-KESINTI TO PB-D-PAY WRITE SATIR FROM BB-Z10.
           ADD 1 TO PB-SAYI. ADD GR-NET TO PB-TOPLAM.
           ADD GR-MAHSUP TO PB-MTOPLAM. ADD AM-KESINTI TO PB-AMTOPLAM.
           ADD PA-KESINTI TO PB-PYTOPLAM.
           GO PB-OKU.
       PB-BIT. WRITE SATIR FROM CIZGI.
           MOVE PB-SAYI TO PB-T-SAYI. MOVE PB-ATLA TO PB-T-ATLA.
           MOVE PB-TOPLAM TO PB-T-TUTAR.
           WRITE SATIR FROM BB-Z5.
           MOVE PB-MTOPLAM TO PB-T-MAHSUP.
           IF PB-MTOPLAM > 0 WRITE SATIR FROM BB-Z7.
           MOVE PB-AMTOPLAM TO PB-T-AMB.
           IF PB-AMTOPLAM > 0 WRITE SATIR FROM BB-Z9.
           MOVE PB-PYTOPLAM TO PB-T-PAY.
           IF PB-PYTOPLAM > 0 WRITE SATIR FROM BB-Z11.
           CLOSE BANKEFT YAZICI.
           IF PB-TOPLAM > 0
              MOVE PB-PARTI TO BP-PARTI MOVE GR-BUGUN TO BP-TARIH
              MOVE "O" TO BP-TUR MOVE PB-SAYI TO BP-SAYI
              MOVE PB-TOPLAM TO BP-TUTAR
              PERFORM BP-YAZ THRU BP-YAZ-SON.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "PARTI HAZIR, LISTE YAZICIDA, DOSYA:".
           DISPLAY (22 46) "BANKEFT.DAT".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       PB-SON. CLOSE ODEME BANKA GRHAR.
           MOVE "H" TO GH-ACIK.
           PERFORM AM-KAPAT THRU AM-KAPAT-SON.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
           IF PA-UACIK = "E" CLOSE ORTUYE.
           MOVE "H" TO PA-UACIK.
           GO PB-CIK.
      * SIRADAKI PARTI NUMARASI: ODEME.DAT VE (ACIKSA) ORTPAY.DAT'TAKI
      * EN BUYUK PARTI + 1. RISTURN PARTISI DE AYNI SIRAYI KULLANIR.
       PB-PARTI-BUL.
           MOVE 0 TO PB-PARTI.
           MOVE 0 TO OD-UYENO OD-SIRA. MOVE SPACES TO OD-DONEM.
           IF OD-PARTI > PB-PARTI MOVE OD-PARTI TO PB-PARTI.
           GO PB-PB-OKU.
       PB-PARTI-BUL-DON.
           PERFORM PA-PARTI-MAX THRU PA-PARTI-MAX-SON.
           ADD 1 TO PB-PARTI.
       PB-PARTI-BUL-SON. EXIT.
      * PARTI KUTUGUNE BIR SATIR; KUTUK YOKSA YARATILIR.
       BP-YAZ.
           OPEN I-O BANKPRT.
           IF BP-DST = "35" OPEN OUTPUT BANKPRT CLOSE BANKPRT
              OPEN I-O BANKPRT.
           IF BP-DST NOT = "00" GO BP-YAZ-SON.
           WRITE BANKPRT-KAYDI INVALID KEY REWRITE BANKPRT-KAYDI.
           CLOSE BANKPRT.
       BP-YAZ-SON. EXIT.
       PB-CIK. EXIT.
       ODEME-BAKIYE SECTION.
       OB-BAS. DISPLAY (1 1) ERASE. OPEN INPUT BRD ODEME.
              "ODEME.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO OB-SON.
           MOVE "Y" TO OB-ILK.
           MOVE 0 TO OB-GTESLIM OB-GODENEN OB-GKALAN OB-GGIRDI.
           PERFORM AN-AC THRU AN-AC-SON.
           PERFORM GR-AC THRU GR-AC-SON.
       OB-GIR. DISPLAY EK-OB.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-OB ON ESCAPE GO OB-SON.
       OB-SON. DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}".
           ACCEPT CEVAP. CLOSE BRD ODEME YAZICI.
           PERFORM AN-KAPAT THRU AN-KAPAT-SON.
           PERFORM GR-KAPAT THRU GR-KAPAT-SON.
       OB-BESLE SECTION.
       OB-B1. READ BRD NEXT AT END GO OB-B-SON.
           IF DONEM NOT = D1 GO OB-B-SON.
           IF FIS-IPTAL GO OB-B1.
           MOVE UYENO TO S-UYENO. MOVE AD-SOYAD TO S-AD-SOYAD.
           MOVE MIKTARI TO S-MIKTARI.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           COMPUTE S-TUTAR = MIKTARI * BAREM-FIATI - AN-KTUT.
           RELEASE SRT-KAYDI.
           GO OB-B1.
       OB-B-SON. EXIT.
           MOVE OB-GKALAN TO OB-G-KALAN.
           IF SC = 17 DISPLAY (22 1) OZ4.
           IF SC = 18 WRITE SATIR FROM OZ4 AFTER 2.
           MOVE OB-GGIRDI TO OB-G-GIRDI.
           COMPUTE OB-G-NET = OB-GKALAN - OB-GGIRDI.
           IF SC = 17 DISPLAY (23 1) OZ6.
           IF SC = 18 WRITE SATIR FROM OZ6.
       OB-D-SON. EXIT.
      * GRUP SATIRINDAN ONCE, NUMARASI KUCUK KALMIS ODEMELI UYELER
      * DOKULUR; ESIT NUMARA NORMAL SATIRIN ICINDE ZATEN VARDIR.
           IF SC = 17 AND OB-LIN = 20
              DISPLAY (24 1) ERASE DISPLAY (24 1) "DEVAMI VAR {ENT BAS}"
              ACCEPT CEVAP MOVE 4 TO OB-LIN.
      * GIRDI BORCU VARSA NET ODENECEK ALT SATIRDA GOSTERILIR.
           MOVE OB-UYENO TO GR-UYENO.
           PERFORM GR-BORC-BUL THRU GR-BORC-BUL-SON.
           IF GR-BORC NOT > 0 GO OB-SATIR-YAZ-SON.
           MOVE GR-BORC TO OB-GIRDI.
           ADD OB-GIRDI TO OB-GGIRDI.
           MOVE OB-GIRDI TO OB-D-GIRDI.
           COMPUTE OB-D-NET = OB-KALAN - OB-GIRDI.
           ADD 1 TO OB-LIN.
           IF SC = 17 DISPLAY (OB-LIN 1) OZ5.
           IF SC = 18 WRITE SATIR FROM OZ5.
           IF SC = 17 AND OB-LIN = 20
              DISPLAY (24 1) ERASE DISPLAY (24 1) "DEVAMI VAR {ENT BAS}"
              ACCEPT CEVAP MOVE 4 TO OB-LIN.
       OB-SATIR-YAZ-SON. EXIT.
       OB-ODENEN-TOPLA.
           MOVE 0 TO OB-ODENEN.
           IF SV-KILO = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KILO SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP GO SV-GIR.
           OPEN INPUT NAKPLK.
           IF NP-DST = "00" MOVE SV-PLAKA TO NP-PLAKA
              READ NAKPLK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DIKKAT: PLAKA NAKLIYECI KAYDINDA YOK {ENT BAS}"
              ACCEPT CEVAP
              END-READ
              CLOSE NAKPLK.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP = "H" GO SV-GIR.
           MOVE SV-TARIH TO TY-GIRDI.
           PERFORM TARIH-YMD THRU TARIH-YMD-SON.
           MOVE TY-CIKTI TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO SV-GIR.
           PERFORM SV-NO-BUL THRU SV-NO-BUL-SON.
           WRITE SEVK-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SEVK NO ILE KAYIT ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP GO SV-GIR.
           PERFORM SV-LOT THRU SV-LOT-SON.
           PERFORM TB-SEVK-DAGIT THRU TB-SEVK-DAGIT-SON.
           GO SV-GIR.
      * SIRADAKI SEVKIYAT NUMARASINI BULUR. KAYIT ALANINDAKI GIRILMIS
      * DEGERLER TARAMA SIRASINDA EZILECEGI ICIN SAKLANIP GERI ALINIR.
           ADD 1 TO SV-YENI-NO. MOVE SV-YENI-NO TO SV-NO.
       SV-NO-BUL-SON.
           EXIT.
      * YENI SEVKIYATIN YUKU TARIH ARALIGINDAKI FISLERE HEMEN DAGITILIR.
      * ESC ILE GECILIRSE ATAMA SONRA SEVKIYAT LOT ATAMA ILE YAPILIR.
       SV-LOT.
           MOVE 0 TO LT-BAS-TARIH LT-BIT-TARIH.
           DISPLAY EK-LT.
           DISPLAY (24 1) ERASE DISPLAY (24 1)
           "ESC: LOT ATAMASI SONRA YAPILACAK".
           ACCEPT EK-LT ON ESCAPE GO SV-LOT-SON.
           IF LT-BAS-TARIH = 0 OR LT-BIT-TARIH < LT-BAS-TARIH
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH ARALIGI HATALI {ENT BAS}" ACCEPT CEVAP
              GO SV-LOT.
           PERFORM LT-DAGIT THRU LT-DAGIT-SON.
           PERFORM LT-SONUC THRU LT-SONUC-SON.
       SV-LOT-SON.
           EXIT.
       SV-SON. CLOSE SEVK.
      * SEVKIYAT KABUL GIRISI: BIRLIKTEN DONEN IMZALI IRSALIYEDEKI
      * KABUL KILOSU VE TARIHI SEVK KAYDINA ISLENIR.
           DISPLAY (1 1) ERASE. OPEN I-O ORAN.
           IF OR-DST = "35" OPEN OUTPUT ORAN CLOSE ORAN
              OPEN I-O ORAN.
           MOVE "MM" TO OR-KOD. MOVE "H" TO OR-ESKI-VAR.
           READ ORAN INVALID KEY MOVE 0 TO OR-STOPAJ OR-BAGKUR
              NOT INVALID KEY MOVE "E" TO OR-ESKI-VAR.
           MOVE OR-STOPAJ TO OR-ESKI-STOPAJ.
           MOVE OR-BAGKUR TO OR-ESKI-BAGKUR.
       OR-GIR. DISPLAY EK-OR.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-OR ON ESCAPE GO OR-SON1.
           MOVE "MM" TO OR-KOD.
           WRITE ORAN-KAYDI INVALID KEY REWRITE ORAN-KAYDI.
           PERFORM OR-TARIHCE-YAZ THRU OR-TARIHCE-YAZ-SON.
           PERFORM OR-IZ-YAZ THRU OR-IZ-YAZ-SON.
           GO OR-GIR.
      * YENI ORAN, GECERLILIK TARIHI BUGUN OLMAK UZERE TARIHCEYE DE
      * DUSULUR; STOPAJ BELGESI ESKI FISLERI ESKI ORANLA HESAPLAR.
           CLOSE ORANTAR.
       OR-TARIHCE-YAZ-SON.
           EXIT.
      * ESKI VE YENI ORAN PARAMETRE JURNALINE DUSER; YAZILAN ORAN
      * AYNI EKRANDAKI SONRAKI DEGISIKLIGIN ESKI DEGERI OLUR.
       OR-IZ-YAZ.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           IF OR-ESKI-VAR = "E"
              MOVE "D" TO PI-ISLEM
              MOVE OR-ESKI-STOPAJ TO PI-O-STOPAJ
              MOVE OR-ESKI-BAGKUR TO PI-O-BAGKUR
              MOVE PI-ORAN TO PI-ESKI.
           MOVE OR-STOPAJ TO PI-O-STOPAJ OR-ESKI-STOPAJ.
           MOVE OR-BAGKUR TO PI-O-BAGKUR OR-ESKI-BAGKUR.
           MOVE PI-ORAN TO PI-YENI.
           MOVE "E" TO OR-ESKI-VAR.
           IF PI-ESKI = PI-YENI GO OR-IZ-YAZ-SON.
           MOVE "ORAN" TO PI-TABLO. MOVE OR-KOD TO PI-ANAHTAR.
           CALL "PRMKAYIT" USING PRM-IZ.
       OR-IZ-YAZ-SON.
           EXIT.
       OR-SON1. CLOSE ORAN.
       OR-CIKIS. EXIT.
      * AYLIK KESINTI ICMALI: FIS KESIMLERINDE BIRIKEN KESINTI.DAT
              ACCEPT CEVAP GO KM-CIK.
           PERFORM YAZICI-AC.
           MOVE "Y" TO KM-ILK. MOVE SPACES TO KM-AY.
           MOVE 0 TO KM-BRUT KM-STOPAJ KM-BAGKUR KM-NET KM-KALITE.
           MOVE 0 TO KM-GBRUT KM-GSTOPAJ KM-GBAGKUR KM-GNET KM-GKALITE.
           WRITE SATIR FROM KZ1 AFTER 1.
           WRITE SATIR FROM KZ2.
       KM-OKU. READ KESINTI AT END GO KM-FLUSH.
           IF KESINTI-KAYDI (1:4) NOT = KM-AY
              PERFORM KM-YAZ THRU KM-YAZ-SON
              MOVE KESINTI-KAYDI (1:4) TO KM-AY
              MOVE 0 TO KM-BRUT KM-STOPAJ KM-BAGKUR KM-NET KM-KALITE.
           ADD KS-BRUT TO KM-BRUT. ADD KS-STOPAJ TO KM-STOPAJ.
           ADD KS-BAGKUR TO KM-BAGKUR. ADD KS-NET TO KM-NET.
           ADD KS-KALITE TO KM-KALITE.
           GO KM-OKU.
       KM-FLUSH. IF KM-ILK = "N" PERFORM KM-YAZ THRU KM-YAZ-SON.
           MOVE KM-GBRUT TO KM-G-BRUT.
           MOVE KM-GKALITE TO KM-G-KALITE.
           MOVE KM-GSTOPAJ TO KM-G-STOPAJ.
           MOVE KM-GBAGKUR TO KM-G-BAGKUR.
           MOVE KM-GNET TO KM-G-NET.
       KM-YAZ.
           MOVE KM-AY (1:2) TO KM-D-YIL. MOVE KM-AY (3:2) TO KM-D-AY.
           MOVE KM-BRUT TO KM-D-BRUT.
           MOVE KM-KALITE TO KM-D-KALITE.
           MOVE KM-STOPAJ TO KM-D-STOPAJ.
           MOVE KM-BAGKUR TO KM-D-BAGKUR.
           MOVE KM-NET TO KM-D-NET.
           ADD KM-BRUT TO KM-GBRUT. ADD KM-STOPAJ TO KM-GSTOPAJ.
           ADD KM-BAGKUR TO KM-GBAGKUR. ADD KM-NET TO KM-GNET.
           ADD KM-KALITE TO KM-GKALITE.
           WRITE SATIR FROM KZ3.
       KM-YAZ-SON. EXIT.
       KM-SON. DISPLAY (24 1) ERASE.
              MOVE DONEM TO SI-R-DONEM
              WRITE SATIR FROM SI-Z2
              GO SI-BRD-YUKLE-SON.
           MOVE TARIH TO DNK-TARIH.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              ADD 1 TO SI-RED
              MOVE FISNO TO SI-K-FISNO
              MOVE DONEM TO SI-K-DONEM
              MOVE TARIH TO SI-K-TARIH
              WRITE SATIR FROM SI-Z6
              GO SI-BRD-YUKLE-SON.
           WRITE BRD-KAYDI INVALID KEY
              ADD 1 TO SI-RED
              MOVE FISNO TO SI-R-FISNO
              MOVE DONEM TO SI-R-DONEM
              WRITE SATIR FROM SI-Z2
              GO SI-BRD-YUKLE-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM BRD-JURNAL THRU BRD-JURNAL-SON.
           ADD 1 TO SI-BSAYI.
           IF STNO >= 1 AND STNO <= 9
              ADD 1 TO SI-SAYI (STNO)
       SI-FIS-VAR-MI-SON. EXIT.
       SI-ODEME-YUKLE.
           MOVE TF-GOVDE (1:58) TO ODEME-KAYDI.
           MOVE OD-TARIH TO TY-GIRDI.
           PERFORM TARIH-YMD THRU TARIH-YMD-SON.
           MOVE TY-CIKTI TO DNK-TARIH.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              ADD 1 TO SI-RED
              MOVE 0 TO SI-K-FISNO
              MOVE OD-DONEM TO SI-K-DONEM
              MOVE TY-CIKTI TO SI-K-TARIH
              WRITE SATIR FROM SI-Z6
              GO SI-ODEME-YUKLE-SON.
           WRITE ODEME-KAYDI INVALID KEY
              ADD 1 TO SI-RED
              MOVE 0 TO SI-R-FISNO
              MOVE OD-DONEM TO SI-R-DONEM
              WRITE SATIR FROM SI-Z2
              GO SI-ODEME-YUKLE-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM ODEME-JURNAL THRU ODEME-JURNAL-SON.
           ADD 1 TO SI-OSAYI. ADD OD-TUTAR TO SI-OTUTAR.
       SI-ODEME-YUKLE-SON. EXIT.
       SI-BIT. WRITE SATIR FROM CIZGI.
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO SB-SON.
           PERFORM YAZICI-AC.
           PERFORM AN-AC THRU AN-AC-SON.
       SB-GIR. MOVE 0 TO SB-UYE.
           DISPLAY EK-SB.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           IF FIS-IPTAL GO SB-OKU.
           IF UYENO NOT = SB-UYE GO SB-OKU.
           PERFORM SB-ORAN-BUL THRU SB-ORAN-BUL-SON.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           COMPUTE SB-FTUT = MIKTARI * BAREM-FIATI - AN-KTUT.
           COMPUTE SB-FSTOP ROUNDED = SB-FTUT * SB-ORST / 100.
           COMPUTE SB-FBAG ROUNDED = SB-FTUT * SB-ORBG / 100.
           MOVE FISNO TO SB-D-FISNO. MOVE TARIH TO SB-D-TARIH.
           ACCEPT CEVAP.
           GO SB-GIR.
       SB-SON. DISPLAY (24 1) ERASE. CLOSE BRD YAZICI.
           PERFORM AN-KAPAT THRU AN-KAPAT-SON.
           GO SB-CIK.
      * FISIN TARIHINDE GECERLI OLAN SON ORAN TARIHCEDEN BULUNUR;
      * TARIHCE YOKSA VEYA FISTEN ONCE KAYIT YOKSA ORAN.DAT'TAKI
           CLOSE OPERTAB.
       FYETKI-BAK-SON.
           EXIT.
      * EK ISLEMLER MENUSU: ANA MENUDE YER KALMADIGINDAN YENI
      * ISLEMLER BURADAN SECILIR. 0 VEYA ESC ANA MENUYE DONER,
      * 98 IKI SAYFA ARASINDA GECER.
      * GIRIS FISI SIFRESIYLE SADECE LAB ANALIZ GIRISI ACIKTIR.
       EK-MENU SECTION.
       EM-BAS. MOVE 1 TO EM-SAYFA.
       EM-GOSTER. MOVE 0 TO SC.
           IF EM-SAYFA = 1 DISPLAY EK1B ELSE DISPLAY EK1C.
       EM-GIR. IF EM-SAYFA = 2 GO EM-GIR2.
           ACCEPT EK1B ON ESCAPE GO EM-SON.
           GO EM-SECIM.
       EM-GIR2. ACCEPT EK1C ON ESCAPE GO EM-SON.
       EM-SECIM. IF SC = 0 GO EM-SON.
           IF SC = 98 AND EM-SAYFA = 1 MOVE 2 TO EM-SAYFA
              GO EM-GOSTER.
           IF SC = 98 MOVE 1 TO EM-SAYFA GO EM-GOSTER.
           IF YETKI = 2 AND SC NOT = 49
              DISPLAY (23 7) SC (23 10)
              "BU ISLEM ICIN YETKINIZ YOK" GO EM-GIR.
           IF SC = 49 PERFORM ANALIZ-GIRISI
            ELSE IF SC = 50 PERFORM KESTAB-TANIM
            ELSE IF SC = 51 PERFORM KALITE-RAPOR
            ELSE IF SC = 52 PERFORM RANDEVU-DILIM
            ELSE IF SC = 53 PERFORM RANDEVU-VER
            ELSE IF SC = 54 PERFORM RANDEVU-LISTE
            ELSE IF SC = 55 PERFORM RANDEVU-RAPOR
            ELSE IF SC = 56 PERFORM AMBALAJ-TANIM
            ELSE IF SC = 57 PERFORM AMBALAJ-HAREKET
            ELSE IF SC = 58 PERFORM AMBALAJ-LISTE
            ELSE IF SC = 59 PERFORM AMBALAJ-SAYIM
            ELSE IF SC = 60 PERFORM SEVK-LOT
            ELSE IF SC = 61 PERFORM LOT-IZLEME
            ELSE IF SC = 62 PERFORM ORTAK-UYE
            ELSE IF SC = 63 PERFORM PAY-HAREKET
            ELSE IF SC = 64 PERFORM PAY-LISTE
            ELSE IF SC = 65 PERFORM RISTURN
            ELSE IF SC = 66 PERFORM GENEL-KURUL
            ELSE IF SC = 67 PERFORM NAKLIYECI-KAYIT
            ELSE IF SC = 68 PERFORM NAVLUN-TARIFE
            ELSE IF SC = 69 PERFORM NAKLIYE-HAKEDIS
            ELSE IF SC = 70 PERFORM NAKLIYE-ODEME
            ELSE IF SC = 71 PERFORM URETICI-KIMLIK
            ELSE IF SC = 72 PERFORM EMUST-DOSYA
            ELSE IF SC = 73 PERFORM EMUST-CEVAP
            ELSE IF SC = 74 PERFORM EMUST-LISTE
            ELSE IF SC = 75 PERFORM TANK-TANIM
            ELSE IF SC = 76 PERFORM TANK-DOLUM
            ELSE IF SC = 77 PERFORM SALAMURA-OLCUM
            ELSE IF SC = 78 PERFORM TANK-SEVK
            ELSE IF SC = 79 PERFORM TANK-PANO
            ELSE IF SC = 80 PERFORM FINANSMAN-TAHMIN
            ELSE DISPLAY (23 7) SC (23 10)
            "NOLU SECENEK YANLIS LUTFEN DOGRUSUNU GIRINIZ" GO EM-GIR.
           IF EM-SAYFA = 1 DISPLAY EK1B ELSE DISPLAY EK1C.
           DISPLAY (23 7) SC (23 10)
           "NOLU ISLEM TAMAMLANMISTIR". GO EM-GIR.
       EM-SON. MOVE 48 TO SC.
      * LABORATUVAR ANALIZ GIRISI: TARTIM-GIRISI'NDE KESILEN FISIN HER
      * KALITE SATIRI ICIN NEM, YAG, KUSURLU TANE VE YABANCI MADDE
      * YUZDELERI GIRILIR. KESINTI YUZDESI KESTAB.DAT TABLOSUNDAN
      * BULUNUP KAYDA YAZILIR; TABLO SONRADAN DEGISSE DE GIRILMIS
      * ANALIZIN KESINTISI DEGISMEZ. AYNI SATIR YENIDEN GIRILIRSE
      * ANALIZ YENILENIR VE YUZDE O GUNUN TABLOSUNDAN TEKRAR BULUNUR.
       ANALIZ-GIRISI SECTION.
       AN-BAS. DISPLAY (1 1) ERASE. OPEN INPUT BRD.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO AN-CIK.
           OPEN I-O ANALIZ.
           IF AN-DST = "35" OPEN OUTPUT ANALIZ CLOSE ANALIZ
              OPEN I-O ANALIZ.
           IF AN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ANALIZ.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP CLOSE BRD GO AN-CIK.
           MOVE "E" TO AN-ACIK.
           MOVE SPACES TO AN-DONEM.
       AN-GIR. MOVE 0 TO AN-FISNO. MOVE SPACES TO AN-KALITE.
           DISPLAY EK-AN.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-AN ON ESCAPE GO AN-SON.
           MOVE AN-FISNO TO FISNO. MOVE AN-KALITE TO KALITE.
           MOVE AN-DONEM TO DONEM. MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN KOD INVALID KEY GO AN-YOK.
           READ BRD NEXT AT END GO AN-YOK.
           IF FISNO NOT = AN-FISNO OR KALITE NOT = AN-KALITE
              OR DONEM NOT = AN-DONEM GO AN-YOK.
           IF FIS-IPTAL
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FIS IPTAL EDILMIS, ANALIZ GIRILEMEZ {ENT BAS}"
              ACCEPT CEVAP GO AN-GIR.
           DISPLAY (10 30) UYENO. DISPLAY (10 36) AD-SOYAD.
           DISPLAY (11 30) TARIH. DISPLAY (12 30) MIKTARI.
           DISPLAY (13 30) BAREM-FIATI.
           READ ANALIZ INVALID KEY
              MOVE 0 TO AN-NEM AN-YAG AN-KUSUR AN-YABANCI AN-ORAN.
           MOVE FISNO TO AN-FISNO. MOVE KALITE TO AN-KALITE.
           MOVE DONEM TO AN-DONEM.
       AN-OLCUM. DISPLAY EK-AN2.
           ACCEPT EK-AN2 ON ESCAPE GO AN-GIR.
           PERFORM AN-ORAN-BUL THRU AN-ORAN-BUL-SON.
           COMPUTE AN-KTUT ROUNDED =
              MIKTARI * BAREM-FIATI * AN-ORAN / 100.
           MOVE AN-ORAN TO AN-D-ORAN. MOVE AN-KTUT TO AN-D-KTUT.
           DISPLAY (19 10) "KESINTI %      :".
           DISPLAY (19 30) AN-D-ORAN.
           DISPLAY (20 10) "KESINTI TUTARI :".
           DISPLAY (20 30) AN-D-KTUT.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP = "H" GO AN-OLCUM.
           MOVE TARIH TO AN-TARIH. MOVE UYENO TO AN-UYENO.
           MOVE STNO TO AN-STNO.
           WRITE ANALIZ-KAYDI INVALID KEY REWRITE ANALIZ-KAYDI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "FIS DOKUMU YAZILSIN MI {E/H}:".
           ACCEPT (24 42) CEVAP.
           IF CEVAP = "E" PERFORM TG-FIS-YAZ THRU TG-FIS-YAZ-SON.
           GO AN-GIR.
       AN-YOK. DISPLAY (24 1) ERASE DISPLAY (24 1)
           "BU FIS / KALITE / DONEM SATIRI YOK {ENT BAS}"
           ACCEPT CEVAP GO AN-GIR.
       AN-SON. PERFORM AN-KAPAT THRU AN-KAPAT-SON. CLOSE BRD.
           GO AN-CIK.
      * ANALIZ ALANLARINDAKI OLCUMLERIN TOPLAM KESINTI YUZDESI.
      * KESTAB.DAT YOKSA KESINTI SIFIRDIR.
       AN-ORAN-BUL.
           MOVE 0 TO AN-ORAN.
           OPEN INPUT KESTAB.
           IF KB-DST NOT = "00" GO AN-ORAN-BUL-SON.
           MOVE "N" TO AO-TUR. MOVE AN-NEM TO AO-OLCUM.
           PERFORM AN-ESIK-BUL THRU AN-ESIK-BUL-SON.
           MOVE "K" TO AO-TUR. MOVE AN-KUSUR TO AO-OLCUM.
           PERFORM AN-ESIK-BUL THRU AN-ESIK-BUL-SON.
           MOVE "Y" TO AO-TUR. MOVE AN-YABANCI TO AO-OLCUM.
           PERFORM AN-ESIK-BUL THRU AN-ESIK-BUL-SON.
           CLOSE KESTAB.
       AN-ORAN-BUL-SON. EXIT.
      * OLCUMUN ASTIGI EN BUYUK ESIGIN YUZDESI AN-ORAN'A EKLENIR.
       AN-ESIK-BUL.
           MOVE 0 TO AO-BULUNAN.
           MOVE AN-DONEM TO KB-DONEM. MOVE AO-TUR TO KB-TUR.
           MOVE 0 TO KB-ESIK.
           START KESTAB KEY NOT LESS THAN KB-KOD INVALID KEY
              GO AN-ESIK-TOPLA.
       AN-ES-OKU. READ KESTAB NEXT AT END GO AN-ESIK-TOPLA.
           IF KB-DONEM NOT = AN-DONEM OR KB-TUR NOT = AO-TUR
              GO AN-ESIK-TOPLA.
           IF KB-ESIK NOT < AO-OLCUM GO AN-ESIK-TOPLA.
           MOVE KB-ORAN TO AO-BULUNAN.
           GO AN-ES-OKU.
       AN-ESIK-TOPLA.
           ADD AO-BULUNAN TO AN-ORAN.
       AN-ESIK-BUL-SON. EXIT.
      * ANALIZ.DAT'I OKUMA ICIN ACAR; DOSYA YOKSA HICBIR SATIRIN
      * ANALIZI YOK SAYILIR.
       AN-AC.
           MOVE "H" TO AN-ACIK.
           OPEN INPUT ANALIZ.
           IF AN-DST = "00" MOVE "E" TO AN-ACIK.
       AN-AC-SON. EXIT.
       AN-KAPAT.
           IF AN-ACIK = "E" CLOSE ANALIZ.
           MOVE "H" TO AN-ACIK.
       AN-KAPAT-SON. EXIT.
      * BRD KAYIT ALANINDAKI SATIRIN ANALIZINI OKUR, KALITE KESINTISI
      * TUTARINI AN-KTUT'A KOYAR. ANALIZ YOKSA KESINTI SIFIRDIR.
       AN-SATIR-BUL.
           MOVE "H" TO AN-VAR. MOVE 0 TO AN-KTUT.
           IF AN-ACIK NOT = "E" GO AN-SATIR-BUL-SON.
           MOVE FISNO TO AN-FISNO. MOVE KALITE TO AN-KALITE.
           MOVE DONEM TO AN-DONEM.
           READ ANALIZ INVALID KEY GO AN-SATIR-BUL-SON.
           MOVE "E" TO AN-VAR.
           COMPUTE AN-KTUT ROUNDED =
              MIKTARI * BAREM-FIATI * AN-ORAN / 100.
       AN-SATIR-BUL-SON. EXIT.
       AN-CIK. EXIT.
      * KALITE KESINTI TABLOSU: DONEM, OLCUM TURU VE ESIK BASINA
      * KESINTI YUZDESI. KESINTI ORANLARI GIBI ORAN YETKISI ISTER.
       KESTAB-TANIM SECTION.
       KB-BAS. MOVE 3 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU ISLEM ICIN YETKINIZ YOK {ENT BAS}"
              ACCEPT CEVAP GO KB-CIK.
           DISPLAY (1 1) ERASE. OPEN I-O KESTAB.
           IF KB-DST = "35" OPEN OUTPUT KESTAB CLOSE KESTAB
              OPEN I-O KESTAB.
           MOVE SPACES TO KB-DONEM.
       KB-GIR. MOVE SPACES TO KB-TUR. MOVE 0 TO KB-ESIK KB-ORAN.
           DISPLAY EK-KB.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-KB ON ESCAPE GO KB-SON.
           IF KB-TUR NOT = "N" AND KB-TUR NOT = "K"
              AND KB-TUR NOT = "Y"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "OLCUM TURU N, K VEYA Y OLMALI {ENT BAS}"
              ACCEPT CEVAP GO KB-GIR.
           IF KB-ORAN NOT = 0 GO KB-YAZ.
           DELETE KESTAB RECORD INVALID KEY CONTINUE.
           GO KB-GIR.
       KB-YAZ. WRITE KESTAB-KAYDI INVALID KEY REWRITE KESTAB-KAYDI.
           GO KB-GIR.
       KB-SON. CLOSE KESTAB.
       KB-CIK. EXIT.
      * DEPO BAZINDA KALITE RAPORU: SECILEN DONEMIN FIS SATIRLARI ALIM
      * MERKEZINE (STNO) GORE TOPLANIR. ANALIZI OLAN SATIRLARIN NEM,
      * KUSUR VE YABANCI MADDE ORTALAMASI KILO AGIRLIKLI BULUNUR,
      * KALITE KESINTISI TUTARIYLA BIRLIKTE DEPO BAZINDA DOKULUR.
       KALITE-RAPOR SECTION.
       KR-BAS. DISPLAY (1 1) ERASE. OPEN INPUT BRD DEPO.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO KR-SON.
           IF P2-DST2 NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEPO.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO KR-SON.
           PERFORM AN-AC THRU AN-AC-SON.
       KR-GIR. DISPLAY EK-KR.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-KR ON ESCAPE GO KR-SON.
           DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO KR-GIR.
           DISPLAY (10 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           MOVE ZEROS TO KR-TABLO.
           MOVE D1 TO DONEM. MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY GO KR-YAZ.
       KR-OKU. READ BRD NEXT AT END GO KR-YAZ.
           IF DONEM NOT = D1 GO KR-YAZ.
           IF FIS-IPTAL GO KR-OKU.
           IF STNO < 1 OR STNO > 9 GO KR-OKU.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           MOVE STNO TO KR-I.
           PERFORM KR-EKLE THRU KR-EKLE-SON.
           MOVE 10 TO KR-I.
           PERFORM KR-EKLE THRU KR-EKLE-SON.
           GO KR-OKU.
       KR-YAZ. PERFORM YAZICI-AC.
           MOVE D1 TO KR-B-DONEM.
           WRITE SATIR FROM KR-Z1 AFTER 2.
           WRITE SATIR FROM KR-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE SPACES TO DEPO-ADI.
           START DEPO KEY NOT LESS THAN DEPO-ADI INVALID KEY
              GO KR-TOPLAM.
       KR-DOKU. READ DEPO NEXT AT END GO KR-TOPLAM.
           IF DEPO-NO < 1 OR DEPO-NO > 9 GO KR-DOKU.
           MOVE DEPO-NO TO KR-I KR-D-NO.
           MOVE DEPO-ADI TO KR-D-ADI.
           PERFORM KR-SATIR-YAZ THRU KR-SATIR-YAZ-SON.
           GO KR-DOKU.
       KR-TOPLAM. WRITE SATIR FROM CIZGI.
           MOVE 10 TO KR-I. MOVE 0 TO KR-D-NO.
           MOVE "TOPLAM" TO KR-D-ADI.
           PERFORM KR-SATIR-YAZ THRU KR-SATIR-YAZ-SON.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "KALITE RAPORU YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       KR-SON. CLOSE BRD DEPO.
           PERFORM AN-KAPAT THRU AN-KAPAT-SON.
           GO KR-CIK.
       KR-EKLE.
           ADD 1 TO KR-SAY (KR-I). ADD MIKTARI TO KR-KILO (KR-I).
           IF AN-VAR NOT = "E" GO KR-EKLE-SON.
           ADD 1 TO KR-ASAY (KR-I). ADD MIKTARI TO KR-AKILO (KR-I).
           COMPUTE KR-NEMK (KR-I) = KR-NEMK (KR-I) + AN-NEM * MIKTARI.
           COMPUTE KR-KUSK (KR-I) = KR-KUSK (KR-I) + AN-KUSUR * MIKTARI.
           COMPUTE KR-YABK (KR-I) =
              KR-YABK (KR-I) + AN-YABANCI * MIKTARI.
           ADD AN-KTUT TO KR-KES (KR-I).
       KR-EKLE-SON. EXIT.
       KR-SATIR-YAZ.
           MOVE KR-SAY (KR-I) TO KR-D-SAY.
           MOVE KR-ASAY (KR-I) TO KR-D-ASAY.
           MOVE KR-KILO (KR-I) TO KR-D-KILO.
           MOVE 0 TO KR-D-NEM KR-D-KUSUR KR-D-YAB.
           IF KR-AKILO (KR-I) NOT = 0
              COMPUTE KR-D-NEM ROUNDED =
                 KR-NEMK (KR-I) / KR-AKILO (KR-I)
              COMPUTE KR-D-KUSUR ROUNDED =
                 KR-KUSK (KR-I) / KR-AKILO (KR-I)
              COMPUTE KR-D-YAB ROUNDED =
                 KR-YABK (KR-I) / KR-AKILO (KR-I).
           MOVE KR-KES (KR-I) TO KR-D-KES.
           WRITE SATIR FROM KR-Z3.
       KR-SATIR-YAZ-SON. EXIT.
       KR-CIK. EXIT.
      * TESLIM RANDEVU DILIMLERI: ALIM MERKEZI BASINA GUNUN SAAT
      * DILIMLERI VE DILIM BASINA GUNLUK KAPASITE. TABLO TANIMI
      * OLDUGUNDAN ORAN YETKISI ISTER.
       RANDEVU-DILIM SECTION.
       DL-BAS. MOVE 3 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU ISLEM ICIN YETKINIZ YOK {ENT BAS}"
              ACCEPT CEVAP GO DL-CIK.
           DISPLAY (1 1) ERASE. OPEN I-O RNDKAP.
           IF RC-DST = "35" OPEN OUTPUT RNDKAP CLOSE RNDKAP
              OPEN I-O RNDKAP.
           MOVE SPACES TO RD-DEPO-ADI.
       DL-GIR. MOVE 0 TO RC-SLOT RC-BAS RC-BIT RC-KAP.
           DISPLAY EK-RC.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-RC ON ESCAPE GO DL-SON.
           MOVE RD-DEPO-ADI TO TG-DEPO-ADI.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO DL-GIR.
           MOVE STNO TO RC-STNO.
           IF RC-SLOT = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DILIM NO 1-9 ARASI OLMALI {ENT BAS}"
              ACCEPT CEVAP GO DL-GIR.
           IF RC-KAP NOT = 0 GO DL-KONTROL.
           DELETE RNDKAP RECORD INVALID KEY CONTINUE.
           GO DL-GIR.
       DL-KONTROL.
           PERFORM RD-ZS-DOLDUR THRU RD-ZS-DOLDUR-SON.
           IF RD-Z0-BDD > 59 OR RD-Z0-EDD > 59 OR RC-BIT > 2400
              OR RC-BAS NOT < RC-BIT
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SAATLER SSDD, BITIS BASLAMADAN SONRA OLMALI {ENT BAS}"
              ACCEPT CEVAP GO DL-GIR.
       DL-YAZ. WRITE RNDKAP-KAYDI INVALID KEY REWRITE RNDKAP-KAYDI.
           GO DL-GIR.
       DL-SON. CLOSE RNDKAP.
       DL-CIK. EXIT.
      * TESLIM RANDEVUSU VERME: UYE, ALIM MERKEZI VE GUN ICIN DOLU
      * OLMAYAN BIR DILIME YAZILIR. UYENIN AYNI GUN AYNI DEPODA TEK
      * RANDEVUSU OLUR, YENI DILIM SECILIRSE ESKISI SILINIR. DILIM
      * 0 GIRILIRSE RANDEVU IPTAL EDILIR. GELMIS UYENIN RANDEVUSU
      * DEGISTIRILEMEZ.
       RANDEVU-VER SECTION.
       RA-BAS. DISPLAY (1 1) ERASE. OPEN INPUT RNDKAP.
           IF RC-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE RANDEVU DILIMLERINI TANIMLAYINIZ {ENT BAS}"
              ACCEPT CEVAP GO RA-CIK.
           OPEN I-O RANDEVU.
           IF RV-DST = "35" OPEN OUTPUT RANDEVU CLOSE RANDEVU
              OPEN I-O RANDEVU.
           IF RV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RANDEVU.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP CLOSE RNDKAP GO RA-CIK.
           MOVE SPACES TO RD-DEPO-ADI. MOVE 0 TO RD-TARIH.
       RA-GIR. MOVE 0 TO RD-UYENO RD-SLOT.
           DISPLAY EK-RV.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-RV ON ESCAPE GO RA-SON.
           MOVE RD-DEPO-ADI TO TG-DEPO-ADI.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO RA-GIR.
           MOVE STNO TO RD-STNO.
           IF RD-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           MOVE RD-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           IF AD-SOYAD = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           DISPLAY (9 30) AD-SOYAD.
           PERFORM RD-UYE-BUL THRU RD-UYE-BUL-SON.
           PERFORM RD-DILIM-GOSTER THRU RD-DILIM-GOSTER-SON.
           IF RD-VAR = "E"
              DISPLAY (21 10) "MEVCUT RANDEVUSU: DILIM" (21 34)
              RD-ESKI-SLOT.
           DISPLAY (23 1) ERASE.
           DISPLAY (22 10) "DILIM NO {0:RANDEVU IPTAL}:".
           ACCEPT (22 38) RD-SLOT.
           IF RD-SLOT = 0 GO RA-IPTAL.
           IF RD-VAR = "E" AND RD-ESKI-DURUM = "G"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE GELMIS, RANDEVU DEGISTIRILEMEZ {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           IF RD-VAR = "E" AND RD-SLOT = RD-ESKI-SLOT
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYENIN BU DILIMDE RANDEVUSU ZATEN VAR {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           MOVE RD-STNO TO RC-STNO. MOVE RD-SLOT TO RC-SLOT.
           READ RNDKAP INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU ALIM MERKEZINDE BU DILIM TANIMLI DEGIL {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           PERFORM RD-SAY THRU RD-SAY-SON.
           IF RD-DOLU NOT < RC-KAP
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DILIM DOLU, BASKA DILIM SECINIZ {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           DISPLAY (23 10) "RANDEVU VERILSIN MI {E/H}:".
           ACCEPT (23 38) CEVAP.
           IF CEVAP NOT = "E" GO RA-GIR.
           IF RD-VAR = "E"
              MOVE RD-BULUNAN TO RV-KOD
              DELETE RANDEVU RECORD INVALID KEY CONTINUE.
           MOVE RD-STNO TO RV-STNO. MOVE RD-TARIH TO RV-TARIH.
           MOVE RD-SLOT TO RV-SLOT.
           ADD 1 TO RD-YENI-SIRA. MOVE RD-YENI-SIRA TO RV-SIRA.
           MOVE RD-UYENO TO RV-UYENO. MOVE "B" TO RV-DURUM.
           MOVE 0 TO RV-FISNO.
           WRITE RANDEVU-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RANDEVU YAZILAMADI, YENIDEN GIRINIZ {ENT BAS}"
              ACCEPT CEVAP.
           GO RA-GIR.
       RA-IPTAL.
           IF RD-VAR NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYENIN BU GUN BU DEPODA RANDEVUSU YOK {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           IF RD-ESKI-DURUM = "G"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE GELMIS, RANDEVU SILINEMEZ {ENT BAS}"
              ACCEPT CEVAP GO RA-GIR.
           DISPLAY (23 10) "RANDEVU IPTAL EDILSIN MI {E/H}:".
           ACCEPT (23 42) CEVAP.
           IF CEVAP NOT = "E" GO RA-GIR.
           MOVE RD-BULUNAN TO RV-KOD.
           DELETE RANDEVU RECORD INVALID KEY CONTINUE.
           GO RA-GIR.
       RA-SON. CLOSE RNDKAP RANDEVU. GO RA-CIK.
      * UYENIN (RD-UYENO) RD-STNO DEPODA RD-TARIH GUNUNDEKI RANDEVUSU.
      * BULUNURSA ANAHTARI, DILIMI VE DURUMU SAKLANIR.
       RD-UYE-BUL.
           MOVE "H" TO RD-VAR. MOVE 0 TO RD-ESKI-SLOT.
           MOVE SPACE TO RD-ESKI-DURUM.
           MOVE RD-STNO TO RV-STNO. MOVE RD-TARIH TO RV-TARIH.
           MOVE 0 TO RV-SLOT RV-SIRA.
           START RANDEVU KEY NOT LESS THAN RV-KOD INVALID KEY
              GO RD-UYE-BUL-SON.
       RD-UB-OKU. READ RANDEVU NEXT AT END GO RD-UYE-BUL-SON.
           IF RV-STNO NOT = RD-STNO OR RV-TARIH NOT = RD-TARIH
              GO RD-UYE-BUL-SON.
           IF RV-UYENO NOT = RD-UYENO GO RD-UB-OKU.
           MOVE "E" TO RD-VAR. MOVE RV-KOD TO RD-BULUNAN.
           MOVE RV-SLOT TO RD-ESKI-SLOT. MOVE RV-DURUM TO RD-ESKI-DURUM.
       RD-UYE-BUL-SON. EXIT.
      * RC-SLOT DILIMINDEKI RANDEVU SAYISI VE SON SIRA NUMARASI.
       RD-SAY.
           MOVE 0 TO RD-DOLU RD-YENI-SIRA.
           MOVE RD-STNO TO RV-STNO. MOVE RD-TARIH TO RV-TARIH.
           MOVE RC-SLOT TO RV-SLOT. MOVE 0 TO RV-SIRA.
           START RANDEVU KEY NOT LESS THAN RV-KOD INVALID KEY
              GO RD-SAY-SON.
       RD-SY-OKU. READ RANDEVU NEXT AT END GO RD-SAY-SON.
           IF RV-STNO NOT = RD-STNO OR RV-TARIH NOT = RD-TARIH
              OR RV-SLOT NOT = RC-SLOT GO RD-SAY-SON.
           ADD 1 TO RD-DOLU. MOVE RV-SIRA TO RD-YENI-SIRA.
           GO RD-SY-OKU.
       RD-SAY-SON. EXIT.
      * DEPONUN DILIMLERI DOLULUKLARIYLA 12-20. SATIRLARA DOKULUR.
       RD-DILIM-GOSTER.
           MOVE 11 TO RD-LIN.
           MOVE RD-STNO TO RC-STNO. MOVE 0 TO RC-SLOT.
           START RNDKAP KEY NOT LESS THAN RC-KOD INVALID KEY
              GO RD-DG-YOK.
       RD-DG-OKU. READ RNDKAP NEXT AT END GO RD-DG-BIT.
           IF RC-STNO NOT = RD-STNO GO RD-DG-BIT.
           PERFORM RD-SAY THRU RD-SAY-SON.
           PERFORM RD-ZS-DOLDUR THRU RD-ZS-DOLDUR-SON.
           MOVE RD-DOLU TO RD-Z0-DOLU. MOVE RC-KAP TO RD-Z0-KAP.
           ADD 1 TO RD-LIN.
           DISPLAY (RD-LIN 10) RD-Z0.
           GO RD-DG-OKU.
       RD-DG-BIT. IF RD-LIN > 11 GO RD-DILIM-GOSTER-SON.
       RD-DG-YOK. DISPLAY (12 10)
           "BU ALIM MERKEZINE RANDEVU DILIMI TANIMLANMAMIS".
       RD-DILIM-GOSTER-SON. EXIT.
      * RNDKAP KAYDINDAKI DILIM NO VE SAATLERI RD-ZS'YE KOYAR.
       RD-ZS-DOLDUR.
           MOVE RC-SLOT TO RD-Z0-SLOT.
           DIVIDE RC-BAS BY 100 GIVING RD-Z0-BSS REMAINDER RD-Z0-BDD.
           DIVIDE RC-BIT BY 100 GIVING RD-Z0-ESS REMAINDER RD-Z0-EDD.
       RD-ZS-DOLDUR-SON. EXIT.
       RA-CIK. EXIT.
      * GUNLUK RANDEVU LISTESI: DEPO SEFI ICIN SECILEN ALIM MERKEZI VE
      * GUNUN RANDEVULARI DILIM DILIM, UYE ADIYLA YAZICIYA DOKULUR.
      * GELMIS UYENIN FIS NUMARASI, BEKLEYENIN IMZA YERI BASILIR.
       RANDEVU-LISTE SECTION.
       RL-BAS. DISPLAY (1 1) ERASE. OPEN INPUT RANDEVU RNDKAP.
           IF RV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RANDEVU.DAT ACILAMADI, RANDEVU VERILMEMIS {ENT BAS}"
              ACCEPT CEVAP GO RL-SON.
           IF RC-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RNDKAP.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RL-SON.
           MOVE SPACES TO RD-DEPO-ADI. MOVE 0 TO RD-TARIH.
       RL-GIR. DISPLAY EK-RL.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-RL ON ESCAPE GO RL-SON.
           MOVE RD-DEPO-ADI TO TG-DEPO-ADI.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO RL-GIR.
           MOVE STNO TO RD-STNO.
           IF RD-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO RL-GIR.
           DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO RL-GIR.
           PERFORM YAZICI-AC.
           MOVE RD-DEPO-ADI TO RL-B-DEPO. MOVE RD-TARIH TO RL-B-TARIH.
           WRITE SATIR FROM RL-Z1 AFTER 2.
           WRITE SATIR FROM RL-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO RL-SAY RL-GELEN RD-ESKI-SLOT.
           MOVE RD-STNO TO RV-STNO. MOVE RD-TARIH TO RV-TARIH.
           MOVE 0 TO RV-SLOT RV-SIRA.
           START RANDEVU KEY NOT LESS THAN RV-KOD INVALID KEY
              GO RL-TOPLAM.
       RL-OKU. READ RANDEVU NEXT AT END GO RL-TOPLAM.
           IF RV-STNO NOT = RD-STNO OR RV-TARIH NOT = RD-TARIH
              GO RL-TOPLAM.
           IF RV-SLOT NOT = RD-ESKI-SLOT
              PERFORM RL-DILIM-YAZ THRU RL-DILIM-YAZ-SON.
           MOVE RV-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           MOVE RV-SIRA TO RL-D-SIRA. MOVE RV-UYENO TO RL-D-UYENO.
           MOVE AD-SOYAD TO RL-D-ADI.
           ADD 1 TO RL-SAY.
           IF RV-GELDI
              MOVE "GELDI" TO RL-D-DURUM MOVE RV-FISNO TO RL-D-FISNO
              MOVE SPACES TO RL-D-IMZA ADD 1 TO RL-GELEN
           ELSE
              MOVE "BEKLIYOR" TO RL-D-DURUM MOVE 0 TO RL-D-FISNO
              MOVE ALL "." TO RL-D-IMZA.
           WRITE SATIR FROM RL-Z3.
           GO RL-OKU.
       RL-TOPLAM. WRITE SATIR FROM CIZGI.
           MOVE RL-SAY TO RL-T-SAY. MOVE RL-GELEN TO RL-T-GELEN.
           WRITE SATIR FROM RL-Z5.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "RANDEVU LISTESI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       RL-SON. CLOSE RANDEVU RNDKAP.
           GO RL-CIK.
       RL-DILIM-YAZ.
           MOVE RV-SLOT TO RD-ESKI-SLOT.
           MOVE RD-STNO TO RC-STNO. MOVE RV-SLOT TO RC-SLOT.
           READ RNDKAP INVALID KEY MOVE 0 TO RC-BAS RC-BIT RC-KAP.
           PERFORM RD-ZS-DOLDUR THRU RD-ZS-DOLDUR-SON.
           MOVE RD-ZS TO RL-D-ZS. MOVE RC-KAP TO RL-D-KAP.
           WRITE SATIR FROM RL-Z4 AFTER 2.
       RL-DILIM-YAZ-SON. EXIT.
       RL-CIK. EXIT.
      * SEZON SONU RANDEVU RAPORU: TARIH ARALIGINDAKI RANDEVULAR ALIM
      * MERKEZI BASINA GELEN / GELMEYEN OLARAK SAYILIR (GUNU HENUZ
      * GELMEMIS RANDEVU BEKLEYEN SAYILIR). ARALIKTA KESILEN (IPTAL
      * OLMAYAN) FISLERDEN O GUN O DEPODA RANDEVUSU OLMAYANLAR
      * RANDEVUSUZ GELIS OLARAK DOKULUR.
       RANDEVU-RAPOR SECTION.
       RR-BAS. DISPLAY (1 1) ERASE. OPEN INPUT RANDEVU BRDH BRD DEPO.
           IF RV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RANDEVU.DAT ACILAMADI, RANDEVU VERILMEMIS {ENT BAS}"
              ACCEPT CEVAP GO RR-SON.
           IF BH-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRDH.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RR-SON.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RR-SON.
           IF P2-DST2 NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEPO.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RR-SON.
           ACCEPT RD-BUGUN FROM DATE YYYYMMDD.
       RR-GIR. DISPLAY EK-RR.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-RR ON ESCAPE GO RR-SON.
           IF RD-BAS-TARIH = 0 OR RD-BIT-TARIH < RD-BAS-TARIH
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH ARALIGI HATALI {ENT BAS}"
              ACCEPT CEVAP GO RR-GIR.
           DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO RR-GIR.
           DISPLAY (10 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           MOVE ZEROS TO RR-TABLO.
           MOVE 0 TO RV-STNO RV-TARIH RV-SLOT RV-SIRA.
           START RANDEVU KEY NOT LESS THAN RV-KOD INVALID KEY
              GO RR-FIS-BAS.
       RR-OKU. READ RANDEVU NEXT AT END GO RR-FIS-BAS.
           IF RV-TARIH < RD-BAS-TARIH OR RV-TARIH > RD-BIT-TARIH
              GO RR-OKU.
           IF RV-STNO < 1 OR RV-STNO > 9 GO RR-OKU.
           MOVE RV-STNO TO RR-I.
           PERFORM RR-RAND-EKLE THRU RR-RAND-EKLE-SON.
           MOVE 10 TO RR-I.
           PERFORM RR-RAND-EKLE THRU RR-RAND-EKLE-SON.
           GO RR-OKU.
       RR-FIS-BAS.
           MOVE 0 TO BH-FISNO. MOVE SPACES TO BH-DONEM.
           START BRDH KEY NOT LESS THAN BH-KOD INVALID KEY GO RR-YAZ.
       RR-FIS-OKU. READ BRDH NEXT AT END GO RR-YAZ.
           IF BH-TARIH < RD-BAS-TARIH OR BH-TARIH > RD-BIT-TARIH
              GO RR-FIS-OKU.
           IF BH-STNO < 1 OR BH-STNO > 9 GO RR-FIS-OKU.
           PERFORM RR-IPTAL-BAK THRU RR-IPTAL-BAK-SON.
           IF RR-IPTAL = "E" GO RR-FIS-OKU.
           MOVE BH-STNO TO RD-STNO. MOVE BH-TARIH TO RD-TARIH.
           MOVE BH-UYENO TO RD-UYENO.
           PERFORM RD-UYE-BUL THRU RD-UYE-BUL-SON.
           MOVE BH-STNO TO RR-I.
           PERFORM RR-FIS-EKLE THRU RR-FIS-EKLE-SON.
           MOVE 10 TO RR-I.
           PERFORM RR-FIS-EKLE THRU RR-FIS-EKLE-SON.
           GO RR-FIS-OKU.
       RR-YAZ. PERFORM YAZICI-AC.
           MOVE RD-BAS-TARIH TO RR-B-BAS. MOVE RD-BIT-TARIH TO RR-B-BIT.
           WRITE SATIR FROM RR-Z1 AFTER 2.
           WRITE SATIR FROM RR-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE SPACES TO DEPO-ADI.
           START DEPO KEY NOT LESS THAN DEPO-ADI INVALID KEY
              GO RR-TOPLAM.
       RR-DOKU. READ DEPO NEXT AT END GO RR-TOPLAM.
           IF DEPO-NO < 1 OR DEPO-NO > 9 GO RR-DOKU.
           MOVE DEPO-NO TO RR-I RR-D-NO.
           MOVE DEPO-ADI TO RR-D-ADI.
           PERFORM RR-SATIR-YAZ THRU RR-SATIR-YAZ-SON.
           GO RR-DOKU.
       RR-TOPLAM. WRITE SATIR FROM CIZGI.
           MOVE 10 TO RR-I. MOVE 0 TO RR-D-NO.
           MOVE "TOPLAM" TO RR-D-ADI.
           PERFORM RR-SATIR-YAZ THRU RR-SATIR-YAZ-SON.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "RANDEVU RAPORU YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       RR-SON. CLOSE RANDEVU BRDH BRD DEPO.
           GO RR-CIK.
       RR-RAND-EKLE.
           ADD 1 TO RR-RAND (RR-I).
           IF RV-GELDI ADD 1 TO RR-GELDI (RR-I)
           ELSE IF RV-TARIH < RD-BUGUN ADD 1 TO RR-GELMEDI (RR-I)
           ELSE ADD 1 TO RR-BEKLEYEN (RR-I).
       RR-RAND-EKLE-SON. EXIT.
       RR-FIS-EKLE.
           ADD 1 TO RR-FIS (RR-I).
           IF RD-VAR NOT = "E" ADD 1 TO RR-RSIZ (RR-I).
       RR-FIS-EKLE-SON. EXIT.
      * BASLIGIN FISI IPTAL EDILMIS MI: AYNI DONEMIN ILK SATIRINA
      * BAKILIR.
       RR-IPTAL-BAK.
           MOVE "H" TO RR-IPTAL.
           MOVE BH-FISNO TO FISNO. MOVE SPACES TO KALITE DONEM.
           MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN KOD INVALID KEY
              GO RR-IPTAL-BAK-SON.
       RR-IB-OKU. READ BRD NEXT AT END GO RR-IPTAL-BAK-SON.
           IF FISNO NOT = BH-FISNO GO RR-IPTAL-BAK-SON.
           IF DONEM NOT = BH-DONEM GO RR-IB-OKU.
           IF FIS-IPTAL MOVE "E" TO RR-IPTAL.
       RR-IPTAL-BAK-SON. EXIT.
       RR-SATIR-YAZ.
           MOVE RR-RAND (RR-I) TO RR-D-RAND.
           MOVE RR-GELDI (RR-I) TO RR-D-GELDI.
           MOVE RR-GELMEDI (RR-I) TO RR-D-GELMEDI.
           MOVE RR-BEKLEYEN (RR-I) TO RR-D-BEKLEYEN.
           MOVE RR-FIS (RR-I) TO RR-D-FIS.
           MOVE RR-RSIZ (RR-I) TO RR-D-RSIZ.
           MOVE 0 TO RR-D-ORAN.
           IF RR-GELDI (RR-I) + RR-GELMEDI (RR-I) > 0
              COMPUTE RR-D-ORAN ROUNDED = RR-GELMEDI (RR-I) * 100 /
                 (RR-GELDI (RR-I) + RR-GELMEDI (RR-I)).
           WRITE SATIR FROM RR-Z3.
       RR-SATIR-YAZ-SON. EXIT.
       RR-CIK. EXIT.
      * AMBALAJ TURU VE BIRIM DEPOZITO TANIMI. TUR KODU HAREKETLERDE
      * KULLANILDIGINDAN SILME YERINE DEPOZITO SIFIRLANABILIR.
       AMBALAJ-TANIM SECTION.
       AMT-BAS. MOVE 3 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU ISLEM ICIN YETKINIZ YOK {ENT BAS}"
              ACCEPT CEVAP GO AMT-CIK.
           DISPLAY (1 1) ERASE. OPEN I-O AMBTAB.
           IF AT-DST = "35" OPEN OUTPUT AMBTAB CLOSE AMBTAB
              OPEN I-O AMBTAB.
       AMT-GIR. MOVE SPACES TO AT-TUR AT-ADI. MOVE 0 TO AT-DEPOZITO.
           DISPLAY EK-AT.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-AT ON ESCAPE GO AMT-SON.
           IF AT-TUR = SPACE
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBALAJ TURU KODU GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO AMT-GIR.
           IF AT-ADI NOT = SPACES GO AMT-YAZ.
           DELETE AMBTAB RECORD INVALID KEY CONTINUE.
           GO AMT-GIR.
       AMT-YAZ. WRITE AMBTAB-KAYDI INVALID KEY REWRITE AMBTAB-KAYDI.
           GO AMT-GIR.
       AMT-SON. CLOSE AMBTAB.
       AMT-CIK. EXIT.
      * AMBALAJ HAREKETI: UYEYE VERILEN VE UYEDEN ELDEN IADE ALINAN
      * AMBALAJ ILE DEPONUN GIRIS / CIKIS (HURDA, SAYIM FARKI)
      * HAREKETLERI. YUKLE GELEN IADE KANTAR FISINDE GIRILIR.
       AMBALAJ-HAREKET SECTION.
       AMH-BAS. DISPLAY (1 1) ERASE.
           PERFORM AM-TUR-YUKLE THRU AM-TUR-YUKLE-SON.
           IF AM-T-SAY = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE AMBALAJ TURLERINI TANIMLAYINIZ {ENT BAS}"
              ACCEPT CEVAP GO AMH-CIK.
           PERFORM AM-AC THRU AM-AC-SON.
           IF AH-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBHAR.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO AMH-CIK.
           MOVE 0 TO AM-TARIH. MOVE SPACES TO AM-DEPO.
       AMH-GIR. MOVE 0 TO AM-UYENO AM-ADET.
           MOVE SPACES TO AM-TIP AM-ARA-TUR.
           DISPLAY EK-AH.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-AH ON ESCAPE GO AMH-SON.
           IF AM-TIP NOT = "V" AND AM-TIP NOT = "I"
              AND AM-TIP NOT = "G" AND AM-TIP NOT = "C"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET TIPI V, I, G VEYA C OLMALI {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           IF AM-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           IF AM-ADET = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ADET GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           PERFORM AM-TUR-ARA THRU AM-TUR-ARA-SON.
           IF AM-I = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ AMBALAJ TURU {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           MOVE AM-DEPO TO TG-DEPO-ADI.
           PERFORM TG-DEPO-BUL THRU TG-DEPO-BUL-SON.
           IF TG-HATALI = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1) TG-HATA-MESAJ
              ACCEPT CEVAP GO AMH-GIR.
           MOVE STNO TO AM-STNO.
           IF AM-TIP = "V" OR AM-TIP = "I" GO AMH-UYE.
           IF AM-UYENO NOT = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEPO HAREKETINDE UYE NO 0 OLMALI {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           GO AMH-ONAY.
       AMH-UYE. MOVE AM-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           IF AM-UYENO = 0 OR AD-SOYAD = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
           DISPLAY (16 30) AD-SOYAD.
           PERFORM AM-KALAN-BUL THRU AM-KALAN-BUL-SON.
           MOVE AM-KALAN TO AM-D-KALAN.
           DISPLAY (17 30) AM-D-KALAN.
           IF AM-TIP = "I" AND AM-ADET > AM-KALAN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "IADE UYEDEKI ACIK ADETTEN FAZLA {ENT BAS}"
              ACCEPT CEVAP GO AMH-GIR.
       AMH-ONAY. DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO AMH-GIR.
           MOVE AM-UYENO TO AH-UYENO. MOVE AM-TARIH TO AH-TARIH.
           MOVE 0 TO AH-SIRA AH-TRFIS AH-PARTI AH-TUTAR.
           MOVE AM-TIP TO AH-TIP. MOVE AM-ARA-TUR TO AH-TUR.
           MOVE AM-ADET TO AH-ADET. MOVE AM-STNO TO AH-STNO.
           MOVE SPACES TO AH-DONEM.
           PERFORM AM-YAZ THRU AM-YAZ-SON.
           GO AMH-GIR.
       AMH-SON. PERFORM AM-KAPAT THRU AM-KAPAT-SON.
       AMH-CIK. EXIT.
      * UYE AMBALAJ BORC LISTESI: ELINDE HALA AMBALAJ KALAN UYELER
      * TUR TUR ACIK ADET VE DEPOZITO KARSILIGIYLA YAZICIYA DOKULUR.
       AMBALAJ-LISTE SECTION.
       AML-BAS. DISPLAY (1 1) ERASE.
           PERFORM AM-TUR-YUKLE THRU AM-TUR-YUKLE-SON.
           OPEN INPUT AMBHAR.
           IF AH-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBHAR.DAT ACILAMADI, HAREKET YOK {ENT BAS}"
              ACCEPT CEVAP GO AML-CIK.
           DISPLAY (10 10)
              "UYE AMBALAJ BORC LISTESI DOKULSUN MU {E/H}:".
           ACCEPT (10 55) CEVAP.
           IF CEVAP NOT = "E" GO AML-SON.
           DISPLAY (12 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           ACCEPT AM-BUGUN FROM DATE YYYYMMDD.
           PERFORM YAZICI-AC.
           MOVE AM-BUGUN TO AL-B-TARIH.
           WRITE SATIR FROM AL-Z1 AFTER 2.
           WRITE SATIR FROM AL-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO AM-UYE-SAY AM-ESKI-UYENO.
           MOVE 0 TO AH-UYENO AH-TARIH AH-SIRA.
           START AMBHAR KEY NOT LESS THAN AH-KOD INVALID KEY
              GO AML-BIT.
       AML-OKU. READ AMBHAR NEXT AT END GO AML-BIT.
           IF AH-UYENO = 0 GO AML-OKU.
           IF AH-UYENO NOT = AM-ESKI-UYENO
              PERFORM AML-UYE-YAZ THRU AML-UYE-YAZ-SON
              MOVE AH-UYENO TO AM-ESKI-UYENO.
           MOVE AH-TUR TO AM-ARA-TUR.
           PERFORM AM-TUR-ARA THRU AM-TUR-ARA-SON.
           IF AM-I = 0 GO AML-OKU.
           IF AH-VERILDI ADD AH-ADET TO AM-T-UYE (AM-I)
           ELSE SUBTRACT AH-ADET FROM AM-T-UYE (AM-I).
           GO AML-OKU.
       AML-BIT. PERFORM AML-UYE-YAZ THRU AML-UYE-YAZ-SON.
           WRITE SATIR FROM CIZGI.
           PERFORM AML-TOPLAM THRU AML-TOPLAM-SON
              VARYING AM-I FROM 1 BY 1 UNTIL AM-I > AM-T-SAY.
           MOVE AM-UYE-SAY TO AL-T-UYE.
           WRITE SATIR FROM AL-Z5.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "AMBALAJ BORC LISTESI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       AML-SON. CLOSE AMBHAR.
           GO AML-CIK.
      * BIR UYENIN TUR BAKIYELERI DOKULUP SIFIRLANIR.
       AML-UYE-YAZ.
           IF AM-ESKI-UYENO = 0 GO AML-UYE-YAZ-SON.
           MOVE "E" TO AM-ILK.
           PERFORM AML-TUR-YAZ THRU AML-TUR-YAZ-SON
              VARYING AM-J FROM 1 BY 1 UNTIL AM-J > AM-T-SAY.
           IF AM-ILK = "H" ADD 1 TO AM-UYE-SAY.
       AML-UYE-YAZ-SON. EXIT.
       AML-TUR-YAZ.
           IF AM-T-UYE (AM-J) NOT > 0 GO AML-TUR-SIFIR.
           IF AM-ILK = "E"
              MOVE AM-ESKI-UYENO TO UYENO AL-D-UYENO
              MOVE SPACES TO AD-SOYAD
              PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON
              MOVE AD-SOYAD TO AL-D-ADI
              MOVE "H" TO AM-ILK
           ELSE
              MOVE 0 TO AL-D-UYENO MOVE SPACES TO AL-D-ADI.
           MOVE AM-T-ADI (AM-J) TO AL-D-TUR.
           MOVE AM-T-UYE (AM-J) TO AL-D-ADET.
           COMPUTE AM-TUTAR = AM-T-UYE (AM-J) * AM-T-FIAT (AM-J).
           MOVE AM-TUTAR TO AL-D-TUTAR.
           WRITE SATIR FROM AL-Z3.
           ADD AM-T-UYE (AM-J) TO AM-T-TOP (AM-J).
           ADD AM-TUTAR TO AM-T-TTUT (AM-J).
       AML-TUR-SIFIR.
           MOVE 0 TO AM-T-UYE (AM-J).
       AML-TUR-YAZ-SON. EXIT.
       AML-TOPLAM.
           MOVE AM-T-ADI (AM-I) TO AL-T-TUR.
           MOVE AM-T-TOP (AM-I) TO AL-T-ADET.
           MOVE AM-T-TTUT (AM-I) TO AL-T-TUTAR.
           WRITE SATIR FROM AL-Z4.
       AML-TOPLAM-SON. EXIT.
       AML-CIK. EXIT.
      * DEPO AMBALAJ SAYIMI: HER ALIM MERKEZINDE OLMASI GEREKEN
      * AMBALAJ (GIRIS - CIKIS - UYEYE VERILEN + IADE) TUR TUR
      * DOKULUR; ALTINDA UYELERDE KALAN AMBALAJ OZETI YER ALIR.
       AMBALAJ-SAYIM SECTION.
       AMS-BAS. DISPLAY (1 1) ERASE.
           PERFORM AM-TUR-YUKLE THRU AM-TUR-YUKLE-SON.
           OPEN INPUT AMBHAR DEPO.
           IF AH-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBHAR.DAT ACILAMADI, HAREKET YOK {ENT BAS}"
              ACCEPT CEVAP GO AMS-SON.
           IF P2-DST2 NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEPO.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO AMS-SON.
           DISPLAY (10 10) "DEPO AMBALAJ SAYIMI DOKULSUN MU {E/H}:".
           ACCEPT (10 50) CEVAP.
           IF CEVAP NOT = "E" GO AMS-SON.
           DISPLAY (12 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           ACCEPT AM-BUGUN FROM DATE YYYYMMDD.
           MOVE ZEROS TO AS-TABLO.
           MOVE 0 TO AH-UYENO AH-TARIH AH-SIRA.
           START AMBHAR KEY NOT LESS THAN AH-KOD INVALID KEY
              GO AMS-YAZ.
       AMS-OKU. READ AMBHAR NEXT AT END GO AMS-YAZ.
           MOVE AH-TUR TO AM-ARA-TUR.
           PERFORM AM-TUR-ARA THRU AM-TUR-ARA-SON.
           IF AM-I = 0 GO AMS-OKU.
           IF AH-VERILDI ADD AH-ADET TO AM-T-VER (AM-I).
           IF AH-IADE ADD AH-ADET TO AM-T-IADE (AM-I).
           IF AH-DEPOZITO ADD AH-ADET TO AM-T-KES (AM-I).
           IF AH-STNO < 1 OR AH-STNO > 9 GO AMS-OKU.
           MOVE AH-STNO TO AM-J.
           PERFORM AMS-EKLE THRU AMS-EKLE-SON.
           MOVE 10 TO AM-J.
           PERFORM AMS-EKLE THRU AMS-EKLE-SON.
           GO AMS-OKU.
       AMS-YAZ. PERFORM YAZICI-AC.
           MOVE AM-BUGUN TO AS-B-TARIH.
           WRITE SATIR FROM AS-Z1 AFTER 2.
           WRITE SATIR FROM AS-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE SPACES TO DEPO-ADI.
           START DEPO KEY NOT LESS THAN DEPO-ADI INVALID KEY
              GO AMS-TOPLAM.
       AMS-DOKU. READ DEPO NEXT AT END GO AMS-TOPLAM.
           IF DEPO-NO < 1 OR DEPO-NO > 9 GO AMS-DOKU.
           MOVE DEPO-NO TO AM-J AS-D-NO.
           MOVE DEPO-ADI TO AS-D-ADI.
           PERFORM AMS-SATIR-YAZ THRU AMS-SATIR-YAZ-SON
              VARYING AM-I FROM 1 BY 1 UNTIL AM-I > AM-T-SAY.
           GO AMS-DOKU.
       AMS-TOPLAM. WRITE SATIR FROM CIZGI.
           MOVE 10 TO AM-J. MOVE 0 TO AS-D-NO.
           MOVE "TOPLAM" TO AS-D-ADI.
           PERFORM AMS-SATIR-YAZ THRU AMS-SATIR-YAZ-SON
              VARYING AM-I FROM 1 BY 1 UNTIL AM-I > AM-T-SAY.
           WRITE SATIR FROM AS-Z5 AFTER 2.
           WRITE SATIR FROM CIZGI.
           PERFORM AMS-UYE-YAZ THRU AMS-UYE-YAZ-SON
              VARYING AM-I FROM 1 BY 1 UNTIL AM-I > AM-T-SAY.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "DEPO AMBALAJ SAYIMI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       AMS-SON. CLOSE AMBHAR DEPO.
           GO AMS-CIK.
       AMS-EKLE.
           IF AH-GIRIS ADD AH-ADET TO AS-GIRIS (AM-J AM-I).
           IF AH-CIKIS ADD AH-ADET TO AS-CIKIS (AM-J AM-I).
           IF AH-VERILDI ADD AH-ADET TO AS-VER (AM-J AM-I).
           IF AH-IADE ADD AH-ADET TO AS-IADE (AM-J AM-I).
       AMS-EKLE-SON. EXIT.
      * HAREKETI OLMAYAN TUR SATIRI BASILMAZ.
       AMS-SATIR-YAZ.
           IF AS-GIRIS (AM-J AM-I) = 0 AND AS-CIKIS (AM-J AM-I) = 0
              AND AS-VER (AM-J AM-I) = 0 AND AS-IADE (AM-J AM-I) = 0
              GO AMS-SATIR-YAZ-SON.
           MOVE AM-T-ADI (AM-I) TO AS-D-TUR.
           MOVE AS-GIRIS (AM-J AM-I) TO AS-D-GIRIS.
           MOVE AS-CIKIS (AM-J AM-I) TO AS-D-CIKIS.
           MOVE AS-VER (AM-J AM-I) TO AS-D-VER.
           MOVE AS-IADE (AM-J AM-I) TO AS-D-IADE.
           COMPUTE AM-KALAN = AS-GIRIS (AM-J AM-I)
              - AS-CIKIS (AM-J AM-I) - AS-VER (AM-J AM-I)
              + AS-IADE (AM-J AM-I).
           MOVE AM-KALAN TO AS-D-DEPODA.
           WRITE SATIR FROM AS-Z3.
       AMS-SATIR-YAZ-SON. EXIT.
       AMS-UYE-YAZ.
           MOVE AM-T-ADI (AM-I) TO AS-U-TUR.
           MOVE AM-T-VER (AM-I) TO AS-U-VER.
           MOVE AM-T-IADE (AM-I) TO AS-U-IADE.
           MOVE AM-T-KES (AM-I) TO AS-U-KES.
           COMPUTE AM-KALAN = AM-T-VER (AM-I) - AM-T-IADE (AM-I)
              - AM-T-KES (AM-I).
           MOVE AM-KALAN TO AS-U-KALAN.
           WRITE SATIR FROM AS-Z6.
       AMS-UYE-YAZ-SON. EXIT.
       AMS-CIK. EXIT.
      * SEVKIYAT LOT ATAMA: KAYITLI BIR ARACIN YUKU, VERILEN TARIH
      * ARALIGINDA AYNI DEPO VE KALITEDEKI GIRIS FISI SATIRLARINA ILK
      * GELEN ILK GIDER SIRASIYLA DAGITILIR. MEVCUT ATAMA ISTENIRSE
      * SILINIP BASTAN YAPILIR, ISTENMEZSE EKSIK KALAN KISIM TAMAMLANIR.
       SEVK-LOT SECTION.
       LA-BAS. DISPLAY (1 1) ERASE. OPEN INPUT SEVK.
           IF SV-DURUM NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SEVK.DAT ACILAMADI, SEVKIYAT YOK {ENT BAS}"
              ACCEPT CEVAP GO LA-CIK.
       LA-GIR. MOVE 0 TO SV-NO.
           DISPLAY EK-LA.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-LA ON ESCAPE GO LA-SON.
           READ SEVK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU NUMARADA SEVKIYAT YOK {ENT BAS}" ACCEPT CEVAP
              GO LA-GIR.
           PERFORM LT-MEVCUT THRU LT-MEVCUT-SON.
           DISPLAY EK-LA2.
           MOVE 0 TO LT-BAS-TARIH LT-BIT-TARIH.
           DISPLAY EK-LT.
           ACCEPT EK-LT ON ESCAPE GO LA-GIR.
           IF LT-BAS-TARIH = 0 OR LT-BIT-TARIH < LT-BAS-TARIH
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH ARALIGI HATALI {ENT BAS}" ACCEPT CEVAP
              GO LA-GIR.
           MOVE "H" TO LT-SIL.
           IF LT-ESKI > 0
              DISPLAY (18 10)
              "MEVCUT ATAMA SILINIP BASTAN YAPILSIN MI {E/H}:"
              ACCEPT (18 57) LT-SIL.
           DISPLAY (19 10) "LOT ATAMASI YAPILSIN MI {E/H}:".
           ACCEPT (19 42) CEVAP.
           IF CEVAP NOT = "E" GO LA-GIR.
           IF LT-SIL = "E" PERFORM LT-TEMIZLE THRU LT-TEMIZLE-SON.
           PERFORM LT-DAGIT THRU LT-DAGIT-SON.
           PERFORM LT-SONUC THRU LT-SONUC-SON.
           GO LA-GIR.
       LA-SON. CLOSE SEVK.
       LA-CIK. EXIT.
      * LOT IZLEME RAPORU: SEVK NO ILE ARACA YUKLENEN FIS SATIRLARI VE
      * BIRLIK KABUL SONUCU, FIS NO + DONEM ILE FISIN HER SATIRININ
      * GITTIGI ARACLAR VE KABUL SONUCLARI YAZICIYA DOKULUR.
       LOT-IZLEME SECTION.
       LI-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT SEVK SVLOT BRD.
           IF SV-DURUM NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SEVK.DAT ACILAMADI, SEVKIYAT YOK {ENT BAS}"
              ACCEPT CEVAP GO LI-SON.
           IF LO-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SVLOT.DAT ACILAMADI, LOT ATAMASI YOK {ENT BAS}"
              ACCEPT CEVAP GO LI-SON.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI {ENT BAS}"
              ACCEPT CEVAP GO LI-SON.
       LI-GIR. MOVE 0 TO LT-SVNO LT-FISNO. MOVE SPACES TO LT-DONEM.
           DISPLAY EK-LI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-LI ON ESCAPE GO LI-SON.
           IF LT-SVNO > 0 GO LI-ARAC.
           IF LT-FISNO = 0 OR LT-DONEM = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SEVK NO YA DA FIS NO VE DONEM GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO LI-GIR.
           GO LI-FIS.
       LI-ARAC. MOVE LT-SVNO TO SV-NO.
           READ SEVK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU NUMARADA SEVKIYAT YOK {ENT BAS}" ACCEPT CEVAP
              GO LI-GIR.
           DISPLAY (14 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           PERFORM YAZICI-AC.
           MOVE SV-NO TO LI-B-SVNO. MOVE SV-TARIH TO LI-B-TARIH.
           MOVE SV-PLAKA TO LI-B-PLAKA. MOVE SV-DEPO-ADI TO LI-B-DEPO.
           MOVE SV-KALITE TO LI-B-KALITE. MOVE SV-KILO TO LI-B-KILO.
           MOVE SV-KABUL-KILO TO LI-B-KABUL.
           MOVE SV-KABUL-TARIH TO LI-B-KTARIH.
           PERFORM LI-FIRE-BUL THRU LI-FIRE-BUL-SON.
           MOVE LT-FIRE TO LI-B-FIRE.
           WRITE SATIR FROM LI-Z1 AFTER 2.
           WRITE SATIR FROM LI-Z2.
           WRITE SATIR FROM LI-Z3.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM LI-Z4B.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO LT-SAY LT-KILO.
           MOVE SV-NO TO LO-SVNO. MOVE 0 TO LO-FISNO LO-TARIH.
           MOVE SPACES TO LO-KALITE LO-DONEM.
           START SVLOT KEY NOT LESS THAN LO-KOD INVALID KEY
              GO LI-ARAC-BIT.
       LI-ARAC-OKU. READ SVLOT NEXT AT END GO LI-ARAC-BIT.
           IF LO-SVNO NOT = SV-NO GO LI-ARAC-BIT.
           MOVE LO-BRD-KOD TO KOD.
           READ BRD INVALID KEY MOVE SPACES TO AD-SOYAD.
           MOVE LO-FISNO TO LI-D-FISNO. MOVE LO-TARIH TO LI-D-TARIH.
           MOVE LO-UYENO TO LI-D-UYENO. MOVE AD-SOYAD TO LI-D-ADI.
           MOVE LO-KALITE TO LI-D-KALITE. MOVE LO-KILO TO LI-D-KILO.
           WRITE SATIR FROM LI-Z4.
           ADD 1 TO LT-SAY. ADD LO-KILO TO LT-KILO.
           GO LI-ARAC-OKU.
       LI-ARAC-BIT. WRITE SATIR FROM CIZGI.
           MOVE LT-SAY TO LI-T-SAY. MOVE LT-KILO TO LI-T-KILO.
           WRITE SATIR FROM LI-Z5.
           GO LI-BITTI.
       LI-FIS. DISPLAY (14 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           PERFORM YAZICI-AC.
           MOVE LT-FISNO TO LI-B-FISNO. MOVE LT-DONEM TO LI-B-DONEM.
           WRITE SATIR FROM LI-Z6 AFTER 2.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM LI-Z4B.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO LT-SAY.
           MOVE LT-FISNO TO FISNO. MOVE SPACES TO KALITE DONEM.
           MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN KOD INVALID KEY
              GO LI-FIS-BIT.
       LI-FIS-OKU. READ BRD NEXT AT END GO LI-FIS-BIT.
           IF FISNO NOT = LT-FISNO GO LI-FIS-BIT.
           IF DONEM NOT = LT-DONEM GO LI-FIS-OKU.
           ADD 1 TO LT-SAY.
           MOVE FISNO TO LI-D-FISNO. MOVE TARIH TO LI-D-TARIH.
           MOVE UYENO TO LI-D-UYENO. MOVE AD-SOYAD TO LI-D-ADI.
           MOVE KALITE TO LI-D-KALITE. MOVE MIKTARI TO LI-D-KILO.
           WRITE SATIR FROM LI-Z4.
           PERFORM LI-SATIR-ARAC THRU LI-SATIR-ARAC-SON.
           GO LI-FIS-OKU.
       LI-FIS-BIT.
           IF LT-SAY = 0 WRITE SATIR FROM LI-Z9.
           WRITE SATIR FROM CIZGI.
       LI-BITTI. CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "LOT IZLEME RAPORU YAZICIDA".
           DISPLAY (24 1) "DEVAM ICIN {ENT BAS}". ACCEPT CEVAP.
           GO LI-GIR.
       LI-SON. CLOSE SEVK SVLOT BRD.
           GO LI-CIK.
      * FIS SATIRININ (KOD) YUKLENDIGI ARACLAR ALTERNATIF ANAHTARLA
      * BULUNUP KABUL SONUCUYLA BIRLIKTE BASILIR.
       LI-SATIR-ARAC. MOVE 0 TO LT-ARAC-SAY.
           MOVE KOD TO LO-BRD-KOD.
           START SVLOT KEY NOT LESS THAN LO-BRD-KOD INVALID KEY
              GO LI-SA-BIT.
       LI-SA-OKU. READ SVLOT NEXT AT END GO LI-SA-BIT.
           IF LO-BRD-KOD NOT = KOD GO LI-SA-BIT.
           ADD 1 TO LT-ARAC-SAY.
           MOVE LO-SVNO TO SV-NO LI-S-SVNO. MOVE LO-KILO TO LI-S-KILO.
           READ SEVK INVALID KEY MOVE SPACES TO SV-TARIH SV-PLAKA
              MOVE 0 TO SV-KILO SV-KABUL-KILO.
           MOVE SV-TARIH TO LI-S-TARIH. MOVE SV-PLAKA TO LI-S-PLAKA.
           PERFORM LI-FIRE-BUL THRU LI-FIRE-BUL-SON.
           MOVE LI-B-DURUM TO LI-S-DURUM. MOVE LT-FIRE TO LI-S-FIRE.
           WRITE SATIR FROM LI-Z7.
           GO LI-SA-OKU.
       LI-SA-BIT. IF LT-ARAC-SAY = 0 WRITE SATIR FROM LI-Z8.
       LI-SATIR-ARAC-SON. EXIT.
      * KABUL KILOSU GIRILMIS SEVKIYATIN FIRE YUZDESI; GIRILMEMISSE
      * SEVKIYAT HALA KABUL BEKLIYOR.
       LI-FIRE-BUL. MOVE 0 TO LT-FIRE.
           IF SV-KABUL-KILO = 0
              MOVE "KABUL BEKLIYOR" TO LI-B-DURUM
              GO LI-FIRE-BUL-SON.
           MOVE "KABUL EDILDI" TO LI-B-DURUM.
           IF SV-KILO > 0
              COMPUTE LT-FIRE ROUNDED =
                 (SV-KILO - SV-KABUL-KILO) * 100 / SV-KILO.
       LI-FIRE-BUL-SON. EXIT.
       LI-CIK. EXIT.
      * ORTAK (PAYLI UYE) KAYDI: ORTAK.DAT'TAKI URETICI ORTAKLIGA
      * ALINIR, TAAHHUT ETTIGI PAY SERMAYESI VE DURUMU TUTULUR.
      * AYRILAN ORTAK SILINMEZ; C YAPILIP CIKIS TARIHI GIRILIR.
       ORTAK-UYE SECTION.
       PU-BAS. DISPLAY (1 1) ERASE. OPEN I-O ORTUYE.
           IF OU-DST = "35" OPEN OUTPUT ORTUYE CLOSE ORTUYE
              OPEN I-O ORTUYE.
           IF OU-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTUYE.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO PU-CIK.
           PERFORM PA-AC THRU PA-AC-SON.
           ACCEPT PA-BUGUN FROM DATE YYYYMMDD.
       PU-GIR. MOVE 0 TO PA-UYENO.
           DISPLAY EK-OU.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-OU ON ESCAPE GO PU-SON.
           MOVE PA-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           IF PA-UYENO = 0 OR AD-SOYAD = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO ORTAK DOSYASINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO PU-GIR.
           MOVE PA-UYENO TO OU-UYENO.
           READ ORTUYE INVALID KEY
              MOVE PA-UYENO TO OU-UYENO MOVE PA-BUGUN TO OU-GIRIS
              MOVE 0 TO OU-TAAHHUT OU-CIKIS MOVE "A" TO OU-DURUM.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           MOVE PA-ODENEN TO PA-D-TUTAR.
           DISPLAY EK-OU2.
           DISPLAY (14 30) PA-D-TUTAR.
           ACCEPT EK-OU2 ON ESCAPE GO PU-GIR.
           IF NOT OU-AKTIF AND NOT OU-CIKTI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DURUM A VEYA C OLMALI {ENT BAS}"
              ACCEPT CEVAP GO PU-GIR.
           IF OU-GIRIS = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GIRIS TARIHI GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO PU-GIR.
           IF OU-CIKTI AND OU-CIKIS = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AYRILAN ORTAGIN CIKIS TARIHI GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO PU-GIR.
           IF OU-AKTIF MOVE 0 TO OU-CIKIS.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO PU-GIR.
           WRITE ORTUYE-KAYDI INVALID KEY REWRITE ORTUYE-KAYDI.
           GO PU-GIR.
       PU-SON. CLOSE ORTUYE.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
       PU-CIK. EXIT.
      * ORTAKLIK PAYI ODEME / IADE: ORTAGIN ELDEN YA DA HAVALEYLE
      * ODEDIGI PAY ILE AYRILAN ORTAGA GERI VERILEN PAY ISLENIR.
      * ZEYTIN BEDELINDEN KESILEN PAY BANKA ODEME PARTISINDE YAZILIR.
       PAY-HAREKET SECTION.
       PH-BAS. DISPLAY (1 1) ERASE. OPEN INPUT ORTUYE.
           IF OU-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTUYE.DAT YOK, ONCE ORTAK KAYDI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO PH-CIK.
           PERFORM PA-AC THRU PA-AC-SON.
           IF PA-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTPAY.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO PH-SON.
           MOVE 0 TO PA-TARIH.
       PH-GIR. MOVE 0 TO PA-UYENO PA-TUTAR.
           MOVE SPACES TO PA-TIP PA-ACIKLAMA.
           DISPLAY EK-PH.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-PH ON ESCAPE GO PH-SON.
           IF PA-TIP NOT = "O" AND PA-TIP NOT = "I"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAREKET TIPI O VEYA I OLMALI {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           IF PA-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           IF PA-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUTAR GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           MOVE PA-UYENO TO OU-UYENO.
           READ ORTUYE INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU UYE ORTAK DEGIL, ONCE ORTAK KAYDI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           MOVE PA-UYENO TO UYENO. MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           DISPLAY (14 30) AD-SOYAD.
           MOVE OU-TAAHHUT TO PA-D-TUTAR.
           DISPLAY (15 30) PA-D-TUTAR.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           MOVE PA-ODENEN TO PA-D-TUTAR.
           DISPLAY (16 30) PA-D-TUTAR.
           COMPUTE PA-KALAN = OU-TAAHHUT - PA-ODENEN.
           IF PA-TIP = "O" AND NOT OU-AKTIF
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AYRILMIS ORTAKTAN PAY ALINMAZ {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           IF PA-TIP = "O" AND PA-TUTAR > PA-KALAN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ODEME KALAN PAY BORCUNDAN FAZLA {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           IF PA-TIP = "I" AND PA-TUTAR > PA-ODENEN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "IADE ODENMIS PAYDAN FAZLA {ENT BAS}"
              ACCEPT CEVAP GO PH-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO PH-GIR.
           MOVE PA-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO PH-GIR.
           MOVE PA-UYENO TO PY-UYENO. MOVE PA-TARIH TO PY-TARIH.
           MOVE 0 TO PY-SIRA PY-PARTI.
           MOVE PA-TIP TO PY-TIP. MOVE PA-TUTAR TO PY-TUTAR.
           MOVE SPACES TO PY-DONEM. MOVE PA-ACIKLAMA TO PY-ACIKLAMA.
           PERFORM PA-YAZ THRU PA-YAZ-SON.
           GO PH-GIR.
       PH-SON. CLOSE ORTUYE.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
       PH-CIK. EXIT.
      * ORTAKLIK PAYI LISTESI: HER ORTAGIN TAAHHUDU, ODENMIS PAYI VE
      * KALAN PAY BORCU YAZICIYA DOKULUR.
       PAY-LISTE SECTION.
       PL-BAS. DISPLAY (1 1) ERASE. OPEN INPUT ORTUYE.
           IF OU-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTUYE.DAT ACILAMADI, ORTAK KAYDI YOK {ENT BAS}"
              ACCEPT CEVAP GO PL-CIK.
           PERFORM PA-AC THRU PA-AC-SON.
           DISPLAY (10 10) "ORTAKLIK PAYI LISTESI DOKULSUN MU {E/H}:".
           ACCEPT (10 52) CEVAP.
           IF CEVAP NOT = "E" GO PL-SON.
           DISPLAY (12 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           ACCEPT PA-BUGUN FROM DATE YYYYMMDD.
           PERFORM YAZICI-AC.
           MOVE PA-BUGUN TO PL-B-TARIH.
           WRITE SATIR FROM PL-Z1 AFTER 2.
           WRITE SATIR FROM PL-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO PL-SAY PL-AKTIF PL-TAMAM.
           MOVE 0 TO PL-TTAAHHUT PL-TODENEN PL-TKALAN.
           MOVE 0 TO OU-UYENO.
           START ORTUYE KEY NOT LESS THAN OU-UYENO INVALID KEY
              GO PL-BIT.
       PL-OKU. READ ORTUYE NEXT AT END GO PL-BIT.
           MOVE OU-UYENO TO PA-UYENO UYENO PL-D-UYENO.
           MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           MOVE AD-SOYAD TO PL-D-ADI.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           COMPUTE PA-KALAN = OU-TAAHHUT - PA-ODENEN.
           ADD 1 TO PL-SAY.
           IF OU-AKTIF MOVE "AKTIF" TO PL-D-DURUM ADD 1 TO PL-AKTIF
           ELSE MOVE "AYRLD" TO PL-D-DURUM.
           IF OU-AKTIF AND OU-TAAHHUT > 0 AND PA-KALAN NOT > 0
              ADD 1 TO PL-TAMAM.
           MOVE OU-TAAHHUT TO PL-D-TAAHHUT.
           MOVE PA-ODENEN TO PL-D-ODENEN.
           MOVE PA-KALAN TO PL-D-KALAN.
           WRITE SATIR FROM PL-Z3.
           ADD OU-TAAHHUT TO PL-TTAAHHUT. ADD PA-ODENEN TO PL-TODENEN.
           ADD PA-KALAN TO PL-TKALAN.
           GO PL-OKU.
       PL-BIT. WRITE SATIR FROM CIZGI.
           MOVE PL-TTAAHHUT TO PL-T-TAAHHUT.
           MOVE PL-TODENEN TO PL-T-ODENEN.
           MOVE PL-TKALAN TO PL-T-KALAN.
           WRITE SATIR FROM PL-Z4.
           MOVE PL-SAY TO PL-T-SAY. MOVE PL-AKTIF TO PL-T-AKTIF.
           MOVE PL-TAMAM TO PL-T-TAMAM.
           WRITE SATIR FROM PL-Z5.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "ORTAKLIK PAYI LISTESI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       PL-SON. CLOSE ORTUYE.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
       PL-CIK. EXIT.
      * YIL SONU RISTURN DAGITIMI: DAGITILACAK TUTAR, DONEMDE AKTIF
      * ORTAKLARIN IPTAL OLMAYAN TESLIMATLARINA KILO YA DA (KALITE
      * KESINTISI DUSULMUS) TUTAR ORANINDA BOLUSTURULUR. DENEME
      * LISTESI ISTENDIGI KADAR DOKULEBILIR; KESIN DAGITIMDA BANKA
      * KAYDI OLAN ORTAKLAR ICIN BANKEFT.DAT YAZILIR VE HER ORTAGA
      * ORTPAY.DAT'A "R" HAREKETI ISLENIR. BANKA KAYDI OLMAYANA
      * ELDEN ODENIR. BIR DONEMIN RISTURNU BIR KEZ KESINLESIR.
       RISTURN SECTION.
       RS-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT BRD ORTUYE BANKA ODEME.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RS-SON.
           IF OU-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTUYE.DAT ACILAMADI, ORTAK KAYDI YOK {ENT BAS}"
              ACCEPT CEVAP GO RS-SON.
           PERFORM PA-AC THRU PA-AC-SON.
           IF PA-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTPAY.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO RS-SON.
           PERFORM AN-AC THRU AN-AC-SON.
           ACCEPT PA-BUGUN FROM DATE YYYYMMDD.
           MOVE "H" TO RS-BNACIK.
           IF BN-DST = "00" MOVE "E" TO RS-BNACIK.
       RS-GIR. MOVE SPACES TO RS-DONEM. MOVE 0 TO RS-TUTAR.
           MOVE "K" TO RS-ESAS. MOVE "H" TO RS-KESIN.
           DISPLAY EK-RS.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-RS ON ESCAPE GO RS-SON.
           IF RS-DONEM = SPACES OR RS-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DONEM VE DAGITILACAK TUTAR GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO RS-GIR.
           IF RS-ESAS NOT = "K" AND RS-ESAS NOT = "T"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DAGITIM ESASI K VEYA T OLMALI {ENT BAS}"
              ACCEPT CEVAP GO RS-GIR.
           IF RS-KESIN NOT = "E" MOVE "H" TO RS-KESIN.
           IF RS-KESIN = "H" GO RS-ONAY.
           PERFORM RS-ONCEKI-BAK THRU RS-ONCEKI-BAK-SON.
           IF RS-VAR = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU DONEMIN RISTURNU DAHA ONCE DAGITILMIS {ENT BAS}"
              ACCEPT CEVAP GO RS-GIR.
       RS-ONAY. DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP NOT = "E" GO RS-GIR.
           MOVE RS-DONEM TO DONEM. MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU DONEMDE ALIM YOK {ENT BAS}"
              ACCEPT CEVAP GO RS-GIR.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           MOVE 0 TO PB-PARTI.
           IF RS-KESIN = "E"
              PERFORM RS-PARTI THRU RS-PARTI-SON
              OPEN OUTPUT BANKEFT.
           MOVE 0 TO RS-GKILO RS-GTUT RS-DAGITILAN RS-SAY RS-BANKASIZ.
           MOVE 0 TO RS-EFT-SAY RS-EFT-TOP.
           PERFORM YAZICI-AC.
           MOVE RS-DONEM TO RS-B-DONEM. MOVE RS-TUTAR TO RS-B-TUTAR.
           MOVE PB-PARTI TO RS-B-PARTI.
           IF RS-ESAS = "K" MOVE "KILO" TO RS-B-ESAS
           ELSE MOVE "TUTAR" TO RS-B-ESAS.
           IF RS-KESIN = "E" MOVE "KESIN DAGITIM" TO RS-B-MOD
           ELSE MOVE "DENEME LISTESI" TO RS-B-MOD.
           WRITE SATIR FROM RS-Z1 AFTER 2.
           WRITE SATIR FROM RS-Z1B.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM RS-Z2.
           WRITE SATIR FROM CIZGI.
       RS-SRT. SORT SRTWRK ON ASCENDING KEY S-UYENO
               INPUT PROCEDURE IS RS-BESLE
               OUTPUT PROCEDURE IS RS-DOKUM.
           WRITE SATIR FROM CIZGI.
           IF RS-ESAS = "K" MOVE RS-GKILO TO RS-T-ESAS
           ELSE MOVE RS-GTUT TO RS-T-ESAS.
           MOVE RS-DAGITILAN TO RS-T-DAGIT.
           WRITE SATIR FROM RS-Z4.
           COMPUTE RS-T-FARK = RS-TUTAR - RS-DAGITILAN.
           WRITE SATIR FROM RS-Z5.
           MOVE RS-SAY TO RS-T-SAY. MOVE RS-BANKASIZ TO RS-T-BSIZ.
           WRITE SATIR FROM RS-Z6.
           CLOSE YAZICI.
           IF RS-KESIN = "E" CLOSE BANKEFT.
           IF RS-KESIN = "E" AND RS-EFT-TOP > 0
              MOVE PB-PARTI TO BP-PARTI MOVE PA-BUGUN TO BP-TARIH
              MOVE "R" TO BP-TUR MOVE RS-EFT-SAY TO BP-SAYI
              MOVE RS-EFT-TOP TO BP-TUTAR
              PERFORM BP-YAZ THRU BP-YAZ-SON.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "RISTURN LISTESI YAZICIDA".
           IF RS-KESIN = "E"
              DISPLAY (23 10) "HAVALE DOSYASI: BANKEFT.DAT".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       RS-SON. CLOSE BRD ORTUYE BANKA ODEME.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
           PERFORM AN-KAPAT THRU AN-KAPAT-SON.
           GO RS-CIK.
      * DONEMIN KESIN RISTURNU DAHA ONCE ISLENMIS MI (RS-VAR).
       RS-ONCEKI-BAK. MOVE "H" TO RS-VAR.
           MOVE 0 TO PY-UYENO PY-TARIH PY-SIRA.
           START ORTPAY KEY NOT LESS THAN PY-KOD INVALID KEY
              GO RS-ONCEKI-BAK-SON.
       RS-OB-OKU. READ ORTPAY NEXT AT END GO RS-ONCEKI-BAK-SON.
           IF PY-RISTURN AND PY-DONEM = RS-DONEM
              MOVE "E" TO RS-VAR GO RS-ONCEKI-BAK-SON.
           GO RS-OB-OKU.
       RS-ONCEKI-BAK-SON. EXIT.
      * RISTURN HAVALESININ PARTI NUMARASI BANKA ODEME PARTILERIYLE
      * AYNI SIRADAN ALINIR.
       RS-PARTI.
           IF P2-DST2 = "00"
              PERFORM PB-PARTI-BUL THRU PB-PARTI-BUL-SON
              GO RS-PARTI-SON.
           PERFORM PA-PARTI-MAX THRU PA-PARTI-MAX-SON.
           ADD 1 TO PB-PARTI.
       RS-PARTI-SON. EXIT.
       RS-CIK. EXIT.
       RS-BESLE SECTION.
       RS-B1. READ BRD NEXT AT END GO RS-B-SON.
           IF DONEM NOT = RS-DONEM GO RS-B-SON.
           IF FIS-IPTAL GO RS-B1.
           MOVE UYENO TO OU-UYENO.
           READ ORTUYE INVALID KEY GO RS-B1.
           IF NOT OU-AKTIF GO RS-B1.
           MOVE UYENO TO S-UYENO. MOVE AD-SOYAD TO S-AD-SOYAD.
           MOVE MIKTARI TO S-MIKTARI.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           COMPUTE S-TUTAR = MIKTARI * BAREM-FIATI - AN-KTUT.
           ADD MIKTARI TO RS-GKILO. ADD S-TUTAR TO RS-GTUT.
           RELEASE SRT-KAYDI.
           GO RS-B1.
       RS-B-SON. EXIT.
       RS-DOKUM SECTION.
       RS-D1. MOVE 0 TO RS-UYENO RS-UKILO RS-UTUT.
           MOVE "E" TO RS-ILK.
           IF RS-ESAS = "K" AND RS-GKILO = 0 GO RS-D-SON.
           IF RS-ESAS = "T" AND RS-GTUT = 0 GO RS-D-SON.
       RS-D2. RETURN SRTWRK AT END GO RS-D-FLUSH.
           IF RS-ILK = "E" MOVE S-UYENO TO RS-UYENO MOVE "H" TO RS-ILK.
           IF S-UYENO NOT = RS-UYENO
              PERFORM RS-UYE-YAZ THRU RS-UYE-YAZ-SON
              MOVE S-UYENO TO RS-UYENO MOVE 0 TO RS-UKILO RS-UTUT.
           MOVE S-AD-SOYAD TO RS-ADI.
           ADD S-MIKTARI TO RS-UKILO. ADD S-TUTAR TO RS-UTUT.
           GO RS-D2.
       RS-D-FLUSH. IF RS-ILK = "H" PERFORM RS-UYE-YAZ THRU
              RS-UYE-YAZ-SON.
       RS-D-SON. GO RS-D-CIK.
      * BIR ORTAGIN PAYI HESAPLANIP BASILIR; KESIN DAGITIMDA HAVALE
      * SATIRI VE "R" HAREKETI YAZILIR.
       RS-UYE-YAZ.
           IF RS-ESAS = "K"
              COMPUTE RS-PAY ROUNDED = RS-TUTAR * RS-UKILO / RS-GKILO
              MOVE RS-UKILO TO RS-D-ESAS
           ELSE
              COMPUTE RS-PAY ROUNDED = RS-TUTAR * RS-UTUT / RS-GTUT
              MOVE RS-UTUT TO RS-D-ESAS.
           IF RS-PAY = 0 GO RS-UYE-YAZ-SON.
           MOVE RS-UYENO TO RS-D-UYENO BN-UYENO.
           MOVE RS-ADI TO RS-D-ADI. MOVE RS-PAY TO RS-D-PAY.
           ADD 1 TO RS-SAY. ADD RS-PAY TO RS-DAGITILAN.
           MOVE "E" TO RS-BANKALI.
           IF RS-BNACIK NOT = "E" MOVE "H" TO RS-BANKALI
           ELSE READ BANKA INVALID KEY MOVE "H" TO RS-BANKALI.
           IF RS-BANKALI = "E" MOVE BN-IBAN TO RS-D-IBAN
           ELSE MOVE "BANKA KAYDI YOK" TO RS-D-IBAN
              ADD 1 TO RS-BANKASIZ.
           WRITE SATIR FROM RS-Z3.
           IF RS-KESIN NOT = "E" GO RS-UYE-YAZ-SON.
           IF RS-BANKALI = "E"
              MOVE PB-PARTI TO EF-PARTI MOVE RS-UYENO TO EF-UYENO
              MOVE RS-ADI TO EF-ADI
              MOVE BN-BANKA TO EF-BANKA MOVE BN-SUBE TO EF-SUBE
              MOVE BN-IBAN TO EF-IBAN MOVE RS-PAY TO EF-TUTAR
              WRITE BANKEFT-KAYDI
              ADD 1 TO RS-EFT-SAY ADD RS-PAY TO RS-EFT-TOP.
           MOVE RS-UYENO TO PY-UYENO. MOVE PA-BUGUN TO PY-TARIH.
           MOVE 0 TO PY-SIRA. MOVE "R" TO PY-TIP.
           MOVE RS-PAY TO PY-TUTAR. MOVE RS-DONEM TO PY-DONEM.
           IF RS-BANKALI = "E" MOVE PB-PARTI TO PY-PARTI
           ELSE MOVE 0 TO PY-PARTI.
           MOVE "RISTURN" TO PY-ACIKLAMA.
           PERFORM PA-YAZ THRU PA-YAZ-SON.
       RS-UYE-YAZ-SON. EXIT.
       RS-D-CIK. EXIT.
      * GENEL KURUL ORTAK LISTESI: TAAHHUT ETTIGI PAYI TAMAMEN ODEMIS
      * AKTIF ORTAKLAR IMZA SUTUNUYLA HAZIRUN LISTESINE, PAY BORCU
      * OLANLAR (VEYA PAY TAAHHUDU OLMAYANLAR) AYRI BIR BOLUME YAZILIR.
       GENEL-KURUL SECTION.
       GK-BAS. DISPLAY (1 1) ERASE. OPEN INPUT ORTUYE.
           IF OU-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ORTUYE.DAT ACILAMADI, ORTAK KAYDI YOK {ENT BAS}"
              ACCEPT CEVAP GO GK-CIK.
           PERFORM PA-AC THRU PA-AC-SON.
           DISPLAY (10 10)
              "GENEL KURUL ORTAK LISTESI DOKULSUN MU {E/H}:".
           ACCEPT (10 56) CEVAP.
           IF CEVAP NOT = "E" GO GK-SON.
           DISPLAY (12 10) "DOKUM HAZIRLANIYOR, BEKLEYINIZ".
           ACCEPT PA-BUGUN FROM DATE YYYYMMDD.
           PERFORM YAZICI-AC.
           MOVE PA-BUGUN TO GK-B-TARIH.
           WRITE SATIR FROM GK-Z1 AFTER 2.
           WRITE SATIR FROM GK-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO GK-SAY GK-DISI.
           MOVE 0 TO OU-UYENO.
           START ORTUYE KEY NOT LESS THAN OU-UYENO INVALID KEY
              GO GK-BORCLU.
       GK-OKU. READ ORTUYE NEXT AT END GO GK-BORCLU.
           IF NOT OU-AKTIF OR OU-TAAHHUT = 0 GO GK-OKU.
           MOVE OU-UYENO TO PA-UYENO.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           IF OU-TAAHHUT > PA-ODENEN GO GK-OKU.
           ADD 1 TO GK-SAY.
           MOVE GK-SAY TO GK-D-SIRA.
           MOVE OU-UYENO TO UYENO GK-D-UYENO.
           MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           MOVE AD-SOYAD TO GK-D-ADI.
           MOVE PA-ODENEN TO GK-D-ODENEN.
           WRITE SATIR FROM GK-Z3 AFTER 2.
           GO GK-OKU.
       GK-BORCLU. WRITE SATIR FROM CIZGI.
           MOVE GK-SAY TO GK-T-SAY.
           WRITE SATIR FROM GK-Z4.
           WRITE SATIR FROM GK-Z5 AFTER 2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO OU-UYENO.
           START ORTUYE KEY NOT LESS THAN OU-UYENO INVALID KEY
              GO GK-BIT.
       GK-B-OKU. READ ORTUYE NEXT AT END GO GK-BIT.
           IF NOT OU-AKTIF GO GK-B-OKU.
           MOVE OU-UYENO TO PA-UYENO.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           IF OU-TAAHHUT > 0 AND OU-TAAHHUT NOT > PA-ODENEN
              GO GK-B-OKU.
           COMPUTE PA-KALAN = OU-TAAHHUT - PA-ODENEN.
           ADD 1 TO GK-DISI.
           MOVE OU-UYENO TO UYENO GK-E-UYENO.
           MOVE SPACES TO AD-SOYAD.
           PERFORM TG-ORTAK-BUL THRU TG-ORTAK-BUL-SON.
           MOVE AD-SOYAD TO GK-E-ADI.
           MOVE OU-TAAHHUT TO GK-E-TAAHHUT. MOVE PA-KALAN TO GK-E-KALAN.
           WRITE SATIR FROM GK-Z6.
           GO GK-B-OKU.
       GK-BIT. WRITE SATIR FROM CIZGI.
           MOVE GK-DISI TO GK-T-DISI.
           WRITE SATIR FROM GK-Z7.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "GENEL KURUL ORTAK LISTESI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       GK-SON. CLOSE ORTUYE.
           PERFORM PA-KAPAT THRU PA-KAPAT-SON.
       GK-CIK. EXIT.
      * NAKLIYECI VE PLAKA KAYDI: NAKLIYECI UNVANI GIRILIR, ARDINDAN
      * ARACLARININ PLAKALARI TEK TEK EKLENIR. BU NAKLIYECIDE KAYITLI
      * PLAKA YENIDEN GIRILIRSE SILINIR, BASKA NAKLIYECIDE KAYITLI
      * PLAKA ONAYLA BU NAKLIYECIYE AKTARILIR.
       NAKLIYECI-KAYIT SECTION.
       NY-BAS. DISPLAY (1 1) ERASE. OPEN I-O NAKCI.
           IF NC-DST = "35" OPEN OUTPUT NAKCI CLOSE NAKCI
              OPEN I-O NAKCI.
           OPEN I-O NAKPLK.
           IF NP-DST = "35" OPEN OUTPUT NAKPLK CLOSE NAKPLK
              OPEN I-O NAKPLK.
           IF NC-DST NOT = "00" OR NP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI DOSYALARI ACILAMADI, DUZELT ILE ONARIN"
              DISPLAY (23 1) "{ENT BAS}" ACCEPT CEVAP GO NY-SON.
       NY-GIR. MOVE SPACES TO NK-NAKCI.
           DISPLAY EK-NY.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-NY ON ESCAPE GO NY-SON.
           IF NK-NAKCI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI KODU BOS OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO NY-GIR.
           MOVE NK-NAKCI TO NC-KOD.
           READ NAKCI INVALID KEY
              MOVE NK-NAKCI TO NC-KOD MOVE SPACES TO NC-UNVAN NC-TEL.
           DISPLAY EK-NY2.
           ACCEPT EK-NY2 ON ESCAPE GO NY-GIR.
           IF NC-UNVAN = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UNVAN BOS OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO NY-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO NY-GIR.
           WRITE NAKCI-KAYDI INVALID KEY REWRITE NAKCI-KAYDI.
       NY-PLAKA. MOVE SPACES TO NK-PLAKA.
           DISPLAY (21 1) ERASE.
           DISPLAY EK-NY3.
           ACCEPT EK-NY3 ON ESCAPE GO NY-GIR.
           IF NK-PLAKA = SPACES GO NY-GIR.
           MOVE NK-PLAKA TO NP-PLAKA.
           READ NAKPLK INVALID KEY GO NY-P-YENI.
           IF NP-NAKCI NOT = NC-KOD GO NY-P-AKTAR.
           DISPLAY (24 1) ERASE DISPLAY (24 1)
           "PLAKA BU NAKLIYECIDE KAYITLI, SILINSIN MI {E/H}:".
           ACCEPT (24 51) CEVAP.
           IF CEVAP = "E" DELETE NAKPLK RECORD INVALID KEY CONTINUE.
           GO NY-PLAKA.
       NY-P-AKTAR.
           DISPLAY (24 1) ERASE DISPLAY (24 1)
           "PLAKA BASKA NAKLIYECIDE:" (24 26) NP-NAKCI
           (24 35) "BUNA AKTARILSIN MI {E/H}:".
           ACCEPT (24 61) CEVAP.
           IF CEVAP = "E" MOVE NC-KOD TO NP-NAKCI
              REWRITE NAKPLK-KAYDI INVALID KEY CONTINUE.
           GO NY-PLAKA.
       NY-P-YENI. MOVE NK-PLAKA TO NP-PLAKA. MOVE NC-KOD TO NP-NAKCI.
           WRITE NAKPLK-KAYDI INVALID KEY CONTINUE.
           GO NY-PLAKA.
       NY-SON. CLOSE NAKCI NAKPLK.
       NY-CIK. EXIT.
      * NAVLUN TARIFESI: NAKLIYECI VE GIDECEGI YER BASINA KILO YA DA
      * SEFER FIATI. GIDECEGI YER SEVK KAYDINDAKI YAZILISLA ESLENIR.
       NAVLUN-TARIFE SECTION.
       NF-BAS. MOVE 3 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU ISLEM ICIN YETKINIZ YOK {ENT BAS}"
              ACCEPT CEVAP GO NF-CIK.
           DISPLAY (1 1) ERASE. OPEN INPUT NAKCI.
           IF NC-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKCI.DAT YOK, ONCE NAKLIYECI KAYDI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO NF-CIK.
           OPEN I-O NAKTAR.
           IF NT-DST = "35" OPEN OUTPUT NAKTAR CLOSE NAKTAR
              OPEN I-O NAKTAR.
           MOVE SPACES TO NT-NAKCI.
       NF-GIR. MOVE SPACES TO NT-NEREYE NT-TIP. MOVE 0 TO NT-FIAT.
           DISPLAY EK-NT.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-NT ON ESCAPE GO NF-SON.
           MOVE NT-NAKCI TO NC-KOD.
           READ NAKCI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI KAYITLI DEGIL {ENT BAS}"
              ACCEPT CEVAP GO NF-GIR.
           IF NT-NEREYE = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GIDECEGI YER BOS OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO NF-GIR.
           IF NT-FIAT NOT = 0 GO NF-YAZ.
           DELETE NAKTAR RECORD INVALID KEY CONTINUE.
           GO NF-GIR.
       NF-YAZ. IF NOT NT-KILO AND NOT NT-SEFER
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIFE TIPI K VEYA S OLMALI {ENT BAS}"
              ACCEPT CEVAP GO NF-GIR.
           WRITE NAKTAR-KAYDI INVALID KEY REWRITE NAKTAR-KAYDI.
           GO NF-GIR.
       NF-SON. CLOSE NAKTAR NAKCI.
       NF-CIK. EXIT.
      * AYLIK NAKLIYE HAKEDISI: NAKLIYECININ PLAKALARIYLA YAPILMIS,
      * AYI YA DA DAHA ONCESI OLUP HENUZ HAKEDISE BAGLANMAMIS HER
      * SEFER TARIFEYLE FIATLANIR. BIRLIGIN KABUL ETMEDIGI (FIRE)
      * KILONUN NAVLUNU DUSULUR: KILO TARIFESINDE FIRE X FIAT, SEFER
      * TARIFESINDE SEFER FIATININ FIRE ORANI KADARI. KABULU HENUZ
      * GIRILMEMIS SEFER FIATLANMAZ, SONRAKI HAKEDISE KALIR. KESIN
      * DOKUMDE HER SEFER NAKHAR'A "H" HAREKETI OLARAK YAZILIR.
       NAKLIYE-HAKEDIS SECTION.
       NE-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT SEVK NAKCI NAKPLK NAKTAR.
           IF SV-DURUM NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SEVK.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO NE-SON.
           IF NC-DST NOT = "00" OR NP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI / PLAKA KAYDI YOK {ENT BAS}"
              ACCEPT CEVAP GO NE-SON.
           IF NT-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKTAR.DAT YOK, ONCE NAVLUN TARIFESI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO NE-SON.
           PERFORM NK-AC THRU NK-AC-SON.
           IF NK-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKHAR.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO NE-SON.
       NE-GIR. MOVE SPACES TO NK-NAKCI. MOVE 0 TO NK-AY.
           MOVE "H" TO NK-KESIN.
           DISPLAY EK-NE.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-NE ON ESCAPE GO NE-SON.
           MOVE NK-NAKCI TO NC-KOD.
           READ NAKCI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI KAYITLI DEGIL {ENT BAS}"
              ACCEPT CEVAP GO NE-GIR.
           IF NK-AY (5:2) = "00" OR NK-AY (5:2) > "12"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AY YYYYAA BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO NE-GIR.
           IF NK-KESIN NOT = "E" AND NK-KESIN NOT = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KESIN ALANI E VEYA H OLMALI {ENT BAS}"
              ACCEPT CEVAP GO NE-GIR.
           DISPLAY (9 30) NC-UNVAN.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO NE-GIR.
           DISPLAY (22 10) "HAKEDIS HAZIRLANIYOR, BEKLEYINIZ".
           PERFORM NK-BAKIYE-BUL THRU NK-BAKIYE-BUL-SON.
           ACCEPT NK-BUGUN FROM DATE YYYYMMDD.
           PERFORM YAZICI-AC.
           MOVE NK-NAKCI TO NE-B-NAKCI. MOVE NK-AY TO NE-B-AY.
           MOVE NC-UNVAN TO NE-B-UNVAN. MOVE NK-BUGUN TO NE-B-TARIH.
           IF NK-KESIN = "E" MOVE "KESIN HAKEDIS" TO NE-B-MOD
           ELSE MOVE "DENEME DOKUMU" TO NE-B-MOD.
           WRITE SATIR FROM NE-Z1 AFTER 2.
           WRITE SATIR FROM NE-Z1B.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM NE-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO NK-SAY NK-BEKLEYEN NK-TARSIZ NK-TKILO NK-TFIRE.
           MOVE 0 TO NK-TNAVLUN NK-TKESINTI NK-TNET.
           MOVE 0 TO SV-NO.
           START SEVK KEY NOT LESS THAN SV-NO INVALID KEY GO NE-BIT.
       NE-OKU. READ SEVK NEXT AT END GO NE-BIT.
           MOVE SV-PLAKA TO NP-PLAKA.
           READ NAKPLK INVALID KEY GO NE-OKU.
           IF NP-NAKCI NOT = NK-NAKCI GO NE-OKU.
           MOVE 0 TO NK-SVAY.
           IF SV-TARIH (7:4) NUMERIC AND SV-TARIH (4:2) NUMERIC
              MOVE SV-TARIH (7:4) TO NK-SVAY (1:4)
              MOVE SV-TARIH (4:2) TO NK-SVAY (5:2).
           IF NK-SVAY > NK-AY GO NE-OKU.
           MOVE SV-NO TO NH-SVNO.
           READ NAKHAR KEY IS NH-SVNO INVALID KEY GO NE-SATIR.
           GO NE-OKU.
       NE-SATIR.
           MOVE SV-NO TO NE-D-NO. MOVE SV-TARIH (1:5) TO NE-D-GUN.
           MOVE SV-PLAKA TO NE-D-PLAKA. MOVE SV-NEREYE TO NE-D-NEREYE.
           MOVE SV-KILO TO NE-D-KILO.
           MOVE SPACES TO NE-D-DURUMLU.
           IF SV-KABUL-KILO = 0
              MOVE "KABUL BEKLIYOR" TO NE-D-DURUM
              ADD 1 TO NK-BEKLEYEN
              WRITE SATIR FROM NE-Z3 GO NE-OKU.
           MOVE NK-NAKCI TO NT-NAKCI. MOVE SV-NEREYE TO NT-NEREYE.
           READ NAKTAR INVALID KEY
              MOVE "TARIFE YOK" TO NE-D-DURUM
              ADD 1 TO NK-TARSIZ
              WRITE SATIR FROM NE-Z3 GO NE-OKU.
           COMPUTE NK-FIRE = SV-KILO - SV-KABUL-KILO.
           IF NK-FIRE < 0 MOVE 0 TO NK-FIRE.
           IF NT-KILO
              COMPUTE NK-NAVLUN ROUNDED = SV-KILO * NT-FIAT
              COMPUTE NK-KESINTI ROUNDED = NK-FIRE * NT-FIAT
           ELSE
              COMPUTE NK-NAVLUN ROUNDED = NT-FIAT
              COMPUTE NK-KESINTI ROUNDED =
                 (NT-FIAT * NK-FIRE) / SV-KILO.
           COMPUTE NK-NET = NK-NAVLUN - NK-KESINTI.
           MOVE NK-FIRE TO NE-D-FIRE. MOVE NK-NAVLUN TO NE-D-NAVLUN.
           MOVE NK-KESINTI TO NE-D-KESINTI. MOVE NK-NET TO NE-D-NET.
           WRITE SATIR FROM NE-Z3.
           ADD 1 TO NK-SAY. ADD SV-KILO TO NK-TKILO.
           ADD NK-FIRE TO NK-TFIRE. ADD NK-NAVLUN TO NK-TNAVLUN.
           ADD NK-KESINTI TO NK-TKESINTI. ADD NK-NET TO NK-TNET.
           IF NK-KESIN NOT = "E" GO NE-OKU.
           MOVE NK-NAKCI TO NH-NAKCI. MOVE 0 TO NH-SIRA.
           MOVE "H" TO NH-TIP. MOVE NK-BUGUN TO NH-TARIH.
           MOVE SV-NO TO NH-SVNO. MOVE NK-AY TO NH-AY.
           MOVE NK-NAVLUN TO NH-NAVLUN. MOVE NK-KESINTI TO NH-KESINTI.
           MOVE NK-NET TO NH-TUTAR. MOVE SPACES TO NH-AKT.
           MOVE SPACES TO NH-ACIKLAMA.
           STRING "SEVK NAVLUNU " SV-NO DELIMITED BY SIZE
              INTO NH-ACIKLAMA.
           PERFORM NK-YAZ THRU NK-YAZ-SON.
           GO NE-OKU.
       NE-BIT. WRITE SATIR FROM CIZGI.
           MOVE NK-SAY TO NE-T-SAY. MOVE NK-TKILO TO NE-T-KILO.
           MOVE NK-TFIRE TO NE-T-FIRE. MOVE NK-TNAVLUN TO NE-T-NAVLUN.
           MOVE NK-TKESINTI TO NE-T-KESINTI. MOVE NK-TNET TO NE-T-NET.
           WRITE SATIR FROM NE-Z4.
           MOVE NK-BEKLEYEN TO NE-T-BEK. MOVE NK-TARSIZ TO NE-T-TARSIZ.
           WRITE SATIR FROM NE-Z5 AFTER 2.
           MOVE NK-BAKIYE TO NE-T-ONCEKI.
           ADD NK-TNET TO NK-BAKIYE.
           MOVE NK-BAKIYE TO NE-T-KALAN.
           WRITE SATIR FROM NE-Z6.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           IF NK-KESIN = "E"
              DISPLAY (22 10) "HAKEDIS KESINLESTI, DOKUM YAZICIDA"
           ELSE
              DISPLAY (22 10) "DENEME HAKEDIS DOKUMU YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       NE-SON. CLOSE SEVK NAKCI NAKPLK NAKTAR.
           PERFORM NK-KAPAT THRU NK-KAPAT-SON.
       NE-CIK. EXIT.
      * NAKLIYECI ODEMESI: NAKLIYECIYE YAPILAN ODEME NAKHAR'A "O"
      * HAREKETI OLARAK YAZILIR; AKTARIMDA NAKLIYECININ BM4 CARI
      * HESABINA BORC ISLENIR. BAKIYEYI ASAN ODEME UYARIYLA KABUL
      * EDILIR (AVANS).
       NAKLIYE-ODEME SECTION.
       ND-BAS. DISPLAY (1 1) ERASE. OPEN INPUT NAKCI.
           IF NC-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKCI.DAT YOK, ONCE NAKLIYECI KAYDI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO ND-CIK.
           PERFORM NK-AC THRU NK-AC-SON.
           IF NK-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKHAR.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO ND-SON.
           MOVE 0 TO NK-TARIH.
       ND-GIR. MOVE SPACES TO NK-NAKCI NK-ACIKLAMA. MOVE 0 TO NK-TUTAR.
           DISPLAY EK-ND.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-ND ON ESCAPE GO ND-SON.
           MOVE NK-NAKCI TO NC-KOD.
           READ NAKCI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYECI KAYITLI DEGIL {ENT BAS}"
              ACCEPT CEVAP GO ND-GIR.
           IF NK-TARIH = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO ND-GIR.
           IF NK-TUTAR = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TUTAR GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO ND-GIR.
           DISPLAY (14 30) NC-UNVAN.
           PERFORM NK-BAKIYE-BUL THRU NK-BAKIYE-BUL-SON.
           MOVE NK-BAKIYE TO NK-D-TUTAR.
           DISPLAY (15 30) NK-D-TUTAR.
           IF NK-TUTAR > NK-BAKIYE
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DIKKAT: ODEME HAKEDIS BAKIYESINDEN FAZLA"
              DISPLAY (23 1) "{ENT BAS}" ACCEPT CEVAP.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO ND-GIR.
           MOVE NK-NAKCI TO NH-NAKCI. MOVE 0 TO NH-SIRA NH-SVNO.
           MOVE "O" TO NH-TIP. MOVE NK-TARIH TO NH-TARIH.
           MOVE NK-TARIH (1:6) TO NH-AY.
           MOVE 0 TO NH-NAVLUN NH-KESINTI.
           MOVE NK-TUTAR TO NH-TUTAR.
           MOVE NK-ACIKLAMA TO NH-ACIKLAMA. MOVE SPACES TO NH-AKT.
           PERFORM NK-YAZ THRU NK-YAZ-SON.
           GO ND-GIR.
       ND-SON. CLOSE NAKCI.
           PERFORM NK-KAPAT THRU NK-KAPAT-SON.
       ND-CIK. EXIT.
      * URETICI TC KIMLIK KAYDI: E-MUSTAHSIL MAKBUZUNDA URETICININ
      * KIMLIGI BU NUMARAYLA BILDIRILIR. NUMARA DENETIM HANELERIYLE
      * SINANIR; 0 GIRILIRSE KAYIT SILINIR.
       URETICI-KIMLIK SECTION.
       MT-BAS. DISPLAY (1 1) ERASE. OPEN I-O UYEKIM.
           IF UK-DST = "35" OPEN OUTPUT UYEKIM CLOSE UYEKIM
              OPEN I-O UYEKIM.
           IF UK-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYEKIM.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO MT-CIK.
           PERFORM MZ-ORTAK-AC THRU MZ-ORTAK-AC-SON.
       MT-GIR. MOVE 0 TO UK-UYENO.
           DISPLAY EK-MT.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-MT ON ESCAPE GO MT-SON.
           IF UK-UYENO = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "UYE NO GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO MT-GIR.
           MOVE UK-UYENO TO MZ-E-UYENO.
           PERFORM MZ-ORTAK-AD THRU MZ-ORTAK-AD-SON.
           READ UYEKIM INVALID KEY MOVE 0 TO UK-TCKN.
           DISPLAY EK-MT2.
           ACCEPT EK-MT2 ON ESCAPE GO MT-GIR.
           IF UK-TCKN NOT = 0 GO MT-DENETLE.
           DELETE UYEKIM RECORD INVALID KEY CONTINUE.
           GO MT-GIR.
       MT-DENETLE. MOVE UK-TCKN TO MZ-TC.
           PERFORM MZ-TC-KONTROL THRU MZ-TC-KONTROL-SON.
           IF MZ-TC-GECERLI NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TC KIMLIK NO GECERSIZ {ENT BAS}"
              ACCEPT CEVAP GO MT-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO MT-GIR.
           WRITE UYEKIM-KAYDI INVALID KEY REWRITE UYEKIM-KAYDI.
           GO MT-GIR.
       MT-SON. CLOSE UYEKIM.
           PERFORM MZ-ORTAK-KAPAT THRU MZ-ORTAK-KAPAT-SON.
       MT-CIK. EXIT.
      * E-MUSTAHSIL DOSYASININ YENIDEN URETIMI: EKSIK TC KIMLIK YA DA
      * GIB'IN REDDETTIGI MAKBUZ DUZELTILDIKTEN SONRA, MAKBUZUN KABUL
      * EDILMEMIS SATIRLARI GUNCEL KIMLIK VE ADLA DOSYAYA YAZILIR.
      * REDDEDILMIS SATIRLAR YENIDEN CEVAP BEKLER DURUMA DONER.
       EMUST-DOSYA SECTION.
       MD-BAS. DISPLAY (1 1) ERASE.
           PERFORM MZ-AC THRU MZ-AC-SON.
           IF MZ-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "EMAKBUZ.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO MD-CIK.
           MOVE SPACES TO MZ-E-DONEM. MOVE 0 TO MZ-E-SERI MZ-E-MAKNO.
       MD-GIR. DISPLAY EK-MD.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-MD ON ESCAPE GO MD-SON.
           IF MZ-E-SERI NOT = 1 AND MZ-E-SERI NOT = 3
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERI 1 VEYA 3 OLMALI {ENT BAS}"
              ACCEPT CEVAP GO MD-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO MD-GIR.
           PERFORM MZ-DOSYA-YAZ THRU MZ-DOSYA-YAZ-SON.
           IF EX-DST NOT = "00" GO MD-GIR.
           IF MZ-SAY = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU MAKBUZDA GONDERILECEK SATIR YOK {ENT BAS}"
              ACCEPT CEVAP GO MD-GIR.
           DISPLAY (24 1) ERASE DISPLAY (24 1) EX-AD
           (24 14) "YAZILDI, MAKBUZ:" (24 31) MZ-SAY
           (24 38) "TC KIMLIKSIZ:" (24 52) MZ-TCSIZ
           (24 58) "{ENT BAS}".
           ACCEPT CEVAP. GO MD-GIR.
       MD-SON. PERFORM MZ-KAPAT THRU MZ-KAPAT-SON.
       MD-CIK. EXIT.
      * GIB CEVABI: MAKBUZ SATIRI KABUL (K) YA DA RED (R, NEDENIYLE)
      * OLARAK ISARETLENIR; B ISARETI CEVABI GERI ALIR. UYE NO 0
      * GIRILIRSE MAKBUZUN CEVAP BEKLEYEN TUM SATIRLARI ISARETLENIR.
       EMUST-CEVAP SECTION.
       MG-BAS. DISPLAY (1 1) ERASE.
           PERFORM MZ-AC THRU MZ-AC-SON.
           IF MZ-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "EMAKBUZ.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO MG-CIK.
           ACCEPT MZ-BUGUN FROM DATE YYYYMMDD.
           MOVE SPACES TO MZ-E-DONEM. MOVE 0 TO MZ-E-SERI MZ-E-MAKNO.
       MG-GIR. MOVE 0 TO MZ-E-UYENO. MOVE SPACE TO MZ-E-DURUM.
           MOVE SPACES TO MZ-E-NEDEN.
           DISPLAY EK-MG.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-MG ON ESCAPE GO MG-SON.
           IF MZ-E-SERI NOT = 1 AND MZ-E-SERI NOT = 3
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERI 1 VEYA 3 OLMALI {ENT BAS}"
              ACCEPT CEVAP GO MG-GIR.
           IF MZ-E-DURUM NOT = "K" AND MZ-E-DURUM NOT = "R"
              AND MZ-E-DURUM NOT = "B"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DURUM K, R VEYA B OLMALI {ENT BAS}"
              ACCEPT CEVAP GO MG-GIR.
           IF MZ-E-DURUM = "R" AND MZ-E-NEDEN = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "RED NEDENI GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO MG-GIR.
           MOVE MZ-E-DONEM TO MZ-DONEM. MOVE MZ-E-SERI TO MZ-SERI.
           MOVE MZ-E-MAKNO TO MZ-MAKNO. MOVE MZ-E-UYENO TO MZ-UYENO.
           IF MZ-E-UYENO = 0 GO MG-TOPLU.
           READ EMAKBUZ INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAKBUZDA BU UYENIN SATIRI YOK {ENT BAS}"
              ACCEPT CEVAP GO MG-GIR.
           DISPLAY (12 42) MZ-ADI.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO MG-GIR.
           PERFORM MZ-DURUM-ISLE THRU MZ-DURUM-ISLE-SON.
           GO MG-GIR.
       MG-TOPLU.
           DISPLAY (21 10) "MAKBUZUN BEKLEYEN TUM SATIRLARI {E/H}:".
           ACCEPT (21 50) CEVAP.
           IF CEVAP NOT = "E" GO MG-GIR.
           MOVE 0 TO MZ-SAY.
           START EMAKBUZ KEY NOT LESS THAN MZ-KOD INVALID KEY
              GO MG-BITTI.
       MG-OKU. READ EMAKBUZ NEXT AT END GO MG-BITTI.
           IF MZ-KOD (1:12) NOT = MZ-E-RUN GO MG-BITTI.
           IF MZ-E-DURUM NOT = "B" AND NOT MZ-BEKLIYOR GO MG-OKU.
           PERFORM MZ-DURUM-ISLE THRU MZ-DURUM-ISLE-SON.
           ADD 1 TO MZ-SAY.
           GO MG-OKU.
       MG-BITTI.
           DISPLAY (24 1) ERASE DISPLAY (24 1) MZ-SAY
           (24 7) "SATIR ISARETLENDI {ENT BAS}".
           ACCEPT CEVAP. GO MG-GIR.
       MG-SON. PERFORM MZ-KAPAT THRU MZ-KAPAT-SON.
       MG-CIK. EXIT.
      * E-MUSTAHSIL DURUM LISTESI: DONEMIN MAKBUZLARI GONDERIM
      * DURUMUYLA; RED NEDENI SATIRIN ALTINA BASILIR.
       EMUST-LISTE SECTION.
       ML-BAS. DISPLAY (1 1) ERASE.
           PERFORM MZ-AC THRU MZ-AC-SON.
           IF MZ-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "EMAKBUZ.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO ML-CIK.
           MOVE SPACES TO MZ-E-DONEM. MOVE SPACE TO MZ-E-DURUM.
       ML-GIR. DISPLAY EK-ML.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-ML ON ESCAPE GO ML-SON.
           IF MZ-E-DURUM NOT = SPACE AND MZ-E-DURUM NOT = "B"
              AND MZ-E-DURUM NOT = "K" AND MZ-E-DURUM NOT = "R"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DURUM B, K, R YA DA BOS OLMALI {ENT BAS}"
              ACCEPT CEVAP GO ML-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO ML-GIR.
           ACCEPT MZ-BUGUN FROM DATE YYYYMMDD.
           PERFORM YAZICI-AC.
           MOVE MZ-E-DONEM TO ML-B-DONEM. MOVE MZ-BUGUN TO ML-B-TARIH.
           WRITE SATIR FROM ML-Z1 AFTER 2.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM ML-Z2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO MZ-SAY MZ-BSAY MZ-KSAY MZ-RSAY MZ-TNET.
           MOVE MZ-E-DONEM TO MZ-DONEM.
           MOVE 0 TO MZ-SERI MZ-MAKNO MZ-UYENO.
           START EMAKBUZ KEY NOT LESS THAN MZ-KOD INVALID KEY
              GO ML-BIT.
       ML-OKU. READ EMAKBUZ NEXT AT END GO ML-BIT.
           IF MZ-DONEM NOT = MZ-E-DONEM GO ML-BIT.
           IF MZ-E-DURUM = "B" AND NOT MZ-BEKLIYOR GO ML-OKU.
           IF (MZ-E-DURUM = "K" OR MZ-E-DURUM = "R")
              AND MZ-DURUM NOT = MZ-E-DURUM GO ML-OKU.
           MOVE MZ-SERI TO ML-D-SERI. MOVE MZ-MAKNO TO ML-D-MAKNO.
           MOVE MZ-UYENO TO ML-D-UYENO. MOVE MZ-ADI TO ML-D-ADI.
           MOVE MZ-TCKN TO ML-D-TCKN. MOVE MZ-KILO TO ML-D-KILO.
           MOVE MZ-NET TO ML-D-NET.
           IF MZ-KABUL MOVE "KABUL" TO ML-D-DURUM ADD 1 TO MZ-KSAY
           ELSE IF MZ-RED MOVE "RED" TO ML-D-DURUM ADD 1 TO MZ-RSAY
           ELSE MOVE "BEKLIYOR" TO ML-D-DURUM ADD 1 TO MZ-BSAY.
           ADD 1 TO MZ-SAY. ADD MZ-NET TO MZ-TNET.
           WRITE SATIR FROM ML-Z3.
           IF MZ-RED
              MOVE MZ-NEDEN TO ML-D-NEDEN
              WRITE SATIR FROM ML-Z3B.
           GO ML-OKU.
       ML-BIT. WRITE SATIR FROM CIZGI.
           MOVE MZ-SAY TO ML-T-SAY. MOVE MZ-BSAY TO ML-T-BEK.
           MOVE MZ-KSAY TO ML-T-KABUL. MOVE MZ-RSAY TO ML-T-RED.
           MOVE MZ-TNET TO ML-T-NET.
           WRITE SATIR FROM ML-Z4.
           CLOSE YAZICI.
           DISPLAY (22 1) ERASE.
           DISPLAY (22 10) "E-MUSTAHSIL DURUM LISTESI YAZICIDA".
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       ML-SON. PERFORM MZ-KAPAT THRU MZ-KAPAT-SON.
       ML-CIK. EXIT.
      * SALAMURA TANK TANIMI: DEPO BASINA TANK NO, KAPASITE VE OLCUM
      * SINIRLARI. YENI TANKA OLAGAN SINIRLAR ONERILIR. YALNIZ BOS
      * TANK SILINEBILIR.
       TANK-TANIM SECTION.
       TD-BAS. DISPLAY (1 1) ERASE. OPEN I-O TANK.
           IF TK-DST = "35" OPEN OUTPUT TANK CLOSE TANK
              OPEN I-O TANK.
           IF TK-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO TD-CIK.
           MOVE SPACES TO TK-DEPO.
       TD-GIR. MOVE 0 TO TK-NO.
           DISPLAY EK-TK.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-TK ON ESCAPE GO TD-SON.
           OPEN INPUT DEPO. MOVE TK-DEPO TO DEPO-ADI.
           READ DEPO INVALID KEY CLOSE DEPO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ DEPO ADI {ENT BAS}" ACCEPT CEVAP GO TD-GIR
           NOT INVALID KEY CLOSE DEPO
           END-READ.
           IF TK-NO = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK NO GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO TD-GIR.
           READ TANK INVALID KEY GO TD-YENI.
           GO TD-DUZ.
       TD-YENI. MOVE 0 TO TK-KAPASITE TK-DOLUM TK-KILO.
           MOVE SPACES TO TK-KALITE.
           MOVE 6.0 TO TK-TUZ-ALT. MOVE 10.0 TO TK-TUZ-UST.
           MOVE 4.50 TO TK-PH-UST.
           MOVE 0.40 TO TK-ASIT-ALT. MOVE 1.50 TO TK-ASIT-UST.
           MOVE 0 TO TK-O-TARIH TK-O-TUZ TK-O-PH TK-O-ASIT.
           MOVE SPACE TO TK-O-UYARI.
       TD-DUZ. DISPLAY EK-TK2.
           ACCEPT EK-TK2 ON ESCAPE GO TD-GIR.
           IF TK-KAPASITE NOT = 0 GO TD-DENETLE.
           IF TK-KILO NOT = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOLU TANK SILINEMEZ {ENT BAS}"
              ACCEPT CEVAP GO TD-GIR.
           DELETE TANK RECORD INVALID KEY CONTINUE.
           GO TD-GIR.
       TD-DENETLE.
           IF TK-KAPASITE < TK-KILO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KAPASITE TANKTAKI KILODAN AZ OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO TD-DUZ.
           IF TK-TUZ-ALT > TK-TUZ-UST OR TK-ASIT-ALT > TK-ASIT-UST
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ALT SINIR UST SINIRDAN BUYUK OLAMAZ {ENT BAS}"
              ACCEPT CEVAP GO TD-DUZ.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO TD-GIR.
           WRITE TANK-KAYDI INVALID KEY REWRITE TANK-KAYDI.
           GO TD-GIR.
       TD-SON. CLOSE TANK.
       TD-CIK. EXIT.
      * TANK DOLUM GIRISI: DEPONUN O GUNKU ALIMI (BRD, IPTAL OLMAYAN,
      * AYNI KALITE) TANKLARA DAGITILIR. GUNUN TANKA KONMAMIS ALIMINI
      * YA DA TANK KAPASITESINI ASAN DOLUM KABUL EDILMEZ. BOS TANKA
      * DOLUM YENI PARTI BASLATIR.
       TANK-DOLUM SECTION.
       TL-BAS. DISPLAY (1 1) ERASE.
           PERFORM TB-AC THRU TB-AC-SON.
           IF TB-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK.DAT YOK, ONCE TANK TANIMI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO TL-CIK.
           OPEN INPUT BRD.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO TL-SON.
           MOVE SPACES TO TB-DONEM TK-DEPO TB-KALITE.
           MOVE 0 TO TB-TARIH.
       TL-GIR. MOVE 0 TO TK-NO TB-KILO.
           DISPLAY EK-TL.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-TL ON ESCAPE GO TL-SON.
           OPEN INPUT DEPO. MOVE TK-DEPO TO DEPO-ADI.
           READ DEPO INVALID KEY CLOSE DEPO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ DEPO ADI {ENT BAS}" ACCEPT CEVAP GO TL-GIR
           NOT INVALID KEY MOVE DEPO-NO TO TB-STNO CLOSE DEPO
           END-READ.
           READ TANK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU DEPODA BU NUMARALI TANK YOK {ENT BAS}"
              ACCEPT CEVAP GO TL-GIR.
           IF TB-TARIH (5:2) < "01" OR TB-TARIH (5:2) > "12"
              OR TB-TARIH (7:2) < "01" OR TB-TARIH (7:2) > "31"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO TL-GIR.
           IF TK-KILO NOT = 0 AND TK-KALITE NOT = TB-KALITE
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANKTA BASKA KALITE VAR:" (24 26) TK-KALITE
              (24 34) "{ENT BAS}"
              ACCEPT CEVAP GO TL-GIR.
           PERFORM TB-ALIM-BUL THRU TB-ALIM-BUL-SON.
           IF TB-BOS = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU GUN VE KALITEDE TANKA KONACAK ALIM YOK {ENT BAS}"
              ACCEPT CEVAP GO TL-GIR.
           MOVE TB-BOS TO TB-KILO.
           IF TK-KAPASITE - TK-KILO < TB-KILO
              COMPUTE TB-KILO = TK-KAPASITE - TK-KILO.
       TL-KILO. DISPLAY EK-TL2.
           ACCEPT EK-TL2 ON ESCAPE GO TL-GIR.
           IF TB-KILO = 0 GO TL-GIR.
           IF TB-KILO > TB-BOS
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KILO GUNUN TANKA KONMAMIS ALIMINI ASIYOR {ENT BAS}"
              ACCEPT CEVAP GO TL-KILO.
           IF TK-KILO + TB-KILO > TK-KAPASITE
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK KAPASITESI ASILIYOR {ENT BAS}"
              ACCEPT CEVAP GO TL-KILO.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO TL-GIR.
           IF TK-KILO = 0
              MOVE TB-KALITE TO TK-KALITE MOVE TB-TARIH TO TK-DOLUM
              MOVE 0 TO TK-O-TARIH TK-O-TUZ TK-O-PH TK-O-ASIT
              MOVE SPACE TO TK-O-UYARI.
           ADD TB-KILO TO TK-KILO.
           REWRITE TANK-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK KAYDI GUNCELLENEMEDI {ENT BAS}"
              ACCEPT CEVAP GO TL-GIR.
           MOVE TK-DEPO TO TM-DEPO. MOVE TK-NO TO TM-NO.
           MOVE 0 TO TM-SIRA TM-SVNO TM-TUZ TM-PH TM-ASIT.
           MOVE "D" TO TM-TIP. MOVE TB-TARIH TO TM-TARIH.
           MOVE TB-KALITE TO TM-KALITE. MOVE TB-KILO TO TM-KILO.
           MOVE SPACE TO TM-UYARI.
           PERFORM TB-YAZ THRU TB-YAZ-SON.
           GO TL-GIR.
       TL-SON. CLOSE BRD.
           PERFORM TB-KAPAT THRU TB-KAPAT-SON.
       TL-CIK. EXIT.
      * SALAMURA OLCUM GIRISI: TUZ ORANI, PH VE ASITLIK. TANKIN
      * SINIRLARI DISINDAKI DEGER UYARI VERIR, OLCUM YINE KAYDEDILIR.
      * SIFIR GIRILEN DEGER OLCULMEMIS SAYILIR.
       SALAMURA-OLCUM SECTION.
       TC-BAS. DISPLAY (1 1) ERASE.
           PERFORM TB-AC THRU TB-AC-SON.
           IF TB-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK.DAT YOK, ONCE TANK TANIMI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO TC-CIK.
           ACCEPT TB-BUGUN FROM DATE YYYYMMDD.
           MOVE SPACES TO TK-DEPO.
       TC-GIR. MOVE 0 TO TK-NO.
           DISPLAY EK-TC.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-TC ON ESCAPE GO TC-SON.
           READ TANK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU DEPODA BU NUMARALI TANK YOK {ENT BAS}"
              ACCEPT CEVAP GO TC-GIR.
           IF TK-KILO = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK BOS, OLCUM GIRILMEZ {ENT BAS}"
              ACCEPT CEVAP GO TC-GIR.
           MOVE TB-BUGUN TO TB-TARIH.
           MOVE 0 TO TB-TUZ TB-PH TB-ASIT.
       TC-DEGER. DISPLAY EK-TC2.
           ACCEPT EK-TC2 ON ESCAPE GO TC-GIR.
           IF TB-TARIH (5:2) < "01" OR TB-TARIH (5:2) > "12"
              OR TB-TARIH (7:2) < "01" OR TB-TARIH (7:2) > "31"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TARIH YYYYAAGG BICIMINDE OLMALI {ENT BAS}"
              ACCEPT CEVAP GO TC-DEGER.
           IF TB-TUZ = 0 AND TB-PH = 0 AND TB-ASIT = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "OLCUM DEGERI GIRILMELI {ENT BAS}"
              ACCEPT CEVAP GO TC-DEGER.
           MOVE SPACE TO TB-UYARI.
           DISPLAY (15 1) ERASE.
           IF TB-TUZ NOT = 0 AND
              (TB-TUZ < TK-TUZ-ALT OR TB-TUZ > TK-TUZ-UST)
              DISPLAY (15 10) "DIKKAT: TUZ ORANI SINIR DISINDA"
              MOVE "E" TO TB-UYARI.
           IF TB-PH > TK-PH-UST
              DISPLAY (16 10) "DIKKAT: PH UST SINIRIN UZERINDE"
              MOVE "E" TO TB-UYARI.
           IF TB-ASIT NOT = 0 AND
              (TB-ASIT < TK-ASIT-ALT OR TB-ASIT > TK-ASIT-UST)
              DISPLAY (17 10) "DIKKAT: ASITLIK SINIR DISINDA"
              MOVE "E" TO TB-UYARI.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 35) CEVAP.
           IF CEVAP NOT = "E" GO TC-GIR.
           MOVE TB-TARIH TO TK-O-TARIH. MOVE TB-TUZ TO TK-O-TUZ.
           MOVE TB-PH TO TK-O-PH. MOVE TB-ASIT TO TK-O-ASIT.
           MOVE TB-UYARI TO TK-O-UYARI.
           REWRITE TANK-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK KAYDI GUNCELLENEMEDI {ENT BAS}"
              ACCEPT CEVAP GO TC-GIR.
           MOVE TK-DEPO TO TM-DEPO. MOVE TK-NO TO TM-NO.
           MOVE 0 TO TM-SIRA TM-SVNO TM-KILO.
           MOVE "O" TO TM-TIP. MOVE TB-TARIH TO TM-TARIH.
           MOVE TK-KALITE TO TM-KALITE.
           MOVE TB-TUZ TO TM-TUZ. MOVE TB-PH TO TM-PH.
           MOVE TB-ASIT TO TM-ASIT. MOVE TB-UYARI TO TM-UYARI.
           PERFORM TB-YAZ THRU TB-YAZ-SON.
           GO TC-GIR.
       TC-SON. PERFORM TB-KAPAT THRU TB-KAPAT-SON.
       TC-CIK. EXIT.
      * TANKTAN SEVKIYAT: SEVKIYAT GIRISINDE TANKI SONRAYA BIRAKILAN
      * ARACIN YUKU HANGI TANKLARDAN CEKILDIYSE BURADA GIRILIR.
       TANK-SEVK SECTION.
       TS-BAS. DISPLAY (1 1) ERASE.
           PERFORM TB-AC THRU TB-AC-SON.
           IF TB-ACIK NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK.DAT YOK, ONCE TANK TANIMI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO TS-CIK.
           PERFORM TB-KAPAT THRU TB-KAPAT-SON.
           OPEN INPUT SEVK.
           IF SV-DURUM NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SEVK.DAT ACILAMADI, SEVKIYAT YOK {ENT BAS}"
              ACCEPT CEVAP GO TS-CIK.
       TS-GIR. MOVE 0 TO SV-NO.
           DISPLAY EK-TS.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-TS ON ESCAPE GO TS-SON.
           READ SEVK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU NUMARADA SEVKIYAT YOK {ENT BAS}" ACCEPT CEVAP
              GO TS-GIR.
           DISPLAY EK-TS2.
           PERFORM TB-SEVK-DAGIT THRU TB-SEVK-DAGIT-SON.
           GO TS-GIR.
       TS-SON. CLOSE SEVK.
       TS-CIK. EXIT.
      * TANK DURUM PANOSU: HER TANKIN DOLULUGU, PARTININ YASI (DOLUM
      * TARIHINDEN BUGUNE GUN) VE SON SALAMURA OLCUMU.
       TANK-PANO SECTION.
       TP-BAS. DISPLAY (1 1) ERASE. OPEN INPUT TANK.
           IF TK-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK.DAT YOK, ONCE TANK TANIMI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO TP-CIK.
           ACCEPT TB-BUGUN FROM DATE YYYYMMDD.
           MOVE SPACES TO TB-DEPO.
           DISPLAY EK-TP.
           DISPLAY (23 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-TP ON ESCAPE GO TP-SON.
           MOVE 0 TO TB-SAY TB-TKILO.
           MOVE TB-BUGUN TO TP-B-TARIH.
           DISPLAY (1 1) ERASE DISPLAY (1 1) TP-Z1.
           DISPLAY (3 1) TP-Z2.
           MOVE 3 TO TB-LIN.
           MOVE TB-DEPO TO TK-DEPO. MOVE 0 TO TK-NO.
           START TANK KEY NOT LESS THAN TK-KOD INVALID KEY GO TP-BIT.
       TP-OKU. READ TANK NEXT AT END GO TP-BIT.
           IF TB-DEPO NOT = SPACES AND TK-DEPO NOT = TB-DEPO
              GO TP-BIT.
           MOVE TK-DEPO TO TP-D-DEPO. MOVE TK-NO TO TP-D-NO.
           MOVE TK-KALITE TO TP-D-KALITE.
           MOVE TK-KAPASITE TO TP-D-KAP. MOVE TK-KILO TO TP-D-KILO.
           MOVE 0 TO TB-YUZDE TB-YAS.
           IF TK-KAPASITE NOT = 0
              COMPUTE TB-YUZDE ROUNDED = (TK-KILO * 100) / TK-KAPASITE.
           IF TK-KILO NOT = 0 AND TK-DOLUM NOT = 0
              AND TK-DOLUM NOT > TB-BUGUN
              COMPUTE TB-YAS = FUNCTION INTEGER-OF-DATE(TB-BUGUN)
                 - FUNCTION INTEGER-OF-DATE(TK-DOLUM).
           MOVE TB-YUZDE TO TP-D-YUZDE. MOVE TB-YAS TO TP-D-YAS.
           MOVE SPACES TO TP-D-OTARIH.
           IF TK-O-TARIH NOT = 0
              STRING TK-O-TARIH (7:2) "." TK-O-TARIH (5:2) "."
                 TK-O-TARIH (1:4) DELIMITED BY SIZE INTO TP-D-OTARIH.
           MOVE TK-O-TUZ TO TP-D-TUZ. MOVE TK-O-PH TO TP-D-PH.
           MOVE TK-O-ASIT TO TP-D-ASIT.
           MOVE SPACE TO TP-D-UYARI.
           IF TK-O-SINIR-DISI MOVE "*" TO TP-D-UYARI.
           ADD 1 TO TB-LIN TB-SAY. ADD TK-KILO TO TB-TKILO.
           DISPLAY (TB-LIN 1) TP-Z3.
           IF TB-LIN = 20
              DISPLAY (24 1) ERASE DISPLAY (24 1) "DEVAMI VAR {ENT BAS}"
              ACCEPT CEVAP DISPLAY (4 1) ERASE MOVE 3 TO TB-LIN.
           GO TP-OKU.
       TP-BIT. MOVE TB-SAY TO TP-T-SAY. MOVE TB-TKILO TO TP-T-KILO.
           DISPLAY (22 1) TP-Z4.
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}". ACCEPT CEVAP.
       TP-SON. CLOSE TANK.
       TP-CIK. EXIT.
      * KAMPANYA FINANSMAN IHTIYACI TAHMINI. UYENIN BEKLENEN KILOSU
      * TAAHHUT VE REKOLTE BEYANININ BUYUGUDUR; TESLIM EDILMEMIS KISIM
      * TAHMIN TARIHINDE GECERLI BAREM FIATIYLA DEGERLENIR, TESLIM
      * EDILIP ODENMEMIS ALIM TUTARI ILE BIRLIKTE ODEME IHTIYACINI
      * VERIR. TUTARLAR STOPAJ/BAGKUR ONCESI BRUTTUR. ODENMEMIS ALIM
      * ILK HAFTAYA, KALAN TESLIMAT HAFTALARA ESIT DAGITILIR.
       FINANSMAN-TAHMIN SECTION.
       FT-BAS. DISPLAY (1 1) ERASE.
           OPEN INPUT BRD TAAHHUT REKOLTE ODEME BARTAB.
           PERFORM YAZICI-AC.
           IF P2-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BRD.DAT ACILAMADI, DUZELT ILE ONARIN {ENT BAS}"
              ACCEPT CEVAP GO FT-SON.
           IF BT-DURUM NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BAREM TABLOSU YOK, ONCE BAREM FIATI GIRINIZ {ENT BAS}"
              ACCEPT CEVAP GO FT-SON.
           ACCEPT FT-TARIH FROM DATE YYYYMMDD.
           MOVE 8 TO FT-HSAY. MOVE 0 TO FT-BAND.
       FT-GIR. DISPLAY EK-FT.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT EK-FT ON ESCAPE GO FT-SON.
           IF D1 = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DONEM BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO FT-GIR.
           IF FT-TARIH (5:2) < "01" OR FT-TARIH (5:2) > "12"
              OR FT-TARIH (7:2) < "01" OR FT-TARIH (7:2) > "31"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAHMIN TARIHI HATALI {ENT BAS}" ACCEPT CEVAP GO FT-GIR.
           IF FT-HSAY < 1 OR FT-HSAY > 20
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "HAFTA SAYISI 1-20 ARASI OLMALI {ENT BAS}"
              ACCEPT CEVAP GO FT-GIR.
           IF FT-BAND > 6
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANE BANDI 0-6 ARASI OLMALI {ENT BAS}"
              ACCEPT CEVAP GO FT-GIR.
           DISPLAY (22 10) "DOGRUMU {E/H}:".
           ACCEPT (22 30) CEVAP.
           IF CEVAP = "H" GO FT-GIR.
           MOVE ZEROS TO FT-BTABLO.
       FT-SRT. SORT SRTWRK ON ASCENDING KEY R4-UYENO
               INPUT PROCEDURE IS FT-BESLE
               OUTPUT PROCEDURE IS FT-DOKUM.
           DISPLAY (23 1) "FINANSMAN TAHMINI YAZICIDA".
       FT-SON. DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "ANA MENU ICIN {ENT BAS}".
           ACCEPT CEVAP.
           CLOSE BRD TAAHHUT REKOLTE ODEME BARTAB YAZICI.
      * DONEMIN TAAHHUT, REKOLTE, ALIM VE ODEME SATIRLARI UYE
      * SIRASINA DIZILMEK UZERE TEK TIP KAYITLA SIRALAMAYA VERILIR.
      * ALIMLARDA TANE BANDI KILOLARI DA BAREM KARISIMI ICIN TOPLANIR.
       FT-BESLE SECTION.
       FT-B0. IF TH-DURUM NOT = "00" GO FT-B-REK.
           MOVE 0 TO TH-UYENO. MOVE SPACES TO TH-DONEM.
           START TAAHHUT KEY NOT LESS THAN TH-KOD INVALID KEY
              GO FT-B-REK.
       FT-B-TH. READ TAAHHUT NEXT AT END GO FT-B-REK.
           IF TH-DONEM NOT = D1 GO FT-B-TH.
           MOVE TH-UYENO TO R4-UYENO. MOVE "T" TO R4-TIP.
           MOVE TH-KILO TO R4-KILO. MOVE 0 TO R4-TUTAR.
           RELEASE SRT4-KAYDI.
           GO FT-B-TH.
       FT-B-REK. IF RK-DURUM NOT = "00" GO FT-B-BRD.
           MOVE 0 TO RK-UYENO. MOVE SPACES TO RK-DONEM.
           START REKOLTE KEY NOT LESS THAN RK-KOD INVALID KEY
              GO FT-B-BRD.
       FT-B-RK. READ REKOLTE NEXT AT END GO FT-B-BRD.
           IF RK-DONEM NOT = D1 GO FT-B-RK.
           MOVE RK-UYENO TO R4-UYENO. MOVE "R" TO R4-TIP.
           MOVE RK-KILO TO R4-KILO. MOVE 0 TO R4-TUTAR.
           RELEASE SRT4-KAYDI.
           GO FT-B-RK.
       FT-B-BRD. MOVE D1 TO DONEM. MOVE 0 TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              GO FT-B-OD.
       FT-B-FIS. READ BRD NEXT AT END GO FT-B-OD.
           IF DONEM NOT = D1 GO FT-B-OD.
           IF FIS-IPTAL GO FT-B-FIS.
           MOVE UYENO TO R4-UYENO. MOVE "A" TO R4-TIP.
           MOVE MIKTARI TO R4-KILO.
           COMPUTE R4-TUTAR = MIKTARI * BAREM-FIATI.
           RELEASE SRT4-KAYDI.
           IF TANE <= 250 MOVE 1 TO BT-ARA-BAND
           ELSE IF TANE <= 300 MOVE 2 TO BT-ARA-BAND
           ELSE IF TANE <= 350 MOVE 3 TO BT-ARA-BAND
           ELSE IF TANE <= 400 MOVE 4 TO BT-ARA-BAND
           ELSE IF TANE <= 460 MOVE 5 TO BT-ARA-BAND
           ELSE MOVE 6 TO BT-ARA-BAND.
           ADD MIKTARI TO FT-BT-KILO (BT-ARA-BAND).
           GO FT-B-FIS.
       FT-B-OD. IF P2-DST2 NOT = "00" GO FT-B-SON.
           MOVE 0 TO OD-UYENO OD-SIRA. MOVE SPACES TO OD-DONEM.
           START ODEME KEY NOT LESS THAN OD-KOD INVALID KEY
              GO FT-B-SON.
       FT-B-ODR. READ ODEME NEXT AT END GO FT-B-SON.
           IF OD-DONEM NOT = D1 GO FT-B-ODR.
           MOVE OD-UYENO TO R4-UYENO. MOVE "O" TO R4-TIP.
           MOVE 0 TO R4-KILO. MOVE OD-TUTAR TO R4-TUTAR.
           RELEASE SRT4-KAYDI.
           GO FT-B-ODR.
       FT-B-SON. EXIT.
       FT-DOKUM SECTION.
       FT-D0. PERFORM FT-FIAT-BUL THRU FT-FIAT-BUL-SON.
           MOVE "E" TO FT-ILK.
           MOVE 0 TO FT-UYE FT-T-BEK FT-T-TESLIM FT-T-TTUTAR
              FT-T-ODEME FT-T-SIMDI FT-T-KALAN FT-T-IHT.
           MOVE 0 TO FT-U-TAAH FT-U-REK FT-U-TESLIM FT-U-TTUTAR
              FT-U-ODEME.
       FT-D1. RETURN SRTWRK AT END GO FT-D-TOPLAM.
           IF FT-ILK = "E" MOVE R4-UYENO TO FT-U-NO MOVE "H" TO FT-ILK.
           IF R4-UYENO NOT = FT-U-NO
              PERFORM FT-UYE-KAPAT THRU FT-UYE-KAPAT-SON
              MOVE R4-UYENO TO FT-U-NO.
           IF R4-TIP = "T" ADD R4-KILO TO FT-U-TAAH.
           IF R4-TIP = "R" ADD R4-KILO TO FT-U-REK.
           IF R4-TIP = "A" ADD R4-KILO TO FT-U-TESLIM
              ADD R4-TUTAR TO FT-U-TTUTAR.
           IF R4-TIP = "O" ADD R4-TUTAR TO FT-U-ODEME.
           GO FT-D1.
       FT-D-TOPLAM.
           IF FT-ILK = "H" PERFORM FT-UYE-KAPAT THRU FT-UYE-KAPAT-SON.
           COMPUTE FT-T-KTUTAR = FT-T-KALAN * FT-FIAT.
           PERFORM FT-BIRLIK-TOPLA THRU FT-BIRLIK-TOPLA-SON.
           COMPUTE FT-NET = FT-T-IHT - FT-BIRLIK.
           COMPUTE FT-GELECEK = FT-T-IHT - FT-T-SIMDI.
           MOVE ZEROS TO FT-HTABLO.
           DIVIDE FT-HSAY INTO FT-T-KALAN GIVING FT-PAY-K.
           DIVIDE FT-HSAY INTO FT-GELECEK GIVING FT-PAY-T.
           PERFORM FT-HAFTA-DAGIT THRU FT-HAFTA-DAGIT-SON
              VARYING FT-I FROM 1 BY 1 UNTIL FT-I > FT-HSAY.
           ADD FT-T-SIMDI TO FT-H-TUTAR (1).
           MOVE D1 TO FT-B-DONEM.
           MOVE FT-TARIH TO TYG-YMD.
           PERFORM TARIH-GGAA THRU TARIH-GGAA-SON.
           MOVE TYG-GGAA TO FT-B-TARIH.
           MOVE FT-FIAT TO FT-B-FIAT.
           IF FT-BAND = 0 MOVE "TESLIMAT KARISIMI" TO FT-B-BANT
           ELSE MOVE "SABIT BANT" TO FT-B-BANT
              MOVE FT-BAND TO FT-B-BANT (12:1).
           WRITE SATIR FROM FT-Z1 AFTER 2.
           WRITE SATIR FROM FT-Z1B.
           WRITE SATIR FROM CIZGI.
           MOVE "UYE SAYISI" TO FT-S-ETIKET.
           MOVE FT-UYE TO FT-S-KILO. MOVE 0 TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "BEKLENEN KILO (TAAHHUT/REKOLTE BUYUGU)" TO FT-S-ETIKET.
           MOVE FT-T-BEK TO FT-S-KILO. MOVE 0 TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "TESLIM ALINAN KILO / ALIM TUTARI" TO FT-S-ETIKET.
           MOVE FT-T-TESLIM TO FT-S-KILO.
           MOVE FT-T-TTUTAR TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "YAPILAN ODEMELER (AVANS + KESIN)" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-T-ODEME TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "TESLIM EDILMIS, ODENMEMIS ALIM" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-T-SIMDI TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "KALAN BEKLENEN KILO / BAREM DEGERI" TO FT-S-ETIKET.
           MOVE FT-T-KALAN TO FT-S-KILO.
           MOVE FT-T-KTUTAR TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "TOPLAM URETICI ODEME IHTIYACI" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-T-IHT TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           WRITE SATIR FROM CIZGI.
           MOVE "BIRLIK HAKEDISI (SETTLE)" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-SETTLE TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "BIRLIKTEN GELEN ODEMELER (AVIZ)" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-AVIZ TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "BIRLIKTEN BEKLENEN ODEME" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-BIRLIK TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           MOVE "NET FINANSMAN IHTIYACI" TO FT-S-ETIKET.
           MOVE 0 TO FT-S-KILO. MOVE FT-NET TO FT-S-TUTAR.
           WRITE SATIR FROM FT-ZS.
           WRITE SATIR FROM CIZGI.
           WRITE SATIR FROM FT-Z3 AFTER 2.
           WRITE SATIR FROM CIZGI.
           MOVE 0 TO FT-KUM.
           PERFORM FT-HAFTA-YAZ THRU FT-HAFTA-YAZ-SON
              VARYING FT-I FROM 1 BY 1 UNTIL FT-I > FT-HSAY.
           WRITE SATIR FROM CIZGI.
           GO FT-D-SON.
      * UYE KIRILIMI: BEKLENEN KILO TAAHHUT/REKOLTE BUYUGU, KALAN
      * KILO BAREMLE DEGERLENIR; FAZLA ODENMIS AVANS IHTIYACTAN DUSER.
       FT-UYE-KAPAT.
           MOVE FT-U-TAAH TO FT-U-BEK.
           IF FT-U-REK > FT-U-BEK MOVE FT-U-REK TO FT-U-BEK.
           MOVE 0 TO FT-U-KALAN.
           IF FT-U-BEK > FT-U-TESLIM
              COMPUTE FT-U-KALAN = FT-U-BEK - FT-U-TESLIM.
           COMPUTE FT-U-SIMDI = FT-U-TTUTAR - FT-U-ODEME.
           COMPUTE FT-U-IHT = (FT-U-KALAN * FT-FIAT) + FT-U-SIMDI.
           IF FT-U-SIMDI < 0 MOVE 0 TO FT-U-SIMDI.
           IF FT-U-IHT < 0 MOVE 0 TO FT-U-IHT.
           ADD 1 TO FT-UYE.
           ADD FT-U-BEK TO FT-T-BEK. ADD FT-U-TESLIM TO FT-T-TESLIM.
           ADD FT-U-TTUTAR TO FT-T-TTUTAR.
           ADD FT-U-ODEME TO FT-T-ODEME.
           ADD FT-U-SIMDI TO FT-T-SIMDI. ADD FT-U-KALAN TO FT-T-KALAN.
           ADD FT-U-IHT TO FT-T-IHT.
           MOVE 0 TO FT-U-TAAH FT-U-REK FT-U-TESLIM FT-U-TTUTAR
              FT-U-ODEME.
       FT-UYE-KAPAT-SON. EXIT.
      * KALAN KILO VE IHTIYAC HAFTALARA ESIT BOLUNUR, KUSURAT SON
      * HAFTAYA YAZILIR.
       FT-HAFTA-DAGIT.
           IF FT-I < FT-HSAY
              MOVE FT-PAY-K TO FT-H-KILO (FT-I)
              MOVE FT-PAY-T TO FT-H-TUTAR (FT-I)
           ELSE
              COMPUTE FT-H-KILO (FT-I) =
                 FT-T-KALAN - (FT-PAY-K * (FT-HSAY - 1))
              COMPUTE FT-H-TUTAR (FT-I) =
                 FT-GELECEK - (FT-PAY-T * (FT-HSAY - 1)).
       FT-HAFTA-DAGIT-SON. EXIT.
       FT-HAFTA-YAZ.
           COMPUTE FT-GUN = FUNCTION INTEGER-OF-DATE(FT-TARIH)
              + (7 * (FT-I - 1)).
           COMPUTE TYG-YMD = FUNCTION DATE-OF-INTEGER(FT-GUN).
           PERFORM TARIH-GGAA THRU TARIH-GGAA-SON.
           ADD FT-H-TUTAR (FT-I) TO FT-KUM.
           MOVE FT-I TO FT-D-HAFTA. MOVE TYG-GGAA TO FT-D-BAS.
           MOVE FT-H-KILO (FT-I) TO FT-D-KILO.
           MOVE FT-H-TUTAR (FT-I) TO FT-D-TUTAR.
           MOVE FT-KUM TO FT-D-KUM.
           WRITE SATIR FROM FT-Z4.
       FT-HAFTA-YAZ-SON. EXIT.
      * HER TANE BANDI ICIN TAHMIN TARIHINDE GECERLI SON BAREM FIATI.
      * BANT SECILMEMISSE DONEMDE TESLIM ALINAN BANT KILOLARIYLA
      * AGIRLIKLI ORTALAMA, HIC ALIM YOKSA BANT FIATLARININ ORTALAMASI.
       FT-FIAT-BUL.
           MOVE 0 TO FT-FIAT.
           MOVE D1 TO BT-DONEM. MOVE 0 TO BT-BAND.
           MOVE SPACES TO BT-GECERLI.
           START BARTAB KEY NOT LESS THAN BT-KOD INVALID KEY
              GO FT-FB-HESAP.
       FT-FB-OKU. READ BARTAB NEXT AT END GO FT-FB-HESAP.
           IF BT-DONEM NOT = D1 GO FT-FB-HESAP.
           IF BT-BAND < 1 OR BT-BAND > 6 GO FT-FB-OKU.
           MOVE BT-GECERLI TO TY-GIRDI.
           PERFORM TARIH-YMD THRU TARIH-YMD-SON.
           IF TY-CIKTI = 0 OR TY-CIKTI > FT-TARIH GO FT-FB-OKU.
           IF TY-CIKTI NOT < FT-BT-YMD (BT-BAND)
              MOVE TY-CIKTI TO FT-BT-YMD (BT-BAND)
              MOVE BT-FIAT TO FT-BT-FIAT (BT-BAND).
           GO FT-FB-OKU.
       FT-FB-HESAP.
           IF FT-BAND NOT = 0
              MOVE FT-BT-FIAT (FT-BAND) TO FT-FIAT
              GO FT-FIAT-BUL-SON.
           MOVE 0 TO FT-MIX-KILO FT-MIX-TUTAR FT-MIX-SAY FT-MIX-FTOP.
           PERFORM FT-FB-KARISIM THRU FT-FB-KARISIM-SON
              VARYING FT-I FROM 1 BY 1 UNTIL FT-I > 6.
           IF FT-MIX-KILO > 0
              COMPUTE FT-FIAT ROUNDED = FT-MIX-TUTAR / FT-MIX-KILO
           ELSE IF FT-MIX-SAY > 0
              COMPUTE FT-FIAT ROUNDED = FT-MIX-FTOP / FT-MIX-SAY.
       FT-FIAT-BUL-SON. EXIT.
       FT-FB-KARISIM.
           IF FT-BT-FIAT (FT-I) = 0 GO FT-FB-KARISIM-SON.
           ADD 1 TO FT-MIX-SAY. ADD FT-BT-FIAT (FT-I) TO FT-MIX-FTOP.
           ADD FT-BT-KILO (FT-I) TO FT-MIX-KILO.
           COMPUTE FT-MIX-TUTAR =
              FT-MIX-TUTAR + (FT-BT-KILO (FT-I) * FT-BT-FIAT (FT-I)).
       FT-FB-KARISIM-SON. EXIT.
      * BIRLIGIN DONEM HAKEDISI (SETTLE) VE GELEN AVIZLER; FARK
      * BIRLIKTEN HENUZ BEKLENEN ODEMEDIR.
       FT-BIRLIK-TOPLA.
           MOVE 0 TO FT-SETTLE FT-AVIZ.
           OPEN INPUT SETTLE.
           IF SL-DST NOT = "00" GO FT-BR-AVIZ.
       FT-BR-SL. READ SETTLE AT END GO FT-BR-SLK.
           IF SL-DONEM = D1 ADD SL-TUTAR TO FT-SETTLE.
           GO FT-BR-SL.
       FT-BR-SLK. CLOSE SETTLE.
       FT-BR-AVIZ. OPEN INPUT BIRAVIZ.
           IF AV-DST NOT = "00" GO FT-BR-HESAP.
       FT-BR-AV. READ BIRAVIZ AT END GO FT-BR-AVK.
           IF AV-DONEM = D1 ADD AV-TUTAR TO FT-AVIZ.
           GO FT-BR-AV.
       FT-BR-AVK. CLOSE BIRAVIZ.
       FT-BR-HESAP. COMPUTE FT-BIRLIK = FT-SETTLE - FT-AVIZ.
       FT-BIRLIK-TOPLA-SON. EXIT.
       FT-D-SON. EXIT.
      * GIRDI BORCU YARDIMCILARI: ODEME GIRISI, BAKIYE LISTESI VE
      * BANKA PARTISI UYENIN GIRDI PROGRAMINDAKI BORCUNU BURADAN
      * OKUR; PARTI MAHSUBU GRHAR'A BURADAN YAZILIR.
       GIRDI-BORC SECTION.
      * GRHAR.DAT'I OKUMA ICIN ACAR; DOSYA YOKSA BORC SIFIR SAYILIR.
       GR-AC.
           MOVE "H" TO GH-ACIK.
           OPEN INPUT GRHAR.
           IF GH-DST = "00" MOVE "E" TO GH-ACIK.
       GR-AC-SON. EXIT.
       GR-KAPAT.
           IF GH-ACIK = "E" CLOSE GRHAR.
           MOVE "H" TO GH-ACIK.
       GR-KAPAT-SON. EXIT.
      * GR-UYENO'NUN GIRDI BORCU: SATISLAR EKSI DIGER HAREKETLER.
       GR-BORC-BUL.
           MOVE 0 TO GR-BORC.
           IF GH-ACIK NOT = "E" GO GR-BORC-BUL-SON.
           MOVE GR-UYENO TO GH-UYENO. MOVE 0 TO GH-TARIH GH-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO GR-BORC-BUL-SON.
       GR-BB-OKU. READ GRHAR NEXT AT END GO GR-BORC-BUL-SON.
           IF GH-UYENO NOT = GR-UYENO GO GR-BORC-BUL-SON.
           IF GH-SATIS ADD GH-TUTAR TO GR-BORC
           ELSE SUBTRACT GH-TUTAR FROM GR-BORC.
           GO GR-BB-OKU.
       GR-BORC-BUL-SON. EXIT.
      * BANKA PARTISINDE KESIN ODEMEDEN DUSULEN GIRDI BORCU: UYEYE
      * BUGUNUN TARIHI VE PARTI NUMARASIYLA "M" HAREKETI YAZILIR.
       GR-MAHSUP-YAZ.
           MOVE GR-UYENO TO GH-UYENO. MOVE GR-BUGUN TO GH-TARIH.
           MOVE 0 TO GH-SIRA.
           MOVE "M" TO GH-TIP.
           MOVE SPACES TO GH-MALKOD GH-ACIKLAMA.
           MOVE 0 TO GH-MIKTAR GH-FIAT.
           MOVE GR-MAHSUP TO GH-TUTAR.
           MOVE D1 TO GH-DONEM. MOVE PB-PARTI TO GH-PARTI.
           STRING "BANKA PARTI " PB-B-PARTI
              DELIMITED BY SIZE INTO GH-ACIKLAMA.
           MOVE GRHAR-KAYDI TO GR-SAKLA.
           MOVE 0 TO GR-YENI-SIRA.
           START GRHAR KEY NOT LESS THAN GH-KOD INVALID KEY
              GO GR-MY-YAZ.
       GR-MY-OKU. READ GRHAR NEXT AT END GO GR-MY-YAZ.
           IF GH-KOD (1:12) NOT = GR-SAKLA (1:12) GO GR-MY-YAZ.
           IF GH-SIRA > GR-YENI-SIRA MOVE GH-SIRA TO GR-YENI-SIRA.
           GO GR-MY-OKU.
       GR-MY-YAZ.
           MOVE GR-SAKLA TO GRHAR-KAYDI.
           ADD 1 TO GR-YENI-SIRA.
           MOVE GR-YENI-SIRA TO GH-SIRA.
           WRITE GRHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GIRDI MAHSUBU YAZILAMADI, UYE:" (24 32) GR-UYENO
              (24 38) "{ENT BAS}" ACCEPT CEVAP.
       GR-MAHSUP-YAZ-SON. EXIT.
       GR-CIK. EXIT.
      * AMBALAJ YARDIMCILARI: KANTAR FISI, AMBALAJ HAREKETI, RAPORLAR
      * VE BANKA PARTISI AMBALAJ TURLERINI VE UYE BAKIYESINI BURADAN
      * OKUR, AMBHAR'A BURADAN YAZAR.
       AMBALAJ-ORTAK SECTION.
      * AMBHAR.DAT'I OKUMA / YAZMA ICIN ACAR, YOKSA YARATIR.
       AM-AC.
           MOVE "H" TO AH-ACIK.
           OPEN I-O AMBHAR.
           IF AH-DST = "35" OPEN OUTPUT AMBHAR CLOSE AMBHAR
              OPEN I-O AMBHAR.
           IF AH-DST = "00" MOVE "E" TO AH-ACIK.
       AM-AC-SON. EXIT.
       AM-KAPAT.
           IF AH-ACIK = "E" CLOSE AMBHAR.
           MOVE "H" TO AH-ACIK.
       AM-KAPAT-SON. EXIT.
      * AMBTAB'DAKI TURLER (EN COK 9) TABLOYA ALINIR, SAYACLAR
      * SIFIRLANIR. DOSYA YOKSA TUR SAYISI SIFIRDIR.
       AM-TUR-YUKLE.
           MOVE 0 TO AM-T-SAY.
           MOVE SPACES TO AM-TABLO.
           OPEN INPUT AMBTAB.
           IF AT-DST NOT = "00" GO AM-TUR-YUKLE-SON.
           MOVE SPACES TO AT-TUR.
           START AMBTAB KEY NOT LESS THAN AT-TUR INVALID KEY
              GO AM-TY-KAPAT.
       AM-TY-OKU. READ AMBTAB NEXT AT END GO AM-TY-KAPAT.
           IF AM-T-SAY = 9 GO AM-TY-KAPAT.
           ADD 1 TO AM-T-SAY.
           MOVE AT-TUR TO AM-T-TUR (AM-T-SAY).
           MOVE AT-ADI TO AM-T-ADI (AM-T-SAY).
           MOVE AT-DEPOZITO TO AM-T-FIAT (AM-T-SAY).
           MOVE 0 TO AM-T-UYE (AM-T-SAY) AM-T-TOP (AM-T-SAY)
              AM-T-TTUT (AM-T-SAY) AM-T-VER (AM-T-SAY)
              AM-T-IADE (AM-T-SAY) AM-T-KES (AM-T-SAY).
           GO AM-TY-OKU.
       AM-TY-KAPAT.
           CLOSE AMBTAB.
       AM-TUR-YUKLE-SON. EXIT.
      * AM-ARA-TUR'UN TABLODAKI SIRASI AM-I'YA KONUR (YOKSA 0).
       AM-TUR-ARA.
           MOVE 1 TO AM-I.
       AM-TA-BAK.
           IF AM-I > AM-T-SAY MOVE 0 TO AM-I GO AM-TUR-ARA-SON.
           IF AM-T-TUR (AM-I) = AM-ARA-TUR GO AM-TUR-ARA-SON.
           ADD 1 TO AM-I.
           GO AM-TA-BAK.
       AM-TUR-ARA-SON. EXIT.
      * AM-UYENO'DAKI AM-ARA-TUR ACIK ADEDI: VERILEN EKSI IADE VE
      * DEPOZITOSU KESILEN. AMBHAR KAPALIYSA SIFIRDIR.
       AM-KALAN-BUL.
           MOVE 0 TO AM-KALAN.
           IF AH-ACIK NOT = "E" GO AM-KALAN-BUL-SON.
           MOVE AM-UYENO TO AH-UYENO. MOVE 0 TO AH-TARIH AH-SIRA.
           START AMBHAR KEY NOT LESS THAN AH-KOD INVALID KEY
              GO AM-KALAN-BUL-SON.
       AM-KB-OKU. READ AMBHAR NEXT AT END GO AM-KALAN-BUL-SON.
           IF AH-UYENO NOT = AM-UYENO GO AM-KALAN-BUL-SON.
           IF AH-TUR NOT = AM-ARA-TUR GO AM-KB-OKU.
           IF AH-VERILDI ADD AH-ADET TO AM-KALAN.
           IF AH-IADE OR AH-DEPOZITO SUBTRACT AH-ADET FROM AM-KALAN.
           GO AM-KB-OKU.
       AM-KALAN-BUL-SON. EXIT.
      * KAYIT ALANINDAKI HAREKET, UYE VE GUN ICINDEKI SIRADAKI SIRA
      * NUMARASIYLA YAZILIR.
       AM-YAZ.
           MOVE AMBHAR-KAYDI TO AM-SAKLA.
           MOVE 0 TO AM-YENI-SIRA.
           START AMBHAR KEY NOT LESS THAN AH-KOD INVALID KEY
              GO AM-YZ-YAZ.
       AM-YZ-OKU. READ AMBHAR NEXT AT END GO AM-YZ-YAZ.
           IF AH-KOD (1:12) NOT = AM-SAKLA (1:12) GO AM-YZ-YAZ.
           IF AH-SIRA > AM-YENI-SIRA MOVE AH-SIRA TO AM-YENI-SIRA.
           GO AM-YZ-OKU.
       AM-YZ-YAZ.
           MOVE AM-SAKLA TO AMBHAR-KAYDI.
           ADD 1 TO AM-YENI-SIRA.
           MOVE AM-YENI-SIRA TO AH-SIRA.
           WRITE AMBHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AMBALAJ HAREKETI YAZILAMADI, UYE:" (24 35) AH-UYENO
              (24 41) "{ENT BAS}" ACCEPT CEVAP.
       AM-YAZ-SON. EXIT.
      * BANKA PARTISINDE AM-I TURUNUN DEPOZITOSU: UYEDEKI ACIK ADET
      * KADAR, ANCAK KALAN NET ODEMENIN KARSILADIGI ADET KESILIR;
      * KESILEMEYEN ADET SONRAKI PARTIYE KALIR.
       AM-DEPOZITO-KES.
           IF AM-T-FIAT (AM-I) = 0 GO AM-DEPOZITO-KES-SON.
           MOVE AM-T-TUR (AM-I) TO AM-ARA-TUR.
           PERFORM AM-KALAN-BUL THRU AM-KALAN-BUL-SON.
           IF AM-KALAN NOT > 0 GO AM-DEPOZITO-KES-SON.
           DIVIDE AM-NET BY AM-T-FIAT (AM-I) GIVING AM-SAYI.
           IF AM-SAYI > AM-KALAN MOVE AM-KALAN TO AM-SAYI.
           IF AM-SAYI = 0 GO AM-DEPOZITO-KES-SON.
           MOVE AM-SAYI TO AM-ADET.
           COMPUTE AM-TUTAR = AM-ADET * AM-T-FIAT (AM-I).
           SUBTRACT AM-TUTAR FROM AM-NET.
           ADD AM-TUTAR TO AM-KESINTI.
           MOVE AM-UYENO TO AH-UYENO. MOVE GR-BUGUN TO AH-TARIH.
           MOVE 0 TO AH-SIRA AH-STNO AH-TRFIS.
           MOVE "D" TO AH-TIP. MOVE AM-ARA-TUR TO AH-TUR.
           MOVE AM-ADET TO AH-ADET.
           MOVE D1 TO AH-DONEM. MOVE PB-PARTI TO AH-PARTI.
           MOVE AM-TUTAR TO AH-TUTAR.
           PERFORM AM-YAZ THRU AM-YAZ-SON.
       AM-DEPOZITO-KES-SON. EXIT.
       AM-CIK. EXIT.
      * SEVKIYAT LOT YARDIMCILARI. SEVK KAYDI (SV-) ALANINDA OLAN ARAC
      * ICIN CALISIR; SVLOT VE BRD DOSYALARINI KENDILERI ACIP KAPATIR.
       LOT-ORTAK SECTION.
      * ARACA DAHA ONCE ATANMIS TOPLAM KILO (LT-ESKI).
       LT-MEVCUT. MOVE 0 TO LT-ESKI.
           OPEN INPUT SVLOT.
           IF LO-DST NOT = "00" GO LT-MEVCUT-SON.
           PERFORM LT-SEVK-TOPLA THRU LT-SEVK-TOPLA-SON.
           CLOSE SVLOT.
       LT-MEVCUT-SON. EXIT.
       LT-SEVK-TOPLA. MOVE 0 TO LT-ESKI.
           MOVE SV-NO TO LO-SVNO. MOVE 0 TO LO-FISNO LO-TARIH.
           MOVE SPACES TO LO-KALITE LO-DONEM.
           START SVLOT KEY NOT LESS THAN LO-KOD INVALID KEY
              GO LT-SEVK-TOPLA-SON.
       LT-ST-OKU. READ SVLOT NEXT AT END GO LT-SEVK-TOPLA-SON.
           IF LO-SVNO NOT = SV-NO GO LT-SEVK-TOPLA-SON.
           ADD LO-KILO TO LT-ESKI.
           GO LT-ST-OKU.
       LT-SEVK-TOPLA-SON. EXIT.
      * ARACIN MEVCUT LOT KAYITLARI SILINIR.
       LT-TEMIZLE. OPEN I-O SVLOT.
           IF LO-DST NOT = "00" GO LT-TEMIZLE-SON.
           MOVE SV-NO TO LO-SVNO. MOVE 0 TO LO-FISNO LO-TARIH.
           MOVE SPACES TO LO-KALITE LO-DONEM.
           START SVLOT KEY NOT LESS THAN LO-KOD INVALID KEY
              GO LT-TM-KAPAT.
       LT-TM-OKU. READ SVLOT NEXT AT END GO LT-TM-KAPAT.
           IF LO-SVNO NOT = SV-NO GO LT-TM-KAPAT.
           DELETE SVLOT RECORD.
           GO LT-TM-OKU.
       LT-TM-KAPAT. CLOSE SVLOT.
       LT-TEMIZLE-SON. EXIT.
      * ARACIN ATANMAMIS YUKU LT-BAS-TARIH / LT-BIT-TARIH ARALIGINDAKI
      * AYNI DONEM, DEPO VE KALITEDEKI IPTAL OLMAYAN FIS SATIRLARINA
      * TARIH SIRASIYLA DAGITILIR. BIR SATIRIN BASKA ARACLARA GITMIS
      * KILOSU DUSULUR; SATIR KILOSUNDAN FAZLASI ATANMAZ. SONUCTA
      * LT-ATANAN ARACA ATANMIS TOPLAM KILODUR.
       LT-DAGIT. OPEN I-O SVLOT.
           IF LO-DST = "35" OPEN OUTPUT SVLOT CLOSE SVLOT
              OPEN I-O SVLOT.
           PERFORM LT-SEVK-TOPLA THRU LT-SEVK-TOPLA-SON.
           MOVE LT-ESKI TO LT-ATANAN.
           OPEN INPUT BRD.
           IF P2-DST NOT = "00" CLOSE SVLOT
              DISPLAY (23 1) ERASE DISPLAY (23 10)
              "BRD.DAT ACILAMADI, LOT ATANAMADI"
              GO LT-DAGIT-SON.
           IF LT-ESKI NOT < SV-KILO GO LT-DG-KAPAT.
           COMPUTE LT-KALAN = SV-KILO - LT-ESKI.
           MOVE SV-DONEM TO DONEM. MOVE LT-BAS-TARIH TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              GO LT-DG-KAPAT.
       LT-DG-OKU. READ BRD NEXT AT END GO LT-DG-KAPAT.
           IF DONEM NOT = SV-DONEM OR TARIH > LT-BIT-TARIH
              GO LT-DG-KAPAT.
           IF FIS-IPTAL OR STNO NOT = SV-STNO OR KALITE NOT = SV-KALITE
              GO LT-DG-OKU.
           PERFORM LT-SATIR-TOPLA THRU LT-SATIR-TOPLA-SON.
           IF LT-DAGILMIS NOT < MIKTARI GO LT-DG-OKU.
           COMPUTE LT-PAY = MIKTARI - LT-DAGILMIS.
           IF LT-PAY > LT-KALAN MOVE LT-KALAN TO LT-PAY.
           MOVE SV-NO TO LO-SVNO. MOVE KOD TO LO-BRD-KOD.
           MOVE UYENO TO LO-UYENO. MOVE STNO TO LO-STNO.
           MOVE LT-PAY TO LO-KILO.
           WRITE SVLOT-KAYDI INVALID KEY
              PERFORM LT-EKLE THRU LT-EKLE-SON.
           ADD LT-PAY TO LT-ATANAN.
           SUBTRACT LT-PAY FROM LT-KALAN.
           IF LT-KALAN > 0 GO LT-DG-OKU.
       LT-DG-KAPAT. CLOSE BRD SVLOT.
       LT-DAGIT-SON. EXIT.
      * FIS SATIRININ (KOD) TUM ARACLARA ATANMIS KILOSU (LT-DAGILMIS).
       LT-SATIR-TOPLA. MOVE 0 TO LT-DAGILMIS.
           MOVE KOD TO LO-BRD-KOD.
           START SVLOT KEY NOT LESS THAN LO-BRD-KOD INVALID KEY
              GO LT-SATIR-TOPLA-SON.
       LT-SR-OKU. READ SVLOT NEXT AT END GO LT-SATIR-TOPLA-SON.
           IF LO-BRD-KOD NOT = KOD GO LT-SATIR-TOPLA-SON.
           ADD LO-KILO TO LT-DAGILMIS.
           GO LT-SR-OKU.
       LT-SATIR-TOPLA-SON. EXIT.
      * SATIR BU ARACA DAHA ONCE KISMEN ATANMISSA KILO UZERINE EKLENIR.
       LT-EKLE. READ SVLOT INVALID KEY GO LT-EKLE-SON.
           ADD LT-PAY TO LO-KILO.
           REWRITE SVLOT-KAYDI.
       LT-EKLE-SON. EXIT.
       LT-SONUC.
           DISPLAY (21 10) "LOTA ATANAN KILO :".
           DISPLAY (21 30) LT-ATANAN.
           DISPLAY (21 39) "/".
           DISPLAY (21 41) SV-KILO.
           IF LT-ATANAN < SV-KILO
              DISPLAY (22 10)
              "DIKKAT: ARALIKTAKI FISLER ARACIN YUKUNU KARSILAMIYOR".
           DISPLAY (24 1) ERASE DISPLAY (24 1) "DEVAM ICIN {ENT BAS}".
           ACCEPT CEVAP.
       LT-SONUC-SON. EXIT.
       LT-CIK. EXIT.
      * ORTAKLIK PAYI YARDIMCILARI: PAY HAREKETI, LISTELER, RISTURN VE
      * BANKA PARTISI ORTPAY.DAT'A BURADAN ERISIR.
       PAY-ORTAK SECTION.
      * ORTPAY.DAT'I OKUMA / YAZMA ICIN ACAR, YOKSA YARATIR.
       PA-AC.
           MOVE "H" TO PA-ACIK.
           OPEN I-O ORTPAY.
           IF PY-DST = "35" OPEN OUTPUT ORTPAY CLOSE ORTPAY
              OPEN I-O ORTPAY.
           IF PY-DST = "00" MOVE "E" TO PA-ACIK.
       PA-AC-SON. EXIT.
       PA-KAPAT.
           IF PA-ACIK = "E" CLOSE ORTPAY.
           MOVE "H" TO PA-ACIK.
       PA-KAPAT-SON. EXIT.
      * PA-UYENO'NUN ODENMIS PAYI: ODEME + KESINTI - IADE.
       PA-ODENEN-BUL.
           MOVE 0 TO PA-ODENEN.
           IF PA-ACIK NOT = "E" GO PA-ODENEN-BUL-SON.
           MOVE PA-UYENO TO PY-UYENO. MOVE 0 TO PY-TARIH PY-SIRA.
           START ORTPAY KEY NOT LESS THAN PY-KOD INVALID KEY
              GO PA-ODENEN-BUL-SON.
       PA-OB-OKU. READ ORTPAY NEXT AT END GO PA-ODENEN-BUL-SON.
           IF PY-UYENO NOT = PA-UYENO GO PA-ODENEN-BUL-SON.
           IF PY-ODEME OR PY-KESINTI ADD PY-TUTAR TO PA-ODENEN.
           IF PY-IADE SUBTRACT PY-TUTAR FROM PA-ODENEN.
           GO PA-OB-OKU.
       PA-ODENEN-BUL-SON. EXIT.
      * KAYIT ALANINDAKI HAREKET, ORTAK VE GUN ICINDEKI SIRADAKI SIRA
      * NUMARASIYLA YAZILIR.
       PA-YAZ.
           MOVE ORTPAY-KAYDI TO PA-SAKLA.
           MOVE 0 TO PA-YENI-SIRA.
           START ORTPAY KEY NOT LESS THAN PY-KOD INVALID KEY
              GO PA-YZ-YAZ.
       PA-YZ-OKU. READ ORTPAY NEXT AT END GO PA-YZ-YAZ.
           IF PY-KOD (1:12) NOT = PA-SAKLA (1:12) GO PA-YZ-YAZ.
           IF PY-SIRA > PA-YENI-SIRA MOVE PY-SIRA TO PA-YENI-SIRA.
           GO PA-YZ-OKU.
       PA-YZ-YAZ.
           MOVE PA-SAKLA TO ORTPAY-KAYDI.
           ADD 1 TO PA-YENI-SIRA.
           MOVE PA-YENI-SIRA TO PY-SIRA.
           WRITE ORTPAY-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "PAY HAREKETI YAZILAMADI, UYE:" (24 31) PY-UYENO
              (24 37) "{ENT BAS}" ACCEPT CEVAP.
       PA-YAZ-SON. EXIT.
      * BANKA PARTISINDE AKTIF ORTAGIN KALAN PAY BORCU, KALAN NET
      * ODEMENIN KARSILADIGI KADAR KESILIR (PA-NET'TEN DUSULUR).
       PA-PAY-KES.
           IF PA-UACIK NOT = "E" GO PA-PAY-KES-SON.
           MOVE PA-UYENO TO OU-UYENO.
           READ ORTUYE INVALID KEY GO PA-PAY-KES-SON.
           IF NOT OU-AKTIF GO PA-PAY-KES-SON.
           PERFORM PA-ODENEN-BUL THRU PA-ODENEN-BUL-SON.
           COMPUTE PA-KALAN = OU-TAAHHUT - PA-ODENEN.
           IF PA-KALAN NOT > 0 GO PA-PAY-KES-SON.
           IF PA-KALAN > PA-NET MOVE PA-NET TO PA-KESINTI
           ELSE MOVE PA-KALAN TO PA-KESINTI.
           SUBTRACT PA-KESINTI FROM PA-NET.
           MOVE PA-UYENO TO PY-UYENO. MOVE GR-BUGUN TO PY-TARIH.
           MOVE 0 TO PY-SIRA. MOVE "K" TO PY-TIP.
           MOVE PA-KESINTI TO PY-TUTAR. MOVE D1 TO PY-DONEM.
           MOVE PB-PARTI TO PY-PARTI.
           MOVE "ZEYTIN BEDELINDEN" TO PY-ACIKLAMA.
           PERFORM PA-YAZ THRU PA-YAZ-SON.
       PA-PAY-KES-SON. EXIT.
      * ORTPAY'DAKI EN BUYUK PARTI NO PB-PARTI'DAN BUYUKSE ONU ALIR.
       PA-PARTI-MAX.
           IF PA-ACIK NOT = "E" GO PA-PARTI-MAX-SON.
           MOVE 0 TO PY-UYENO PY-TARIH PY-SIRA.
           START ORTPAY KEY NOT LESS THAN PY-KOD INVALID KEY
              GO PA-PARTI-MAX-SON.
       PA-PM-OKU. READ ORTPAY NEXT AT END GO PA-PARTI-MAX-SON.
           IF PY-PARTI > PB-PARTI MOVE PY-PARTI TO PB-PARTI.
           GO PA-PM-OKU.
       PA-PARTI-MAX-SON. EXIT.
       PA-CIK. EXIT.
      * NAKLIYECI YARDIMCILARI: HAKEDIS VE ODEME NAKHAR.DAT'A BURADAN
      * ERISIR.
       NAKLIYE-ORTAK SECTION.
      * NAKHAR.DAT'I OKUMA / YAZMA ICIN ACAR, YOKSA YARATIR.
       NK-AC.
           MOVE "H" TO NK-ACIK.
           OPEN I-O NAKHAR.
           IF NH-DST = "35" OPEN OUTPUT NAKHAR CLOSE NAKHAR
              OPEN I-O NAKHAR.
           IF NH-DST = "00" MOVE "E" TO NK-ACIK.
       NK-AC-SON. EXIT.
       NK-KAPAT.
           IF NK-ACIK = "E" CLOSE NAKHAR.
           MOVE "H" TO NK-ACIK.
       NK-KAPAT-SON. EXIT.
      * NK-NAKCI'NIN HAKEDIS BAKIYESI: HAKEDIS - ODEME.
       NK-BAKIYE-BUL.
           MOVE 0 TO NK-BAKIYE.
           IF NK-ACIK NOT = "E" GO NK-BAKIYE-BUL-SON.
           MOVE NK-NAKCI TO NH-NAKCI. MOVE 0 TO NH-SIRA.
           START NAKHAR KEY NOT LESS THAN NH-KOD INVALID KEY
              GO NK-BAKIYE-BUL-SON.
       NK-BB-OKU. READ NAKHAR NEXT AT END GO NK-BAKIYE-BUL-SON.
           IF NH-NAKCI NOT = NK-NAKCI GO NK-BAKIYE-BUL-SON.
           IF NH-HAKEDIS ADD NH-TUTAR TO NK-BAKIYE.
           IF NH-ODEME SUBTRACT NH-TUTAR FROM NK-BAKIYE.
           GO NK-BB-OKU.
       NK-BAKIYE-BUL-SON. EXIT.
      * KAYIT ALANINDAKI HAREKET, NAKLIYECININ SIRADAKI SIRA
      * NUMARASIYLA YAZILIR.
       NK-YAZ.
           MOVE NAKHAR-KAYDI TO NK-SAKLA.
           MOVE 0 TO NK-YENI-SIRA.
           START NAKHAR KEY NOT LESS THAN NH-KOD INVALID KEY
              GO NK-YZ-YAZ.
       NK-YZ-OKU. READ NAKHAR NEXT AT END GO NK-YZ-YAZ.
           IF NH-NAKCI NOT = NK-SAKLA (1:8) GO NK-YZ-YAZ.
           IF NH-SIRA > NK-YENI-SIRA MOVE NH-SIRA TO NK-YENI-SIRA.
           GO NK-YZ-OKU.
       NK-YZ-YAZ.
           MOVE NK-SAKLA TO NAKHAR-KAYDI.
           ADD 1 TO NK-YENI-SIRA.
           MOVE NK-YENI-SIRA TO NH-SIRA.
           WRITE NAKHAR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "NAKLIYE HAREKETI YAZILAMADI:" (24 30) NH-NAKCI
              (24 40) "{ENT BAS}" ACCEPT CEVAP.
       NK-YAZ-SON. EXIT.
       NK-CIK. EXIT.
      * E-MUSTAHSIL YARDIMCILARI. FIS KESIMINDE (KESINTI KAYDINDAN
      * HEMEN SONRA) MAKBUZUN URETICI SATIRLARI EMAKBUZ.DAT'A YAZILIR
      * VE AKTARIM DOSYASI URETILIR. TUTARLAR KESINTI.DAT'TAKI GIBI
      * HESAPLANIR: LAB KALITE KESINTISI BRUTTEN DUSULUR, STOPAJ VE
      * BAGKUR KALAN MATRAHTAN ORAN.DAT'IN "MM" ORANLARIYLA ALINIR.
       EMUST-ORTAK SECTION.
      * EMAKBUZ.DAT'I OKUMA / YAZMA ICIN ACAR, YOKSA YARATIR.
       MZ-AC.
           MOVE "H" TO MZ-ACIK.
           OPEN I-O EMAKBUZ.
           IF MZ-DST = "35" OPEN OUTPUT EMAKBUZ CLOSE EMAKBUZ
              OPEN I-O EMAKBUZ.
           IF MZ-DST = "00" MOVE "E" TO MZ-ACIK.
       MZ-AC-SON. EXIT.
       MZ-KAPAT.
           IF MZ-ACIK = "E" CLOSE EMAKBUZ.
           MOVE "H" TO MZ-ACIK.
       MZ-KAPAT-SON. EXIT.
       MZ-ORTAK-AC.
           MOVE "H" TO MZ-OACIK.
           OPEN INPUT ORTAK.
           IF P2-DST2 = "00" MOVE "E" TO MZ-OACIK.
       MZ-ORTAK-AC-SON. EXIT.
       MZ-ORTAK-KAPAT.
           IF MZ-OACIK = "E" CLOSE ORTAK.
           MOVE "H" TO MZ-OACIK.
       MZ-ORTAK-KAPAT-SON. EXIT.
      * MZ-E-UYENO'NUN ORTAK.DAT KAYDINI OKUR; ADI MZ-E-ADI'YA KOYAR.
      * KAYIT YOKSA AD, SEHIR VE ADRES BOS KALIR.
       MZ-ORTAK-AD.
           MOVE SPACES TO MZ-E-ADI ORT-SEHIR ORT-ADRES.
           IF MZ-OACIK NOT = "E" GO MZ-ORTAK-AD-SON.
           MOVE MZ-E-UYENO TO WS-UYE-KOD-ED. MOVE SPACES TO WS-UYE-KOD.
           IF MZ-E-UYENO < 10
              MOVE WS-UYE-KOD-ED (4:1) TO WS-UYE-KOD (1:1)
           ELSE IF MZ-E-UYENO < 100
              MOVE WS-UYE-KOD-ED (3:2) TO WS-UYE-KOD (1:2)
           ELSE IF MZ-E-UYENO < 1000
              MOVE WS-UYE-KOD-ED (2:3) TO WS-UYE-KOD (1:3)
           ELSE
              MOVE WS-UYE-KOD-ED (1:4) TO WS-UYE-KOD (1:4).
           MOVE WS-UYE-KOD TO ORT-KOD.
           READ ORTAK INVALID KEY
              MOVE SPACES TO ORT-SEHIR ORT-ADRES
              GO MZ-ORTAK-AD-SON.
           MOVE ORT-ADI TO MZ-E-ADI.
       MZ-ORTAK-AD-SON. EXIT.
      * TC KIMLIK NO (MZ-TC) DENETIMI: 10. HANE, TEK HANELER TOPLAMININ
      * 7 KATINDAN CIFT HANELER TOPLAMI CIKARILINCA KALAN BIRLER
      * BASAMAGI; 11. HANE ILK ON HANE TOPLAMININ BIRLER BASAMAGIDIR.
       MZ-TC-KONTROL.
           MOVE "H" TO MZ-TC-GECERLI.
           IF MZ-TC-H (1) = 0 GO MZ-TC-KONTROL-SON.
           COMPUTE MZ-TC-TEK = MZ-TC-H (1) + MZ-TC-H (3) + MZ-TC-H (5)
              + MZ-TC-H (7) + MZ-TC-H (9).
           COMPUTE MZ-TC-CIFT = MZ-TC-H (2) + MZ-TC-H (4) + MZ-TC-H (6)
              + MZ-TC-H (8).
           COMPUTE MZ-TC-TOP = MZ-TC-TEK * 7 + 100 - MZ-TC-CIFT.
           DIVIDE MZ-TC-TOP BY 10 GIVING MZ-TC-BOL
              REMAINDER MZ-TC-KALAN.
           IF MZ-TC-KALAN NOT = MZ-TC-H (10) GO MZ-TC-KONTROL-SON.
           COMPUTE MZ-TC-TOP = MZ-TC-TEK + MZ-TC-CIFT + MZ-TC-H (10).
           DIVIDE MZ-TC-TOP BY 10 GIVING MZ-TC-BOL
              REMAINDER MZ-TC-KALAN.
           IF MZ-TC-KALAN NOT = MZ-TC-H (11) GO MZ-TC-KONTROL-SON.
           MOVE "E" TO MZ-TC-GECERLI.
       MZ-TC-KONTROL-SON. EXIT.
      * FIS KESIMINDEN CAGRILIR (BRD ACIK, ANALIZ ACIK). KESILEN
      * MAKBUZUN SATIRLARI BRD'DEN YENIDEN TOPLANIR; YARIM KALIP
      * DEVAM EDEN FIS AYNI MAKBUZ NUMARASINI KULLANDIGINDAN ONCEKI
      * SATIRLAR SILINIR. GIB'IN KABUL ETTIGI MAKBUZ YENILENMEZ.
       MZ-URET.
           MOVE D1 TO MZ-E-DONEM.
           IF NC = 3 MOVE 3 TO MZ-E-SERI MOVE SY TO MZ-E-MAKNO
           ELSE MOVE 1 TO MZ-E-SERI MOVE SY1 TO MZ-E-MAKNO.
           PERFORM MZ-AC THRU MZ-AC-SON.
           IF MZ-ACIK NOT = "E"
              DISPLAY (23 1) ERASE DISPLAY (23 1)
              "EMAKBUZ.DAT ACILAMADI, E-MUSTAHSIL KAYDI YAZILMADI"
              GO MZ-URET-SON.
           PERFORM MZ-KABUL-BAK THRU MZ-KABUL-BAK-SON.
           IF MZ-GONDERILMIS = "E"
              DISPLAY (23 1) ERASE DISPLAY (23 1)
              "MAKBUZ GIB'CE KABUL EDILMIS, E-MUSTAHSIL YENILENMEDI"
              GO MZ-URET-KAPAT.
           PERFORM MZ-SIL THRU MZ-SIL-SON.
           PERFORM MZ-ORAN-AL THRU MZ-ORAN-AL-SON.
           PERFORM MZ-TOPLA THRU MZ-TOPLA-SON.
           PERFORM MZ-DOSYA-YAZ THRU MZ-DOSYA-YAZ-SON.
           IF EX-DST NOT = "00" GO MZ-URET-KAPAT.
           DISPLAY (23 1) ERASE DISPLAY (23 1) "E-MUSTAHSIL:"
           (23 14) EX-AD (23 28) "MAKBUZ:" (23 36) MZ-SAY
           (23 43) "TC KIMLIKSIZ:" (23 57) MZ-TCSIZ.
       MZ-URET-KAPAT.
           PERFORM MZ-KAPAT THRU MZ-KAPAT-SON.
       MZ-URET-SON. EXIT.
      * MZ-E-RUN MAKBUZUNUN KABUL EDILMIS SATIRI VAR MI.
       MZ-KABUL-BAK.
           MOVE "H" TO MZ-GONDERILMIS.
           MOVE MZ-E-DONEM TO MZ-DONEM. MOVE MZ-E-SERI TO MZ-SERI.
           MOVE MZ-E-MAKNO TO MZ-MAKNO. MOVE 0 TO MZ-UYENO.
           START EMAKBUZ KEY NOT LESS THAN MZ-KOD INVALID KEY
              GO MZ-KABUL-BAK-SON.
       MZ-KB-OKU. READ EMAKBUZ NEXT AT END GO MZ-KABUL-BAK-SON.
           IF MZ-KOD (1:12) NOT = MZ-E-RUN GO MZ-KABUL-BAK-SON.
           IF MZ-KABUL MOVE "E" TO MZ-GONDERILMIS
              GO MZ-KABUL-BAK-SON.
           GO MZ-KB-OKU.
       MZ-KABUL-BAK-SON. EXIT.
       MZ-SIL.
           MOVE MZ-E-DONEM TO MZ-DONEM. MOVE MZ-E-SERI TO MZ-SERI.
           MOVE MZ-E-MAKNO TO MZ-MAKNO. MOVE 0 TO MZ-UYENO.
           START EMAKBUZ KEY NOT LESS THAN MZ-KOD INVALID KEY
              GO MZ-SIL-SON.
       MZ-SL-OKU. READ EMAKBUZ NEXT AT END GO MZ-SIL-SON.
           IF MZ-KOD (1:12) NOT = MZ-E-RUN GO MZ-SIL-SON.
           DELETE EMAKBUZ RECORD INVALID KEY CONTINUE.
           GO MZ-SL-OKU.
       MZ-SIL-SON. EXIT.
       MZ-ORAN-AL. MOVE 0 TO MZ-ORAN-S MZ-ORAN-B.
           OPEN INPUT ORAN.
           IF OR-DST NOT = "00" GO MZ-ORAN-AL-SON.
           MOVE "MM" TO OR-KOD.
           READ ORAN INVALID KEY MOVE 0 TO OR-STOPAJ OR-BAGKUR.
           MOVE OR-STOPAJ TO MZ-ORAN-S. MOVE OR-BAGKUR TO MZ-ORAN-B.
           CLOSE ORAN.
       MZ-ORAN-AL-SON. EXIT.
      * GUNUN (D1, T8) K1 KALITELI IPTAL OLMAYAN FIS SATIRLARI UYE
      * BASINA TOPLANIR.
       MZ-TOPLA.
           MOVE D1 TO DONEM. MOVE T8 TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              GO MZ-TOPLA-SON.
       MZ-T-OKU. READ BRD NEXT AT END GO MZ-TOPLA-SON.
           IF DONEM NOT = D1 OR TARIH NOT = T8 GO MZ-TOPLA-SON.
           IF FIS-IPTAL GO MZ-T-OKU.
           IF KALITE NOT = K1 GO MZ-T-OKU.
           PERFORM AN-SATIR-BUL THRU AN-SATIR-BUL-SON.
           MOVE MZ-E-DONEM TO MZ-DONEM. MOVE MZ-E-SERI TO MZ-SERI.
           MOVE MZ-E-MAKNO TO MZ-MAKNO. MOVE UYENO TO MZ-UYENO.
           READ EMAKBUZ INVALID KEY GO MZ-T-YENI.
           ADD MIKTARI TO MZ-KILO.
           COMPUTE MZ-BRUT = MZ-BRUT + MIKTARI * BAREM-FIATI.
           ADD AN-KTUT TO MZ-KKES.
           REWRITE EMAKBUZ-KAYDI INVALID KEY CONTINUE.
           GO MZ-T-OKU.
       MZ-T-YENI.
           MOVE T8 TO MZ-TARIH. MOVE K1 TO MZ-KALITE.
           MOVE 0 TO MZ-TCKN. MOVE AD-SOYAD TO MZ-ADI.
           MOVE MIKTARI TO MZ-KILO.
           COMPUTE MZ-BRUT = MIKTARI * BAREM-FIATI.
           MOVE AN-KTUT TO MZ-KKES.
           MOVE MZ-ORAN-S TO MZ-S-ORAN. MOVE MZ-ORAN-B TO MZ-B-ORAN.
           MOVE 0 TO MZ-STOPAJ MZ-BAGKUR MZ-NET MZ-DTARIH.
           MOVE SPACE TO MZ-DURUM. MOVE SPACES TO MZ-NEDEN.
           WRITE EMAKBUZ-KAYDI INVALID KEY CONTINUE.
           GO MZ-T-OKU.
       MZ-TOPLA-SON. EXIT.
      * MZ-E-RUN MAKBUZUNUN KABUL EDILMEMIS SATIRLARI GUNCEL AD VE TC
      * KIMLIKLE YENILENIR, KESINTILER HESAPLANIR VE AKTARIM DOSYASI
      * (E + SERI + MAKBUZ NO .TXT) BASTAN YAZILIR.
       MZ-DOSYA-YAZ.
           MOVE 0 TO MZ-SAY MZ-TCSIZ MZ-TNET.
           MOVE SPACES TO EX-AD.
           STRING "E" MZ-E-SERI MZ-E-MAKNO ".TXT" DELIMITED BY SIZE
              INTO EX-AD.
           OPEN OUTPUT EMDOSYA.
           IF EX-DST NOT = "00"
              DISPLAY (23 1) ERASE DISPLAY (23 1) EX-AD
              (23 14) "DOSYASI ACILAMADI {ENT BAS}"
              ACCEPT CEVAP GO MZ-DOSYA-YAZ-SON.
           PERFORM MZ-ORTAK-AC THRU MZ-ORTAK-AC-SON.
           MOVE "H" TO MZ-UACIK.
           OPEN INPUT UYEKIM.
           IF UK-DST = "00" MOVE "E" TO MZ-UACIK.
           MOVE MZ-E-DONEM TO MZ-DONEM. MOVE MZ-E-SERI TO MZ-SERI.
           MOVE MZ-E-MAKNO TO MZ-MAKNO. MOVE 0 TO MZ-UYENO.
           START EMAKBUZ KEY NOT LESS THAN MZ-KOD INVALID KEY
              GO MZ-DY-BIT.
       MZ-DY-OKU. READ EMAKBUZ NEXT AT END GO MZ-DY-BIT.
           IF MZ-KOD (1:12) NOT = MZ-E-RUN GO MZ-DY-BIT.
           IF MZ-KABUL GO MZ-DY-OKU.
           IF MZ-RED
              MOVE SPACE TO MZ-DURUM MOVE 0 TO MZ-DTARIH
              MOVE SPACES TO MZ-NEDEN.
           MOVE MZ-UYENO TO MZ-E-UYENO.
           PERFORM MZ-ORTAK-AD THRU MZ-ORTAK-AD-SON.
           IF MZ-E-ADI NOT = SPACES MOVE MZ-E-ADI TO MZ-ADI.
           IF MZ-UACIK = "E"
              MOVE MZ-UYENO TO UK-UYENO
              READ UYEKIM INVALID KEY MOVE 0 TO UK-TCKN
              END-READ
              MOVE UK-TCKN TO MZ-TCKN.
           IF MZ-TCKN = 0 ADD 1 TO MZ-TCSIZ.
           IF MZ-KKES > MZ-BRUT MOVE MZ-BRUT TO MZ-KKES.
           COMPUTE MZ-MATRAH = MZ-BRUT - MZ-KKES.
           COMPUTE MZ-STOPAJ ROUNDED = MZ-MATRAH * MZ-S-ORAN / 100.
           COMPUTE MZ-BAGKUR ROUNDED = MZ-MATRAH * MZ-B-ORAN / 100.
           COMPUTE MZ-NET = MZ-MATRAH - MZ-STOPAJ - MZ-BAGKUR.
           REWRITE EMAKBUZ-KAYDI INVALID KEY CONTINUE.
           MOVE MZ-SERI TO EX-SERI. MOVE MZ-MAKNO TO EX-MAKNO.
           MOVE MZ-UYENO TO EX-UYENO.
           MOVE SPACES TO EX-TARIH.
           STRING MZ-TARIH (7:2) "." MZ-TARIH (5:2) "." MZ-TARIH (1:4)
              DELIMITED BY SIZE INTO EX-TARIH.
           MOVE MZ-TCKN TO EX-TCKN. MOVE MZ-ADI TO EX-ADI.
           MOVE ORT-SEHIR TO EX-SEHIR. MOVE ORT-ADRES TO EX-ADRES.
           MOVE SPACES TO EX-CINS.
           STRING "ZEYTIN " MZ-KALITE DELIMITED BY SIZE INTO EX-CINS.
           MOVE MZ-KILO TO EX-KILO. MOVE 0 TO EX-FIAT.
           IF MZ-KILO > 0
              COMPUTE EX-FIAT ROUNDED = MZ-BRUT / MZ-KILO.
           MOVE MZ-BRUT TO EX-BRUT. MOVE MZ-KKES TO EX-KKES.
           MOVE MZ-S-ORAN TO EX-S-ORAN. MOVE MZ-STOPAJ TO EX-STOPAJ.
           MOVE MZ-B-ORAN TO EX-B-ORAN. MOVE MZ-BAGKUR TO EX-BAGKUR.
           MOVE MZ-NET TO EX-NET.
           WRITE EX-SATIR FROM EX-KALIP.
           ADD 1 TO MZ-SAY. ADD MZ-NET TO MZ-TNET.
           GO MZ-DY-OKU.
       MZ-DY-BIT. CLOSE EMDOSYA.
           IF MZ-UACIK = "E" CLOSE UYEKIM.
           MOVE "H" TO MZ-UACIK.
           PERFORM MZ-ORTAK-KAPAT THRU MZ-ORTAK-KAPAT-SON.
       MZ-DOSYA-YAZ-SON. EXIT.
      * EMAKBUZ KAYIT ALANINDAKI SATIRA GIB CEVABINI (MZ-E-DURUM)
      * ISLER; B CEVABI SILER.
       MZ-DURUM-ISLE.
           IF MZ-E-DURUM = "B"
              MOVE SPACE TO MZ-DURUM MOVE 0 TO MZ-DTARIH
              MOVE SPACES TO MZ-NEDEN
           ELSE
              MOVE MZ-E-DURUM TO MZ-DURUM MOVE MZ-BUGUN TO MZ-DTARIH
              MOVE MZ-E-NEDEN TO MZ-NEDEN.
           IF MZ-KABUL MOVE SPACES TO MZ-NEDEN.
           REWRITE EMAKBUZ-KAYDI INVALID KEY CONTINUE.
       MZ-DURUM-ISLE-SON. EXIT.
       MZ-CIK. EXIT.
      * SALAMURA TANK YARDIMCILARI.
       TANK-ORTAK SECTION.
      * TANK.DAT VE TANKHR.DAT'I ACAR. TANK TANIMI YOKSA TB-ACIK "H"
      * KALIR; HAREKET DOSYASI YOKSA YARATILIR.
       TB-AC.
           MOVE "H" TO TB-ACIK.
           OPEN I-O TANK.
           IF TK-DST NOT = "00" GO TB-AC-SON.
           OPEN I-O TANKHR.
           IF TM-DST = "35" OPEN OUTPUT TANKHR CLOSE TANKHR
              OPEN I-O TANKHR.
           IF TM-DST NOT = "00" CLOSE TANK GO TB-AC-SON.
           MOVE "E" TO TB-ACIK.
       TB-AC-SON. EXIT.
       TB-KAPAT.
           IF TB-ACIK = "E" CLOSE TANK TANKHR.
           MOVE "H" TO TB-ACIK.
       TB-KAPAT-SON. EXIT.
      * TB-DONEM / TB-TARIH GUNU TB-STNO DEPOSUNUN TB-KALITE ALIMI
      * (TB-ALIM), BUNUN TANKLARA KONMUS KISMI (TB-DOLAN) VE KALANI.
       TB-ALIM-BUL.
           MOVE 0 TO TB-ALIM TB-DOLAN TB-BOS.
           MOVE TB-DONEM TO DONEM. MOVE TB-TARIH TO TARIH.
           START BRD KEY NOT LESS THAN DT-KOD INVALID KEY
              GO TB-AB-HAR.
       TB-AB-OKU. READ BRD NEXT AT END GO TB-AB-HAR.
           IF DONEM NOT = TB-DONEM OR TARIH NOT = TB-TARIH
              GO TB-AB-HAR.
           IF FIS-IPTAL OR STNO NOT = TB-STNO OR KALITE NOT = TB-KALITE
              GO TB-AB-OKU.
           ADD MIKTARI TO TB-ALIM.
           GO TB-AB-OKU.
       TB-AB-HAR.
           MOVE TK-DEPO TO TM-DEPO. MOVE 0 TO TM-NO TM-SIRA.
           START TANKHR KEY NOT LESS THAN TM-KOD INVALID KEY
              GO TB-AB-KALAN.
       TB-AB-HOKU. READ TANKHR NEXT AT END GO TB-AB-KALAN.
           IF TM-DEPO NOT = TK-DEPO GO TB-AB-KALAN.
           IF TM-DOLUM AND TM-TARIH = TB-TARIH
              AND TM-KALITE = TB-KALITE
              ADD TM-KILO TO TB-DOLAN.
           GO TB-AB-HOKU.
       TB-AB-KALAN.
           IF TB-ALIM > TB-DOLAN COMPUTE TB-BOS = TB-ALIM - TB-DOLAN.
       TB-ALIM-BUL-SON. EXIT.
      * KAYIT ALANINDAKI HAREKET, TANKIN SIRADAKI SIRA NUMARASIYLA
      * YAZILIR.
       TB-YAZ.
           MOVE TANKHR-KAYDI TO TB-SAKLA.
           MOVE 0 TO TB-YENI-SIRA.
           START TANKHR KEY NOT LESS THAN TM-KOD INVALID KEY
              GO TB-YZ-YAZ.
       TB-YZ-OKU. READ TANKHR NEXT AT END GO TB-YZ-YAZ.
           IF TM-KOD (1:8) NOT = TB-SAKLA (1:8) GO TB-YZ-YAZ.
           IF TM-SIRA > TB-YENI-SIRA MOVE TM-SIRA TO TB-YENI-SIRA.
           GO TB-YZ-OKU.
       TB-YZ-YAZ.
           MOVE TB-SAKLA TO TANKHR-KAYDI.
           ADD 1 TO TB-YENI-SIRA.
           MOVE TB-YENI-SIRA TO TM-SIRA.
           WRITE TANKHR-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK HAREKETI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
       TB-YAZ-SON. EXIT.
      * SEVK KAYIT ALANINDAKI ARACIN YUKU DEPONUN TANKLARINDAN CEKILIR.
      * DEPONUN TANKI YOKSA SESSIZCE DONULUR; ESC ILE KALAN CEKIS
      * TANKTAN SEVKIYAT ISLEMINE BIRAKILIR.
       TB-SEVK-DAGIT.
           PERFORM TB-AC THRU TB-AC-SON.
           IF TB-ACIK NOT = "E" GO TB-SEVK-DAGIT-SON.
           MOVE SV-DEPO-ADI TO TK-DEPO. MOVE 0 TO TK-NO.
           START TANK KEY NOT LESS THAN TK-KOD INVALID KEY
              GO TB-SD-KAPAT.
           READ TANK NEXT AT END GO TB-SD-KAPAT.
           IF TK-DEPO NOT = SV-DEPO-ADI GO TB-SD-KAPAT.
           ACCEPT TB-BUGUN FROM DATE YYYYMMDD.
           MOVE 0 TO TB-CEKILEN.
           MOVE SV-NO TO TM-SVNO.
           START TANKHR KEY NOT LESS THAN TM-SVNO INVALID KEY
              GO TB-SD-DONGU.
       TB-SD-OKU. READ TANKHR NEXT AT END GO TB-SD-DONGU.
           IF TM-SVNO NOT = SV-NO GO TB-SD-DONGU.
           IF TM-SEVK ADD TM-KILO TO TB-CEKILEN.
           GO TB-SD-OKU.
       TB-SD-DONGU.
           IF TB-CEKILEN NOT < SV-KILO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YUKUN TAMAMI TANKLARDAN CEKILDI {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-KAPAT.
           COMPUTE TB-KALAN = SV-KILO - TB-CEKILEN.
           MOVE 0 TO TB-NO. MOVE TB-KALAN TO TB-KILO.
           DISPLAY (13 1) ERASE.
           DISPLAY EK-TB.
           DISPLAY (24 1) "ESC: TANK CEKISI SONRA GIRILECEK".
           ACCEPT EK-TB ON ESCAPE GO TB-SD-KAPAT.
           MOVE SV-DEPO-ADI TO TK-DEPO. MOVE TB-NO TO TK-NO.
           READ TANK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU DEPODA BU NUMARALI TANK YOK {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-DONGU.
           IF TK-KILO = 0 OR TK-KALITE NOT = SV-KALITE
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK BOS YA DA KALITESI FARKLI {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-DONGU.
           IF TB-KILO = 0 OR TB-KILO > TB-KALAN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KILO ARACIN CEKILMEMIS YUKUNU ASAMAZ {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-DONGU.
           IF TB-KILO > TK-KILO
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANKTAKI KILO:" (24 16) TK-KILO
              (24 25) "YETERSIZ {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-DONGU.
           SUBTRACT TB-KILO FROM TK-KILO.
           IF TK-KILO = 0 MOVE 0 TO TK-DOLUM.
           REWRITE TANK-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANK KAYDI GUNCELLENEMEDI {ENT BAS}"
              ACCEPT CEVAP GO TB-SD-DONGU.
           MOVE TK-DEPO TO TM-DEPO. MOVE TK-NO TO TM-NO.
           MOVE 0 TO TM-SIRA TM-TUZ TM-PH TM-ASIT.
           MOVE "S" TO TM-TIP. MOVE TB-BUGUN TO TM-TARIH.
           IF SV-TARIH (7:4) NUMERIC AND SV-TARIH (4:2) NUMERIC
              AND SV-TARIH (1:2) NUMERIC
              MOVE SV-TARIH (7:4) TO TM-TARIH (1:4)
              MOVE SV-TARIH (4:2) TO TM-TARIH (5:2)
              MOVE SV-TARIH (1:2) TO TM-TARIH (7:2).
           MOVE SV-KALITE TO TM-KALITE. MOVE TB-KILO TO TM-KILO.
           MOVE SV-NO TO TM-SVNO. MOVE SPACE TO TM-UYARI.
           PERFORM TB-YAZ THRU TB-YAZ-SON.
           ADD TB-KILO TO TB-CEKILEN.
           GO TB-SD-DONGU.
       TB-SD-KAPAT.
           PERFORM TB-KAPAT THRU TB-KAPAT-SON.
       TB-SEVK-DAGIT-SON. EXIT.
       TB-CIK. EXIT.
       SON SECTION.
       PRKJD. DISPLAY (1 1) ERASE. GOBACK.

           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
      * ISLEM JURNALI: BASARILI EKLEME, DEGISTIRME VE SILMEDEN HEMEN
      * SONRA KAYDIN SON HALI ISLJRN ILE GUNUN JURNALINE DUSER. ISLEM
      * KODU (JI-ISLEM) CAGIRAN YERDE VERILIR; KUTUK DURUMU BASARISIZ
      * ISE JURNALE YAZILMAZ.
       ISLEM-JURNAL SECTION.
       BRD-JURNAL.
           IF P2-DST NOT = "00" AND P2-DST NOT = "02"
              GO BRD-JURNAL-SON.
           MOVE "BRD" TO JI-DOSYA. MOVE BRD-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       BRD-JURNAL-SON. EXIT.
       BRDH-JURNAL.
           IF BH-DST NOT = "00" AND BH-DST NOT = "02"
              GO BRDH-JURNAL-SON.
           MOVE "BRDH" TO JI-DOSYA. MOVE BRDH-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       BRDH-JURNAL-SON. EXIT.
       ODEME-JURNAL.
           IF P2-DST2 NOT = "00" AND P2-DST2 NOT = "02"
              GO ODEME-JURNAL-SON.
           MOVE "ODEME" TO JI-DOSYA. MOVE ODEME-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       ODEME-JURNAL-SON. EXIT.
