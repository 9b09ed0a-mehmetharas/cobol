           FILE STATUS DOSYA-DURUM.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
           SELECT SRTWRK ASSIGN TO DISK.
           SELECT SIRKET ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SK-KOD
           SHARING WITH ALL OTHER
           FILE STATUS SK-DST.
           SELECT MIZANDISA ASSIGN TO DISK
           FILE STATUS MIZANDISA-DURUM.
           SELECT CARIJRN ASSIGN TO DISK
           FILE STATUS EN-DST.
           SELECT VADEPRM ASSIGN TO DISK
           FILE STATUS VP-DST.
           SELECT BABSPRM ASSIGN TO DISK
           FILE STATUS BP-DST.
           SELECT BBDOSYA ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS BB-DST.
           SELECT KON2 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD2
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K2-DST.
           SELECT KON1 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD1
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS K1-DST.
           SELECT MUSVRG ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS MV-DST.
           SELECT BRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD
           ALTERNATE RECORD KEY DT-KOD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BR-DST.
           SELECT UYEKIM ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY UK-UYENO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS UK-DST.
           SELECT ORTAK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ORT-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS OR-DST.
           SELECT TEDFAT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TF-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TF-DST.
           SELECT TEDARIK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TD-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TD-DST.
           SELECT KURTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KR-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KR-DST.
           SELECT DOVHES ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DH-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS DH-DST.
           SELECT DOVHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DV-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS DV-DST.
           SELECT BUTCE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BT-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS BT-DST.
           SELECT BTPRM ASSIGN TO DISK
           FILE STATUS BTP-DST.
           SELECT HPMALI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY HM-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS HM-DST.
           SELECT ALISFAT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AF-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS AF-DST.
           SELECT KDVDEV ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KVD-DONEM
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KVD-DST.
           SELECT MALTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MT-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS MT-DST.
       DATA DIVISION.
       FILE SECTION.
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
           02 CARI-REF PIC 9(8).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 SATIR PIC X(80).
      * SIRKET.DAT - ANAMENU'NUN SIRKET KUTUGU; KONSOLIDE MIZAN HER
      * SIRKETIN YEVMIYESINI KENDI DIZININDEN OKUR.
       FD SIRKET LABEL RECORD STANDARD VALUE OF FILE-ID "SIRKET.DAT".
       01 SIRKET-KAYDI.
           02 SK-KOD PIC XX.
           02 SK-ADI PIC X(30).
           02 SK-DIZIN PIC X(40).
       SD SRTWRK.
       01 SRT9-KAYDI.
           02 W9-HESAP PIC X(6).
           02 W9-SIRA PIC 9.
           02 W9-ADI PIC X(20).
           02 W9-BORC PIC 9(11).
           02 W9-ALACAK PIC 9(11).
       01 SRT6-KAYDI.
           02 W6-HESAP PIC X(6).
           02 W6-BORC PIC 9(11).
           02 SRT-ALACAK PIC 9(9).
           02 SRT-BORC-BAKIYE PIC 9(9).
           02 SRT-ALACAK-BAKIYE PIC 9(9).
       01 SRT7-KAYDI.
           02 W7-TUR PIC X.
           02 W7-TIP PIC X.
           02 W7-KOD PIC X(15).
           02 W7-BELGE PIC X(10).
           02 W7-UYENO PIC 9(4).
           02 W7-AD PIC X(20).
           02 W7-TUTAR PIC 9(11).
       01 SRT8-KAYDI.
           02 W8-HESAP PIC X(6).
           02 W8-TUR PIC X.
           02 W8-YON PIC X.
           02 W8-AY-BUT PIC 9(11).
           02 W8-KUM-BUT PIC 9(11).
           02 W8-YIL-BUT PIC 9(11).
           02 W8-AY-FIILI PIC S9(11).
           02 W8-KUM-FIILI PIC S9(11).
       FD MIZANDISA LABEL RECORD STANDARD
           VALUE OF FILE-ID SD-MIZANDIS.
       01 MIZANDISA-KAYDI.
           02 MD-TARIH PIC 9(8).
           02 MD-ADET PIC 9(5).
      * CARIJRN.DAT - CARI BAKIM DENETIM KUTUGU. HER EKLEME (E),
      * DUZELTME (D) VE STORNO (S) ISLEMI TARIH, ONCEKI/SONRAKI
      * TUTARLAR VE OPERATOR ILE BURAYA YAZILIR.
       FD CARIJRN LABEL RECORD STANDARD VALUE OF FILE-ID SD-CARIJRN.
       01 CARIJRN-KAYDI.
           02 CJ-TARIH PIC 9(8).
           02 CJ-ISLEM PIC X.
              03 OP-F-YEDEK1 PIC X.
              03 OP-F-YEDEK2 PIC X.
              03 OP-F-YEDEK3 PIC X.
      * SIRKET BASINA YETKILER; ANAMENU GIRISINDE BAKILIR.
           02 OP-SIRKETLER PIC X(20).
      * HESPLAN.DAT - HESAP PLANI (KASA, BANKA, DEMIRBAS, GIDER...).
      * BM4 MUSTERI DEFTERININ USTUNE GERCEK MUHASEBENIN HESAP
      * KATMANINI KOYAR.
       FD HESPLAN LABEL RECORD STANDARD VALUE OF FILE-ID SD-HESPLAN.
       01 HESPLAN-KAYDI.
           02 HP-KOD PIC X(6).
           02 HP-ADI PIC X(25).
      * YEVMIYE.DAT - YEVMIYE KAYITLARI. HER FIS NUMARALI, HER SATIR
      * BIR HESABA BORC VEYA ALACAK YAZAR. GL MIZAN VE KEBIR BURADAN
      * TOPLANIR.
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID SD-YEVMIYE.
       01 YEVMIYE-KAYDI.
           02 YV-KOD.
              03 YV-NO PIC 9(6).
           02 YV-ACIKLAMA PIC X(25).
           02 YV-BORC PIC 9(11).
           02 YV-ALACAK PIC 9(11).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID SD-KASA.
       01 KASA-KAYDI.
           02 KS-KOD.
              03 KS-TARIH PIC 9(8).
           02 KE-STOPAJ PIC 9(11).
           02 KE-BAGKUR PIC 9(11).
           02 KE-NET PIC 9(11).
           02 KE-KALITE PIC 9(11).
      * ENTSON.DAT - ENTEGRASYONUN EN SON ISLEDIGI KASA VE KESINTI
      * TARIHLERI; AYNI KAYNAK KAYDI IKINCI KEZ YEVMIYELESMEZ.
       FD ENTSON LABEL RECORD STANDARD VALUE OF FILE-ID SD-ENTSON.
       01 ENTSON-KAYDI.
           02 EN-KASA-TARIH PIC 9(8).
           02 EN-KESINTI-TARIH PIC 9(6).
       FD VADEPRM LABEL RECORD STANDARD VALUE OF FILE-ID "VADEPRM.DAT".
       01 VADEPRM-KAYDI.
           02 VP-ORAN PIC 99V99.
      * BABSPRM.DAT - BA/BS BILDIRIM SINIRI (TL, KDV HARIC).
       FD BABSPRM LABEL RECORD STANDARD VALUE OF FILE-ID "BABSPRM.DAT".
       01 BABSPRM-KAYDI.
           02 BP-LIMIT PIC 9(11).
      * BA/BS BEYAN DOSYASI (BB + YYYYAA .TXT), ";" AYRACLI.
       FD BBDOSYA LABEL RECORD STANDARD VALUE OF FILE-ID BB-AD.
       01 BB-SATIR PIC X(100).
      * ASAGIDAKI KUTUKLER BA/BS CALISMASI ICIN YALNIZ OKUNUR: KONSIYE
      * FATURALI SATISLARI (KON2, KON1, MUSVRG), P2 URETICI ALIMLARI
      * (BRD, UYEKIM, ORTAK) VE KONSIYE TEDARIKCI FATURALARI (TEDFAT,
      * TEDARIK). KAYIT DUZENLERI SAHIBI PROGRAMLARDAKIYLE AYNIDIR.
       FD KON2 LABEL RECORD STANDARD VALUE OF FILE-ID "KON2.DOS".
       01 KON2-KAYDI.
           02 KOD2.
              05 KOD11 PIC X(15).
              05 I-NO PIC 9(8).
              05 TARIH.
                   10 I-GUNU PIC 9(2).
                   10 I-AYI PIC 9(2).
                   10 I-YILI PIC 9(4).
           02 MAL-ISMI PIC X(29).
           02 TUTAR PIC 9(11).
           02 ISLEM-TIPI PIC X.
           02 MAL-KODU PIC X(8).
           02 MAL-ADET PIC 9(4).
           02 AKT PIC X.
           02 K2-NEDEN PIC X(2).
           02 K2-FATURA-NO PIC 9(6).
       FD KON1 LABEL RECORD STANDARD VALUE OF FILE-ID "KON1.DOS".
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 UNVAN1 PIC X(37).
           02 ADRES PIC X(22).
           02 BAKIYE PIC S9(11).
           02 LIMITI PIC 9(11).
           02 ISK-ORAN PIC 99V99.
       FD MUSVRG LABEL RECORD STANDARD VALUE OF FILE-ID "MUSVRG.DOS".
       01 MUSVRG-KAYDI.
           02 MV-KOD PIC X(15).
           02 MV-VKN PIC X(11).
           02 MV-DAIRE PIC X(20).
           02 MV-ADRES PIC X(30).
           02 MV-ILCE PIC X(15).
           02 MV-IL PIC X(15).
           02 MV-EFAT PIC X.
           02 MV-EPOSTA PIC X(40).
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
       01 BRD-KAYDI.
           02 KOD.
              03 FISNO PIC 9(6).
              03 KALITE PIC X(6).
              03 DT-KOD.
                 04 DONEM PIC X(5).
                 04 B-TARIH PIC 9(8).
           02 UYENO PIC 9(4).
           02 AD-SOYAD PIC X(20).
           02 TANE PIC 9(4).
           02 BAREM-FIATI PIC 9(6).
           02 MIKTARI PIC 9(4).
           02 STNO PIC 9(3).
           02 IPT PIC X.
              88 FIS-IPTAL VALUE "I".
           02 BRD-TRFIS PIC 9(6).
           02 BRD-AKT PIC X.
       FD UYEKIM LABEL RECORD STANDARD VALUE OF FILE-ID "UYEKIM.DAT".
       01 UYEKIM-KAYDI.
           02 UK-UYENO PIC 9(4).
           02 UK-TCKN PIC 9(11).
       FD ORTAK LABEL RECORD STANDARD VALUE OF FILE-ID "ORTAK.DAT".
       01 ORTAK-KAYDI.
           02 ORT-KOD   PIC X(15).
           02 ORT-ADI   PIC X(30).
           02 ORT-TEL   PIC X(20).
           02 ORT-SEHIR PIC X(20).
           02 ORT-ADRES PIC X(30).
       FD TEDFAT LABEL RECORD STANDARD VALUE OF FILE-ID "TEDFAT.DOS".
       01 TEDFAT-KAYDI.
           02 TF-ANAHTAR.
              03 TF-TD PIC X(8).
              03 TF-FATNO PIC X(10).
           02 TF-TARIH PIC 9(8).
           02 TF-SPNO PIC 9(6).
           02 TF-TUTAR PIC 9(11).
           02 TF-AKT PIC X.
       FD TEDARIK LABEL RECORD STANDARD
           VALUE OF FILE-ID "TEDARIK.DOS".
       01 TEDARIK-KAYDI.
           02 TD-KOD PIC X(8).
           02 TD-ADI PIC X(25).
           02 TD-TEL PIC X(15).
           02 TD-VKN PIC X(11).
      * KUR.DAT HESAP PROGRAMININ KUR TABLOSUDUR, BURADA YALNIZ
      * OKUNUR. HER DOVIZ ICIN GUNCEL KUR VE GECERLI OLDUGU TARIH.
       FD KURTAB LABEL RECORD STANDARD VALUE OF FILE-ID "KUR.DAT".
       01 KURTAB-KAYDI.
           02 KR-KOD PIC X(3).
           02 KR-ALIS PIC 9(7)V99.
           02 KR-SATIS PIC 9(7)V99.
           02 KR-TARIH PIC 9(8).
      * DOVHES.DAT - DOVIZ CINSINDEN IZLENEN CARI HESAPLAR. KAYDI
      * OLMAYAN HESAP TL HESAPTIR. DH-BORC/DH-ALACAK DOVIZ TUTARLARIN
      * KUMULATIF TOPLAMI, DH-TL DOVIZ BAKIYENIN DEFTERDEKI TL
      * KARSILIGIDIR; KUR DEGERLEMESI DH-TL'YI DH-KUR ILE YENILER.
       FD DOVHES LABEL RECORD STANDARD VALUE OF FILE-ID SD-DOVHES.
       01 DOVHES-KAYDI.
           02 DH-KOD PIC X(8).
           02 DH-DOVIZ PIC X(3).
           02 DH-BORC PIC 9(11)V99.
           02 DH-ALACAK PIC 9(11)V99.
           02 DH-TL PIC S9(11).
           02 DH-KUR PIC 9(7)V99.
           02 DH-TARIH PIC 9(8).
      * DOVHAR.DAT - DOVIZLI HESABIN CARI KAYDININ DOVIZ TUTARI VE
      * KURU. ANAHTAR CARI KAYDININ ANAHTARIYLA AYNIDIR. KUR FARKI
      * KAYITLARINDA DOVIZ TUTARLARI SIFIRDIR.
       FD DOVHAR LABEL RECORD STANDARD VALUE OF FILE-ID SD-DOVHAR.
       01 DOVHAR-KAYDI.
           02 DV-ANAHTAR.
              03 DV-KOD PIC X(8).
              03 DV-SIRA PIC 9(5).
           02 DV-DOVIZ PIC X(3).
           02 DV-BORC PIC 9(9)V99.
           02 DV-ALACAK PIC 9(9)V99.
           02 DV-KUR PIC 9(7)V99.
      * BUTCE.DAT - HESAP PLANI HESABI BASINA YILLIK BUTCE, AY AY.
      * BT-YON B ISE GIDER (FIILI = BORC - ALACAK), A ISE GELIR
      * (FIILI = ALACAK - BORC) HESABIDIR.
       FD BUTCE LABEL RECORD STANDARD VALUE OF FILE-ID SD-BUTCE.
       01 BUTCE-KAYDI.
           02 BT-ANAHTAR.
              03 BT-YIL PIC 9(4).
              03 BT-HESAP PIC X(6).
           02 BT-YON PIC X.
           02 BT-TUTARLAR.
              03 BT-TUTAR PIC 9(11) OCCURS 12.
      * BTPRM.DAT - YILLIK BUTCENIN YUZDE KACI ASILINCA HESABIN
      * IMLENECEGI.
       FD BTPRM LABEL RECORD STANDARD VALUE OF FILE-ID SD-BTPRM.
       01 BTPRM-KAYDI.
           02 BTP-ESIK PIC 999.
      * HPMALI.DAT - HESABIN BAGLI OLDUGU BILANCO / GELIR TABLOSU
      * SATIRI. KAYDI OLMAYAN HESAP ILK IKI HANESINE GORE BAGLANIR.
       FD HPMALI LABEL RECORD STANDARD VALUE OF FILE-ID SD-HPMALI.
       01 HPMALI-KAYDI.
           02 HM-KOD PIC X(6).
           02 HM-SATIR PIC XX.
      * ALISFAT.DAT - ALIS FATURALARI. ORAN BASINA MATRAH VE KDV,
      * YEVMIYE FIS NO VE CARIYE BURADAN ISLENDIYSE CARI SIRA NO.
       FD ALISFAT LABEL RECORD STANDARD
           VALUE OF FILE-ID SD-ALISFAT.
       01 ALISFAT-KAYDI.
           02 AF-ANAHTAR.
              03 AF-TD PIC X(8).
              03 AF-FATNO PIC X(10).
           02 AF-TARIH PIC 9(8).
           02 AF-GIDER PIC X(6).
           02 AF-ACIKLAMA PIC X(25).
           02 AF-KDVLER.
              03 AF-ORANLI OCCURS 4 TIMES.
                 04 AF-ORAN PIC 99.
                 04 AF-MATRAH PIC 9(11).
                 04 AF-KDV PIC 9(11).
           02 AF-TOPLAM PIC 9(11).
           02 AF-YVNO PIC 9(6).
           02 AF-CARI PIC X.
              88 AF-CARIYE-ISLENDI VALUE "E".
           02 AF-CARI-SIRA PIC 9(5).
      * KDVDEV.DAT - KDV CALISMASINDA DONEMIN (YYYYAA) SONRAKI DONEME
      * DEVREDEN KDV'SI.
       FD KDVDEV LABEL RECORD STANDARD VALUE OF FILE-ID SD-KDVDEV.
       01 KDVDEV-KAYDI.
           02 KVD-DONEM PIC 9(6).
           02 KVD-DEVREDEN PIC 9(13).
      * MALTAB.DOS - KONSIYE MAL TABLOSU, KDV CALISMASINDA SATISIN
      * KDV ORANI ICIN YALNIZ OKUNUR.
       FD MALTAB LABEL RECORD STANDARD VALUE OF FILE-ID "MALTAB.DOS".
       01 MALTAB-KAYDI.
           02 MT-KOD PIC X(8).
           02 MT-ADI PIC X(29).
           02 MT-FIAT PIC 9(9).
           02 MT-KDV PIC 99V99.
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "BM4".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
      * ESKI SIFRE DUZENI AYNEN GECERLIDIR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * ANAMENU GIRISINDE SECILEN SIRKET. MUHASEBE KUTUKLERI (MIZAN,
      * CARI, HESAP PLANI, YEVMIYE, KASA, DOVIZ, BUTCE, ALIS FATURASI
      * VE KDV DEVRI) SIRKETIN DIZININDEN ACILIR. URETICI, KONSIYE VE
      * TEDARIKCI KUTUKLERI KOOPERATIFINDIR; ENTEGRASYON VE BA/BS
      * YALNIZ ANA SIRKETTE CALISIR.
       01 MENU-SIRKET PIC XX EXTERNAL.
           88 ANA-SIRKET VALUE "01" SPACES.
       01 MENU-SIRKET-ADI PIC X(30) EXTERNAL.
       01 MENU-SIRKET-DIZIN PIC X(40) EXTERNAL.
       77 SD-DIZIN PIC X(40) VALUE SPACES.
       01 SIRKET-DOSYALARI.
           02 SD-MIZAN PIC X(52) VALUE "MIZAN.DAT".
           02 SD-CARI PIC X(52) VALUE "CARI.DAT".
           02 SD-MIZANDIS PIC X(52) VALUE "MIZANDIS.DAT".
           02 SD-CARIJRN PIC X(52) VALUE "CARIJRN.DAT".
           02 SD-HESPLAN PIC X(52) VALUE "HESPLAN.DAT".
           02 SD-YEVMIYE PIC X(52) VALUE "YEVMIYE.DAT".
           02 SD-KASA PIC X(52) VALUE "KASA.DAT".
           02 SD-ENTSON PIC X(52) VALUE "ENTSON.DAT".
           02 SD-DOVHES PIC X(52) VALUE "DOVHES.DAT".
           02 SD-DOVHAR PIC X(52) VALUE "DOVHAR.DAT".
           02 SD-BUTCE PIC X(52) VALUE "BUTCE.DAT".
           02 SD-BTPRM PIC X(52) VALUE "BTPRM.DAT".
           02 SD-HPMALI PIC X(52) VALUE "HPMALI.DAT".
           02 SD-ALISFAT PIC X(52) VALUE "ALISFAT.DAT".
           02 SD-KDVDEV PIC X(52) VALUE "KDVDEV.DAT".
       77 N PIC 99 VALUE 0.
       77 OP-DST PIC XX VALUE SPACES.
       77 FYET-SEC PIC 9 VALUE 0.
       77 GL-GALACAK PIC 9(13) VALUE 0.
       77 KB-HESAP PIC X(6) VALUE SPACES.
       77 KB-BAKIYE PIC S9(13) VALUE 0.
       77 SK-DST PIC XX VALUE SPACES.
       77 KM-ILK PIC X VALUE "Y".
       77 KM-HESAP PIC X(6) VALUE SPACES.
       77 KM-ADI PIC X(20) VALUE SPACES.
       77 KM-SIRA PIC 9 VALUE 0.
       77 KM-SAY PIC 9 VALUE 0.
       77 KM-I PIC 9 VALUE 0.
       77 KM-SATIR PIC 9 VALUE 0.
       77 KM-S-BORC PIC 9(13) VALUE 0.
       77 KM-S-ALACAK PIC 9(13) VALUE 0.
       77 KM-H-BORC PIC 9(13) VALUE 0.
       77 KM-H-ALACAK PIC 9(13) VALUE 0.
       77 KM-G-BORC PIC 9(13) VALUE 0.
       77 KM-G-ALACAK PIC 9(13) VALUE 0.
       77 KM-BAKIYE PIC S9(13) VALUE 0.
       77 KM-SON-HESAP PIC X(6) VALUE SPACES.
       77 KM-SON-ADI PIC X(20) VALUE SPACES.
       77 KM-HP-AC PIC X VALUE "H".
       01 KM-SIRKETLER.
           02 KM-T OCCURS 9.
              03 KM-T-KOD PIC XX.
              03 KM-T-ADI PIC X(20).
              03 KM-T-BORC PIC 9(13).
              03 KM-T-ALACAK PIC 9(13).
       77 EN-SAYI PIC 9(5) VALUE 0.
       77 EN-YENI-KASA PIC 9(8) VALUE 0.
       77 EN-YENI-KES PIC 9(6) VALUE 0.
       77 EN-VAR PIC X VALUE "H".
       77 EN-BUGUN-K PIC 9(6) VALUE 0.
       77 EN-ATLANAN PIC 9(5) VALUE 0.
       77 EN-DN-TARIH PIC 9(8) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 VP-DST PIC XX VALUE SPACES.
       77 VF-ORAN PIC 99V99 VALUE 0.
       77 VF-ISLE PIC X VALUE "H".
       77 VF-EYMD PIC 9(8) VALUE 0.
       77 VF-SAYI PIC 9(4) VALUE 0.
       77 VF-TOPLAM PIC 9(13) VALUE 0.
       77 BP-DST PIC XX VALUE SPACES.
       77 BB-DST PIC XX VALUE SPACES.
       77 K2-DST PIC XX VALUE SPACES.
       77 K1-DST PIC XX VALUE SPACES.
       77 MV-DST PIC XX VALUE SPACES.
       77 BR-DST PIC XX VALUE SPACES.
       77 UK-DST PIC XX VALUE SPACES.
       77 OR-DST PIC XX VALUE SPACES.
       77 TF-DST PIC XX VALUE SPACES.
       77 TD-DST PIC XX VALUE SPACES.
       77 BB-AD PIC X(12) VALUE "BB000000.TXT".
       77 BB-AY PIC 99 VALUE 0.
       77 BB-YIL PIC 9999 VALUE 0.
       77 BB-LIMIT PIC 9(11) VALUE 5000.
       77 BB-K2-AC PIC X VALUE "H".
       77 BB-K1-AC PIC X VALUE "H".
       77 BB-MV-AC PIC X VALUE "H".
       77 BB-BR-AC PIC X VALUE "H".
       77 BB-UK-AC PIC X VALUE "H".
       77 BB-OR-AC PIC X VALUE "H".
       77 BB-TF-AC PIC X VALUE "H".
       77 BB-TD-AC PIC X VALUE "H".
       77 BB-DX-AC PIC X VALUE "H".
       77 BB-UYE-ED PIC 9(4) VALUE 0.
       77 BB-ILK PIC X VALUE "Y".
       77 BB-TUR PIC X VALUE SPACE.
       77 BB-TIP PIC X VALUE SPACE.
       77 BB-KOD PIC X(15) VALUE SPACES.
       77 BB-BELGE PIC X(10) VALUE SPACES.
       77 BB-UYENO PIC 9(4) VALUE 0.
       77 BB-UNVAN PIC X(37) VALUE SPACES.
       77 BB-VKN PIC X(11) VALUE SPACES.
       77 BB-SAYI PIC 9(5) VALUE 0.
       77 BB-TUTAR PIC 9(13) VALUE 0.
       77 BB-SIRA PIC 9(5) VALUE 0.
       77 BB-F-SAYI PIC 9(5) VALUE 0.
       77 BB-F-TUTAR PIC 9(13) VALUE 0.
       77 BB-VKNSIZ PIC 9(5) VALUE 0.
       77 KR-DST PIC XX VALUE SPACES.
       77 DH-DST PIC XX VALUE SPACES.
       77 DV-DST PIC XX VALUE SPACES.
       77 DV-VAR PIC X VALUE "H".
       77 DV-HAR-AC PIC X VALUE "H".
       77 DV-MIZ-AC PIC X VALUE "H".
       77 DV-GOSTER PIC X VALUE "H".
       77 DV-E-DOVIZ PIC X(3) VALUE SPACES.
       77 DV-E-BORC PIC 9(9)V99 VALUE 0.
       77 DV-E-ALACAK PIC 9(9)V99 VALUE 0.
       77 DV-E-KUR PIC 9(7)V99 VALUE 0.
       77 DV-ESKI-BORC PIC 9(9)V99 VALUE 0.
       77 DV-ESKI-ALACAK PIC 9(9)V99 VALUE 0.
       77 DV-D-BORC PIC S9(9)V99 VALUE 0.
       77 DV-D-ALACAK PIC S9(9)V99 VALUE 0.
       77 DV-D-TL PIC S9(11) VALUE 0.
       77 DV-H-TARIH PIC 9(8) VALUE 0.
       77 DV-BAKIYE PIC S9(11)V99 VALUE 0.
       77 DV-H-TL PIC S9(11) VALUE 0.
       77 DV-H-KUR PIC 9(7)V99 VALUE 0.
       77 DV-DEGER PIC S9(11) VALUE 0.
       77 DV-FARK PIC S9(11) VALUE 0.
       77 DV-TARIH PIC 9(8) VALUE 0.
       77 DV-HESAP PIC X(6) VALUE SPACES.
       77 DV-SAYI PIC 9(5) VALUE 0.
       77 DV-T-KAR PIC 9(13) VALUE 0.
       77 DV-T-ZARAR PIC 9(13) VALUE 0.
       77 BT-DST PIC XX VALUE SPACES.
       77 BTP-DST PIC XX VALUE SPACES.
       77 HM-DST PIC XX VALUE SPACES.
       77 MS-HM-AC PIC X VALUE "H".
       77 MS-HESAP PIC X(6) VALUE SPACES.
       77 MS-KOD PIC XX VALUE SPACES.
       77 MS-IX PIC 99 VALUE 0.
       77 MS-IX59 PIC 99 VALUE 0.
       77 MS-I PIC 99 VALUE 0.
       77 MS-J PIC 99 VALUE 0.
       77 MS-K PIC 99 VALUE 0.
       77 MS-BOLUM PIC 9 VALUE 0.
       77 MS-BAS PIC 9(8) VALUE 0.
       77 MS-BIT PIC 9(8) VALUE 0.
       77 MS-O-BAS PIC 9(8) VALUE 0.
       77 MS-O-BIT PIC 9(8) VALUE 0.
       77 MS-FARK PIC S9(13) VALUE 0.
       77 MS-CARI PIC S9(13) VALUE 0.
       77 MS-ONCEKI PIC S9(13) VALUE 0.
       77 MS-BT-C PIC S9(13) VALUE 0.
       77 MS-BT-O PIC S9(13) VALUE 0.
       77 MS-TT-C PIC S9(13) VALUE 0.
       77 MS-TT-O PIC S9(13) VALUE 0.
       77 MS-AT-C PIC S9(13) VALUE 0.
       77 MS-AT-O PIC S9(13) VALUE 0.
       77 KP-YIL PIC 9999 VALUE 0.
       77 KP-BAS PIC 9(8) VALUE 0.
       77 KP-BIT PIC 9(8) VALUE 0.
       77 KP-ACIKLAMA PIC X(25) VALUE SPACES.
       77 KP-VAR PIC X VALUE "H".
       77 KP-ILK PIC X VALUE "Y".
       77 KP-HESAP PIC X(6) VALUE SPACES.
       77 KP-BAKIYE PIC S9(13) VALUE 0.
       77 KP-SONUC PIC S9(13) VALUE 0.
       77 KP-FIS-NET PIC S9(13) VALUE 0.
       77 KP-SIRA PIC 99 VALUE 0.
       77 KP-ILK-NO PIC 9(6) VALUE 0.
       77 KP-D-SONUC PIC ---,---,---,--9.
       77 AF-DST PIC XX VALUE SPACES.
       77 KVD-DST PIC XX VALUE SPACES.
       77 MT-DST PIC XX VALUE SPACES.
       77 AF-TF-AC PIC X VALUE "H".
       77 AF-DH-AC PIC X VALUE "H".
       77 AF-DOVIZ PIC X VALUE "H".
       77 AF-VAR PIC X VALUE "H".
       77 AF-SON-GIDER PIC X(6) VALUE SPACES.
       77 AF-G-TD PIC X(8) VALUE SPACES.
       77 AF-G-FATNO PIC X(10) VALUE SPACES.
       77 AF-YV-ACIKLAMA PIC X(25) VALUE SPACES.
       77 AF-I PIC 9 VALUE 0.
       77 AF-LIN PIC 99 VALUE 0.
       77 AF-T-MATRAH PIC 9(11) VALUE 0.
       77 AF-T-KDV PIC 9(11) VALUE 0.
       77 KV-AY PIC 99 VALUE 0.
       77 KV-YIL PIC 9999 VALUE 0.
       77 KV-DONEM PIC 9(6) VALUE 0.
       77 KV-ONCEKI PIC 9(6) VALUE 0.
       77 KV-T PIC 9 VALUE 0.
       77 KV-I PIC 9 VALUE 0.
       77 KV-BULDU PIC X VALUE "H".
       77 KV-MT-AC PIC X VALUE "H".
       77 KV-E-ORAN PIC 99V99 VALUE 0.
       77 KV-E-MATRAH PIC 9(13) VALUE 0.
       77 KV-E-KDV PIC 9(13) VALUE 0.
       77 KV-DEVREDEN PIC 9(13) VALUE 0.
       77 KV-INDIRIM PIC 9(13) VALUE 0.
       77 KV-ODENECEK PIC 9(13) VALUE 0.
       77 KV-SONRAKI PIC 9(13) VALUE 0.
       77 BB-AF-AC PIC X VALUE "H".
       77 BT-VAR PIC X VALUE "H".
       77 BT-I PIC 99 VALUE 0.
       77 BT-LIN PIC 99 VALUE 0.
       77 BG-YIL PIC 9999 VALUE 0.
       77 BG-HESAP PIC X(6) VALUE SPACES.
       77 BG-YILLIK PIC 9(11) VALUE 0.
       77 BG-AYLIK PIC 9(11) VALUE 0.
       77 BG-KALAN PIC 99 VALUE 0.
       77 BG-TOPLAM PIC 9(13) VALUE 0.
       77 BF-YIL PIC 9999 VALUE 0.
       77 BF-AY PIC 99 VALUE 0.
       77 BF-ESIK PIC 999 VALUE 90.
       77 BF-ILK PIC 9(8) VALUE 0.
       77 BF-AY-ILK PIC 9(8) VALUE 0.
       77 BF-SON PIC 9(8) VALUE 0.
       77 BF-YV-AC PIC X VALUE "H".
       77 BF-ILK-SW PIC X VALUE "Y".
       77 BF-HESAP PIC X(6) VALUE SPACES.
       77 BF-BUTCELI PIC X VALUE "H".
       77 BF-YON PIC X VALUE "B".
       77 BF-AY-BUT PIC 9(11) VALUE 0.
       77 BF-KUM-BUT PIC 9(11) VALUE 0.
       77 BF-YIL-BUT PIC 9(11) VALUE 0.
       77 BF-AY-FIILI PIC S9(11) VALUE 0.
       77 BF-KUM-FIILI PIC S9(11) VALUE 0.
       77 BF-FARK PIC S9(11) VALUE 0.
       77 BF-YUZDE PIC S9(5) VALUE 0.
       77 BF-SAYI PIC 9(5) VALUE 0.
       77 BF-ASIM PIC 9(5) VALUE 0.
       01 BB-DONEM.
           02 BB-D-YIL PIC 9999.
           02 BB-D-AY PIC 99.
       01 BB-KALIP.
           02 BX-FORM PIC XX.
           02 F PIC X VALUE ";".
           02 BX-SIRA PIC 9(5).
           02 F PIC X VALUE ";".
           02 BX-UNVAN PIC X(37).
           02 F PIC X(9) VALUE ";TURKIYE;".
           02 BX-VKN PIC X(11).
           02 F PIC X VALUE ";".
           02 BX-SAYI PIC 9(5).
           02 F PIC X VALUE ";".
           02 BX-TUTAR PIC 9(13).
       01 B1.
           02 F PIC X(40) VALUE "MUSTERI HESAP EKSTRESI / MIZANI".
           02 F PIC X(40) VALUE SPACES.
           02 GL-T-BORC PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 GL-T-ALACAK PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 KMZ1.
           02 F PIC X(40) VALUE "KONSOLIDE GENEL MIZAN (TUM SIRKETLER)".
       01 KMZ2.
           02 F PIC X(8) VALUE "HESAP".
           02 F PIC X(21) VALUE "ADI".
           02 F PIC X(5) VALUE "SRK".
           02 F PIC X(15) VALUE "BORC".
           02 F PIC X(15) VALUE "ALACAK".
           02 F PIC X(12) VALUE "BAKIYE".
       01 KMZ3.
           02 KM-D-KOD PIC X(6).
           02 F PIC X(2) VALUE SPACES.
           02 KM-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 KM-D-SIRKET PIC X(4).
           02 F PIC X VALUE SPACE.
           02 KM-D-BORC PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 KM-D-ALACAK PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 KM-D-BAKIYE PIC Z,ZZZ,ZZZ,ZZ9-.
       01 SIRKET-BASLIK.
           02 F PIC X(8) VALUE "SIRKET: ".
           02 SB-ADI PIC X(30).
           02 F PIC X(42) VALUE SPACES.
      * SB-BASMA "E" ISE YAZICI-AC SIRKET BASLIGINI BASMAZ (BIR
      * SONRAKI ACILIS ICIN KENDILIGINDEN "H" YA DONER).
       77 SB-BASMA PIC X VALUE "H".
       01 KBZ1.
           02 F PIC X(22) VALUE "HESAP KEBIR DEFTERI:".
           02 KB-B-KOD PIC X(6).
           02 VF-G-FARK PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  HESAP:".
           02 VF-G-SAYI PIC ZZZ9.
       01 BBZ1.
           02 F PIC X(26) VALUE "BA / BS FORM CALISMASI".
           02 F PIC X(7) VALUE "DONEM:".
           02 BB-B-AY PIC 99.
           02 F PIC X VALUE "/".
           02 BB-B-YIL PIC 9999.
           02 F PIC X(16) VALUE "   SINIR (TL):".
           02 BB-B-LIMIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 BBZ2.
           02 F PIC X(5) VALUE "FORM".
           02 F PIC X(9) VALUE "KODU".
           02 F PIC X(23) VALUE "UNVANI".
           02 F PIC X(12) VALUE "VKN/TCKN".
           02 F PIC X(6) VALUE "BELGE".
           02 F PIC X(14) VALUE "  TUTAR (KDV-)".
       01 BBZ3.
           02 BB-D-FORM PIC XX.
           02 F PIC X(3) VALUE SPACES.
           02 BB-D-KOD PIC X(8).
           02 F PIC X VALUE SPACE.
           02 BB-D-UNVAN PIC X(22).
           02 F PIC X VALUE SPACE.
           02 BB-D-VKN PIC X(11).
           02 F PIC X VALUE SPACE.
           02 BB-D-SAYI PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 BB-D-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 BB-D-UYARI PIC X(7).
       01 BBZ4.
           02 BB-T-FORM PIC XX.
           02 F PIC X(21) VALUE " TOPLAMI  KARSI TARAF".
           02 BB-T-SAYI PIC ZZZZ9.
           02 F PIC X(25) VALUE SPACES.
           02 BB-T-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 BBZ5.
           02 F PIC X(30) VALUE "VERGI NUMARASI EKSIK TARAF  :".
           02 BB-T-VKNSIZ PIC ZZZZ9.
           02 F PIC X(10) VALUE "   DOSYA:".
           02 BB-T-AD PIC X(12).
       01 DVZ1.
           02 F PIC X(12) VALUE SPACES.
           02 DZ-DOVIZ PIC X(3).
           02 F PIC X VALUE SPACE.
           02 DZ-BORC PIC ZZZ,ZZZ,ZZ9.99.
           02 F PIC X(3) VALUE " B ".
           02 DZ-ALACAK PIC ZZZ,ZZZ,ZZ9.99.
           02 F PIC X(8) VALUE " A  KUR:".
           02 DZ-KUR PIC Z,ZZZ,ZZ9.99.
       01 DVZ2.
           02 F PIC X(5) VALUE SPACES.
           02 F PIC X(7) VALUE "DOVIZ:".
           02 DZ-B-DOVIZ PIC X(3).
           02 F PIC X(9) VALUE " BAKIYE:".
           02 DZ-B-BAKIYE PIC ZZZ,ZZZ,ZZ9.99-.
           02 F PIC X(6) VALUE "  TL:".
           02 DZ-B-TL PIC Z,ZZZ,ZZZ,ZZ9-.
           02 F PIC X(6) VALUE " KUR:".
           02 DZ-B-KUR PIC Z,ZZZ,ZZ9.99.
       01 DKZ1.
           02 F PIC X(34) VALUE "DOVIZLI HESAP KUR DEGERLEMESI".
           02 DK-B-TARIH PIC 9999/99/99.
       01 DKZ2.
           02 F PIC X(9) VALUE "KODU".
           02 F PIC X(4) VALUE "DVZ".
           02 F PIC X(16) VALUE "   DOVIZ BAKIYE".
           02 F PIC X(11) VALUE "       KUR".
           02 F PIC X(13) VALUE "     ESKI TL".
           02 F PIC X(13) VALUE "     YENI TL".
           02 F PIC X(12) VALUE "   KUR FARKI".
       01 DKZ3.
           02 DK-D-KOD PIC X(8).
           02 F PIC X VALUE SPACE.
           02 DK-D-DOVIZ PIC X(3).
           02 F PIC X VALUE SPACE.
           02 DK-D-BAKIYE PIC ZZZ,ZZZ,ZZ9.99-.
           02 F PIC X VALUE SPACE.
           02 DK-D-KUR PIC ZZZ,ZZ9.99.
           02 F PIC X VALUE SPACE.
           02 DK-D-ESKI PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 DK-D-YENI PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 DK-D-FARK PIC ZZZ,ZZZ,ZZ9-.
       01 DKZ4.
           02 DK-K-KOD PIC X(8).
           02 F PIC X VALUE SPACE.
           02 DK-K-DOVIZ PIC X(3).
           02 F PIC X(30) VALUE "  KUR TABLOSUNDA YOK, ATLANDI".
       01 DKZ5.
           02 F PIC X(20) VALUE "DEGERLENEN HESAP  :".
           02 DK-T-SAYI PIC ZZZZ9.
           02 F PIC X(12) VALUE "  KUR KARI:".
           02 DK-T-KAR PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(12) VALUE "  ZARARI:".
           02 DK-T-ZARAR PIC ZZZ,ZZZ,ZZ9.
       01 BTZ1.
           02 F PIC X(34) VALUE "BUTCE / FIILI KARSILASTIRMASI".
           02 F PIC X(5) VALUE "YIL:".
           02 BT-B-YIL PIC 9999.
           02 F PIC X(5) VALUE "  AY:".
           02 BT-B-AY PIC 99.
           02 F PIC X(18) VALUE "  IMLEME ESIGI: %".
           02 BT-B-ESIK PIC ZZ9.
       01 BTZ2.
           02 F PIC X(32) VALUE "HESAP  HESAP ADI".
           02 F PIC X(11) VALUE "      BUTCE".
           02 F PIC X(13) VALUE "        FIILI".
           02 F PIC X(13) VALUE "   FARK (B-F)".
           02 F PIC X(6) VALUE "  KUL%".
       01 BTZ3.
           02 BT-D-KOD PIC X(6).
           02 F PIC X VALUE SPACE.
           02 BT-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 F PIC X(4) VALUE "AY".
           02 BT-D-BUTCE PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 BT-D-FIILI PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 BT-D-FARK PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 BT-D-YUZDE PIC ----9.
       01 BTZ4.
           02 F PIC X(7) VALUE SPACES.
           02 F PIC X(6) VALUE "YILLIK".
           02 BT-K-YIL PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 F PIC X(4) VALUE "KUM".
           02 BT-K-BUTCE PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 BT-K-FIILI PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 BT-K-FARK PIC ZZZ,ZZZ,ZZ9-.
           02 F PIC X VALUE SPACE.
           02 BT-K-YUZDE PIC ----9.
           02 F PIC X VALUE SPACE.
           02 BT-K-ISARET PIC X(3).
       01 BTZ5.
           02 F PIC X(22) VALUE "BUTCELI HESAP SAYISI:".
           02 BT-T-SAYI PIC ZZZZ9.
           02 F PIC X(28) VALUE "   ESIGI ASAN GIDER HESABI:".
           02 BT-T-ASIM PIC ZZZZ9.
      * MALI TABLO SATIRLARI (TEKDUZEN HESAP GRUPLARI). KOD, TUR
      * (A AKTIF, P PASIF, G GELIR, D INDIRIM/GIDER, X ESLESMEYEN),
      * BOLUM (1-5 BILANCO, 6 GELIR TABLOSU) VE SATIR ADI.
       01 MS-SATIRLAR.
           02 F PIC X(41) VALUE "10A1HAZIR DEGERLER".
           02 F PIC X(41) VALUE "11A1MENKUL KIYMETLER".
           02 F PIC X(41) VALUE "12A1TICARI ALACAKLAR".
           02 F PIC X(41) VALUE "13A1DIGER ALACAKLAR".
           02 F PIC X(41) VALUE "15A1STOKLAR".
           02 F PIC X(41) VALUE "17A1YILLARA YAYGIN INSAAT MALIYETLERI".
           02 F PIC X(41) VALUE "18A1GELECEK AYLARA AIT GIDERLER".
           02 F PIC X(41) VALUE "19A1DIGER DONEN VARLIKLAR".
           02 F PIC X(41) VALUE "22A2TICARI ALACAKLAR".
           02 F PIC X(41) VALUE "23A2DIGER ALACAKLAR".
           02 F PIC X(41) VALUE "24A2MALI DURAN VARLIKLAR".
           02 F PIC X(41) VALUE "25A2MADDI DURAN VARLIKLAR".
           02 F PIC X(41) VALUE "26A2MADDI OLMAYAN DURAN VARLIKLAR".
           02 F PIC X(41) VALUE "27A2OZEL TUKENMEYE TABI VARLIKLAR".
           02 F PIC X(41) VALUE "28A2GELECEK YILLARA AIT GIDERLER".
           02 F PIC X(41) VALUE "29A2DIGER DURAN VARLIKLAR".
           02 F PIC X(41) VALUE "30P3MALI BORCLAR".
           02 F PIC X(41) VALUE "32P3TICARI BORCLAR".
           02 F PIC X(41) VALUE "33P3DIGER BORCLAR".
           02 F PIC X(41) VALUE "34P3ALINAN AVANSLAR".
           02 F PIC X(41) VALUE "35P3YILLARA YAYGIN INSAAT HAKEDISLERI".
           02 F PIC X(41) VALUE "36P3ODENECEK VERGI VE YUKUMLULUKLER".
           02 F PIC X(41) VALUE "37P3BORC VE GIDER KARSILIKLARI".
           02 F PIC X(41) VALUE "38P3GELECEK AYLARA AIT GELIRLER".
           02 F PIC X(41) VALUE "39P3DIGER KISA VADELI YABANCI KAYNAK".
           02 F PIC X(41) VALUE "40P4MALI BORCLAR".
           02 F PIC X(41) VALUE "42P4TICARI BORCLAR".
           02 F PIC X(41) VALUE "43P4DIGER BORCLAR".
           02 F PIC X(41) VALUE "44P4ALINAN AVANSLAR".
           02 F PIC X(41) VALUE "47P4BORC VE GIDER KARSILIKLARI".
           02 F PIC X(41) VALUE "48P4GELECEK YILLARA AIT GELIRLER".
           02 F PIC X(41) VALUE "49P4DIGER UZUN VADELI YABANCI KAYNAK".
           02 F PIC X(41) VALUE "50P5ODENMIS SERMAYE".
           02 F PIC X(41) VALUE "52P5SERMAYE YEDEKLERI".
           02 F PIC X(41) VALUE "54P5KAR YEDEKLERI".
           02 F PIC X(41) VALUE "57P5GECMIS YILLAR KARLARI".
           02 F PIC X(41) VALUE "58P5GECMIS YILLAR ZARARLARI".
           02 F PIC X(41) VALUE "59P5DONEM NET KARI (ZARARI)".
           02 F PIC X(41) VALUE "60G6BRUT SATISLAR".
           02 F PIC X(41) VALUE "61D6SATIS INDIRIMLERI".
           02 F PIC X(41) VALUE "62D6SATISLARIN MALIYETI".
           02 F PIC X(41) VALUE "63D6FAALIYET GIDERLERI".
           02 F PIC X(41) VALUE "64G6DIGER OLAGAN GELIR VE KARLAR".
           02 F PIC X(41) VALUE "65D6DIGER OLAGAN GIDER VE ZARARLAR".
           02 F PIC X(41) VALUE "66D6FINANSMAN GIDERLERI".
           02 F PIC X(41) VALUE "67G6OLAGANDISI GELIR VE KARLAR".
           02 F PIC X(41) VALUE "68D6OLAGANDISI GIDER VE ZARARLAR".
           02 F PIC X(41) VALUE "69D6DONEM KARI VERGI KARSILIKLARI".
           02 F PIC X(41) VALUE "??X7ESLESMEYEN HESAPLAR (BORC-ALACAK)".
       01 MS-TABLO REDEFINES MS-SATIRLAR.
           02 MS-SATIR OCCURS 49 TIMES.
              03 MS-S-KOD PIC XX.
              03 MS-S-TUR PIC X.
              03 MS-S-BOLUM PIC 9.
              03 MS-S-ADI PIC X(37).
      * SATIR BASINA BORC - ALACAK: BILANCO CARI / ONCEKI TARIH,
      * GELIR TABLOSU CARI / ONCEKI DONEM.
       01 MS-TUTARLAR.
           02 MS-TUTAR OCCURS 49 TIMES.
              03 MS-BK PIC S9(13).
              03 MS-BO PIC S9(13).
              03 MS-GK PIC S9(13).
              03 MS-GO PIC S9(13).
       01 MS-BOLUMLER.
           02 F PIC X(35) VALUE "I.   DONEN VARLIKLAR".
           02 F PIC X(35) VALUE "II.  DURAN VARLIKLAR".
           02 F PIC X(35) VALUE "III. KISA VADELI YABANCI KAYNAKLAR".
           02 F PIC X(35) VALUE "IV.  UZUN VADELI YABANCI KAYNAKLAR".
           02 F PIC X(35) VALUE "V.   OZKAYNAKLAR".
       01 MS-BOLUM-TABLO REDEFINES MS-BOLUMLER.
           02 MS-BOLUM-ADI PIC X(35) OCCURS 5 TIMES.
       01 MSZ1.
           02 F PIC X(22) VALUE "BILANCO        TARIH:".
           02 MS-B-BIT PIC 9(8).
           02 F PIC X(12) VALUE "    ONCEKI:".
           02 MS-B-OBIT PIC 9(8).
       01 MSZ5.
           02 F PIC X(22) VALUE "GELIR TABLOSU  DONEM:".
           02 MS-G-BAS PIC 9(8).
           02 F PIC X(3) VALUE " -".
           02 MS-G-BIT PIC 9(8).
           02 F PIC X(12) VALUE "    ONCEKI:".
           02 MS-G-OBAS PIC 9(8).
           02 F PIC X(3) VALUE " -".
           02 MS-G-OBIT PIC 9(8).
       01 MSZ6.
           02 F PIC X(2) VALUE SPACES.
           02 MS-H-ADI PIC X(35).
       01 MSZ2.
           02 F PIC X(46) VALUE "     HESAP GRUBU".
           02 F PIC X(16) VALUE "      CARI".
           02 F PIC X(16) VALUE "    ONCEKI".
       01 MSZ3.
           02 F PIC X(2) VALUE SPACES.
           02 MS-D-KOD PIC X(3).
           02 MS-D-ADI PIC X(41).
           02 MS-D-CARI PIC ---,---,---,--9.
           02 F PIC X VALUE SPACE.
           02 MS-D-ONCEKI PIC ---,---,---,--9.
       01 MSZ4.
           02 MS-T-ADI PIC X(46).
           02 MS-T-CARI PIC ---,---,---,--9.
           02 F PIC X VALUE SPACE.
           02 MS-T-ONCEKI PIC ---,---,---,--9.
       01 KV-TAB.
           02 KV-GRUP OCCURS 2 TIMES.
              03 KV-N PIC 9.
              03 KV-SAT OCCURS 5 TIMES.
                 04 KV-ORAN PIC 99V99.
                 04 KV-MATRAH PIC 9(13).
                 04 KV-KDV PIC 9(13).
              03 KV-TMATRAH PIC 9(13).
              03 KV-TKDV PIC 9(13).
       01 KVZ1.
           02 F PIC X(33) VALUE "KDV BEYANNAME CALISMASI   DONEM:".
           02 KV-B-AY PIC 99.
           02 F PIC X VALUE "/".
           02 KV-B-YIL PIC 9999.
       01 KVZ2.
           02 F PIC X(2) VALUE SPACES.
           02 KV-H-ADI PIC X(40).
       01 KVZ3.
           02 F PIC X(36) VALUE "              KDV %           MATRAH".
           02 F PIC X(15) VALUE "            KDV".
       01 KVZ4.
           02 F PIC X(4) VALUE SPACES.
           02 KV-D-ADI PIC X(10).
           02 KV-D-ORAN PIC Z9.99 BLANK WHEN ZERO.
           02 F PIC X(3) VALUE SPACES.
           02 KV-D-MATRAH PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 KV-D-KDV PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 KVZ5.
           02 F PIC X(4) VALUE SPACES.
           02 KV-F-TD PIC X(8).
           02 F PIC X VALUE SPACE.
           02 KV-F-FATNO PIC X(10).
           02 F PIC X VALUE SPACE.
           02 KV-F-TARIH PIC 9(8).
           02 F PIC X VALUE SPACE.
           02 KV-F-MATRAH PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 KV-F-KDV PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 KV-F-ACIKLAMA PIC X(20).
       01 KVZ6.
           02 F PIC X(4) VALUE SPACES.
           02 KV-R-ADI PIC X(40).
           02 KV-R-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 KVZ7.
           02 F PIC X(34) VALUE "    TEDARIKCI FATURA NO  TARIH".
           02 F PIC X(44) VALUE "        MATRAH         KDV ACIKLAMA".
       01 CARI-BAS1.
           02 F PIC X(10) VALUE "KODU:".
           02 CB-KODU PIC X(8).
           02 CD-ALACAK PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 CD-BAKIYE PIC Z,ZZZ,ZZZ,ZZ9-.
      * PARAMETRE DEGISIKLIK JURNALI (PRMKAYIT): TABLO, ANAHTAR,
      * ISLEM (E EKLEME, D DEGISTIRME, S SILME) VE KAYDIN ESKI/YENI
      * GORUNUMU. DEGER DEGISMEMISSE JURNALE YAZILMAZ.
       01 PRM-IZ.
           02 PI-TABLO PIC X(8).
           02 PI-ANAHTAR PIC X(20).
           02 PI-ISLEM PIC X.
           02 PI-ESKI PIC X(50).
           02 PI-YENI PIC X(50).
       01 PI-VADE.
           02 F PIC X(17) VALUE "AYLIK FAIZ ORANI ".
           02 PI-V-ORAN PIC Z9.99.
       SCREEN SECTION.
       01 EKRAN1.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 REVERSE-VIDEO VALUE "BEBIM A.S.".
           05 LINE 1 COLUMN 15 PIC X(30) FROM MENU-SIRKET-ADI.
           05 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE "* ANA MENU *" BLINK.
           05 LINE 3 COLUMN 1 PIC X(13) FROM ALL "*".
           05 LINE 5 COLUMN 5 VALUE "* MUSTERI HESAP / MIZAN PRG *".
           05 LINE 10 COLUMN 5 VALUE
            "* (2): MIZAN DOKUMU                               *".
           05 LINE 11 COLUMN 5 VALUE
            "* (15): BA / BS FORM CALISMASI                    *".
           05 LINE 12 COLUMN 5 VALUE
            "* (3): CARI KAYIT EKLE / DUZELT / SIL             *".
           05 LINE 13 COLUMN 5 VALUE
            "* (16): DOVIZ HESAP TANIMI                        *".
           05 LINE 14 COLUMN 5 VALUE
            "* (4): DONEM KAPANISI ( BAKIYE DEVRI )            *".
           05 LINE 15 COLUMN 5 VALUE
            "* (17): DOVIZ KUR DEGERLEMESI (AY SONU)           *".
           05 LINE 16 COLUMN 5 VALUE
            "* (5): PROGRAMDAN CIKIS   (20): MALI TABLOLAR     *".
           05 LINE 17 COLUMN 5 VALUE
            "* (6): AYLIK MIZAN DOKUMU (21): YIL SONU KAPANISI *".
           05 LINE 18 COLUMN 5 PIC X(51) FROM ALL "*".
           05 LINE 19 COLUMN 5 VALUE
            "* HANGISINI ISTERSINIZ                            *".
            "* (9): HESAP PLANI  (10): YEVMIYE  (11): GL MIZAN *".
           05 LINE 22 COLUMN 5 VALUE
            "* (12): KEBIR  (13): ENTEGRASYON  (14): VADE FARKI*".
           05 LINE 23 COLUMN 5 VALUE
            "* (18): BUTCE GIRISI   (19): BUTCE / FIILI RAPORU *".
           05 LINE 24 COLUMN 5 PIC X(51) FROM ALL "*".
           05 LINE 21 COLUMN 57 VALUE "(22): ALIS FATURASI".
           05 LINE 22 COLUMN 57 VALUE "(23): KDV CALISMASI".
           05 LINE 23 COLUMN 57 VALUE "(24): KONSOLIDE MIZAN".
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
           IF MENU-GIRIS = "MENU"
       BAS-MENU.
           IF OPERATOR-KODU = SPACES
              MOVE "BILINMIYOR" TO OPERATOR-KODU.
           IF MENU-GIRIS NOT = "MENU"
              MOVE SPACES TO MENU-SIRKET MENU-SIRKET-ADI
                 MENU-SIRKET-DIZIN.
           MOVE MENU-SIRKET-DIZIN TO SD-DIZIN.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           DISPLAY EKRAN1. DISPLAY (6 37) "Y A Z I C I D A".
       A10. ACCEPT EKRAN1.
            IF N = 1 PERFORM CARI-DOKUM
            ELSE IF N = 12 PERFORM KEBIR-DOKUM
            ELSE IF N = 13 PERFORM ENTEGRASYON
            ELSE IF N = 14 PERFORM VADE-FARKI
            ELSE IF N = 15 PERFORM BA-BS
            ELSE IF N = 16 PERFORM DOVIZ-TANIM
            ELSE IF N = 17 PERFORM KUR-DEGERLEME
            ELSE IF N = 18 PERFORM BUTCE-GIRIS
            ELSE IF N = 19 PERFORM BUTCE-RAPOR
            ELSE IF N = 20 PERFORM MALI-TABLO
            ELSE IF N = 21 PERFORM YIL-SONU-KAPANIS
            ELSE IF N = 22 PERFORM ALIS-FATURA
            ELSE IF N = 23 PERFORM KDV-CALISMA
            ELSE IF N = 24 PERFORM KONSOLIDE-MIZAN
            ELSE DISPLAY (22 10) N DISPLAY (22 10)
            "NOLU SECENEK YANLIS LUTFEN DOGRUSUNU GIRINIZ" GO A10.
            DISPLAY EKRAN1. DISPLAY (6 37) "E K R A N D A".
            DISPLAY (22 10) N. DISPLAY (22 12)
            "NOLU ISLEM TAMAMLANMISTIR". GO A10.
       SONN. GOBACK.
      * SIRKETE OZGU KUTUK ADLARI SD-DIZIN ONEKIYLE KURULUR. KONSOLIDE
      * MIZAN SIRKETLERI DOLASIRKEN DIZINI DEGISTIRIP YENIDEN KURAR.
       SIRKET-DOSYA.
           MOVE SPACES TO SIRKET-DOSYALARI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "MIZAN.DAT" DELIMITED BY SIZE INTO SD-MIZAN.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CARI.DAT" DELIMITED BY SIZE INTO SD-CARI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "MIZANDIS.DAT" DELIMITED BY SIZE INTO SD-MIZANDIS.
           STRING SD-DIZIN DELIMITED BY SPACE
              "CARIJRN.DAT" DELIMITED BY SIZE INTO SD-CARIJRN.
           STRING SD-DIZIN DELIMITED BY SPACE
              "HESPLAN.DAT" DELIMITED BY SIZE INTO SD-HESPLAN.
           STRING SD-DIZIN DELIMITED BY SPACE
              "YEVMIYE.DAT" DELIMITED BY SIZE INTO SD-YEVMIYE.
           STRING SD-DIZIN DELIMITED BY SPACE
              "KASA.DAT" DELIMITED BY SIZE INTO SD-KASA.
           STRING SD-DIZIN DELIMITED BY SPACE
              "ENTSON.DAT" DELIMITED BY SIZE INTO SD-ENTSON.
           STRING SD-DIZIN DELIMITED BY SPACE
              "DOVHES.DAT" DELIMITED BY SIZE INTO SD-DOVHES.
           STRING SD-DIZIN DELIMITED BY SPACE
              "DOVHAR.DAT" DELIMITED BY SIZE INTO SD-DOVHAR.
           STRING SD-DIZIN DELIMITED BY SPACE
              "BUTCE.DAT" DELIMITED BY SIZE INTO SD-BUTCE.
           STRING SD-DIZIN DELIMITED BY SPACE
              "BTPRM.DAT" DELIMITED BY SIZE INTO SD-BTPRM.
           STRING SD-DIZIN DELIMITED BY SPACE
              "HPMALI.DAT" DELIMITED BY SIZE INTO SD-HPMALI.
           STRING SD-DIZIN DELIMITED BY SPACE
              "ALISFAT.DAT" DELIMITED BY SIZE INTO SD-ALISFAT.
           STRING SD-DIZIN DELIMITED BY SPACE
              "KDVDEV.DAT" DELIMITED BY SIZE INTO SD-KDVDEV.
       SIRKET-DOSYA-SON. EXIT.
      *
      * MIZAN DOKUMU
      *
            IF SIRA-BAKIYE PERFORM MIZAN-BAKIYE-SIRALA GO MIZAN-SON.
            PERFORM MIZAN-ISLEM UNTIL DD = "E". GO MIZAN-SON.
       MIZ-BAS. OPEN I-O MIZAN. PERFORM YAZICI-AC.
           MOVE "H" TO DV-MIZ-AC.
           IF DOSYA-DURUM NOT = "00"
              DISPLAY (24 1) "MIZAN.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP MOVE "E" TO DD GO MIZ-BAS-SON.
              END-IF
              ACCEPT (10 21) SON-MUSTERI-KODU WITH PROMPT UPDATE.
           ACCEPT (14 48) SIRALAMA WITH PROMPT UPDATE.
           DISPLAY (15 1) "DOVIZ BAKIYELERI DE YAZILSIN MI (E/H):".
           ACCEPT (15 40) DV-GOSTER WITH PROMPT UPDATE.
           DISPLAY (17 5) "** DOGRUMU ?: **".
           ACCEPT (17 19) CEVAP WITH PROMPT.
           IF CEVAP = "H" GO C20. MOVE "H" TO CEVAP.
           DISPLAY (1 1) ERASE.
           IF DV-GOSTER = "E" OPEN INPUT DOVHES
              IF DH-DST = "00" MOVE "E" TO DV-MIZ-AC.
           IF SIRA-BAKIYE CLOSE MIZAN GO MIZ-BAS-SON.
           START MIZAN KEY NOT LESS THAN MUSTERI-KODU INVALID KEY
           DISPLAY (24 1) "** START YAPAMIYORUM <ENT> BAS: **"
           MOVE MIZ-BORC-BAKIYE TO D-BORC-BAKIYE.
           MOVE MIZ-ALACAK-BAKIYE TO D-ALACAK-BAKIYE.
           WRITE SATIR FROM BAS-DETAY.
           IF DV-MIZ-AC = "E"
              PERFORM DV-MIZ-SATIR THRU DV-MIZ-SATIR-SON.
           ADD MIZ-BORC TO S-BORC-M9 G-BORC-M9.
           ADD MIZ-ALACAK TO S-ALACAK-M9 G-ALACAK-M9.
           ADD MIZ-BORC-BAKIYE TO S-BORC-BAKIYE-M9 G-BORC-BAKIYE-M9.
           MOVE SRT-BORC-BAKIYE TO D-BORC-BAKIYE.
           MOVE SRT-ALACAK-BAKIYE TO D-ALACAK-BAKIYE.
           WRITE SATIR FROM BAS-DETAY.
           IF DV-MIZ-AC = "E"
              PERFORM DV-MIZ-SATIR THRU DV-MIZ-SATIR-SON.
           ADD SRT-BORC TO G-BORC-M9.
           ADD SRT-ALACAK TO G-ALACAK-M9.
           ADD SRT-BORC-BAKIYE TO G-BORC-BAKIYE-M9.
           IF MIZ-VERI-YOK GO MIZAN-GENEL-TOPLAM-ANA.
           PERFORM MIZAN-GENEL-TOPLAM.
       MIZAN-GENEL-TOPLAM-ANA. CLOSE YAZICI.
           IF DV-MIZ-AC = "E" CLOSE DOVHES MOVE "H" TO DV-MIZ-AC.
       MIZAN-GENEL-TOPLAM-ANA-SON. EXIT.
       MIZAN-GENEL-TOPLAM.
           MOVE G-BORC-M9 TO GT-BORC.
              GO CD-SON.
           MOVE MIZ-UNVAN TO CB-UNVAN.
           MOVE CARI-MUSTERI-KODU TO CB-KODU.
           PERFORM DV-HESAP-BUL THRU DV-HESAP-BUL-SON.
           MOVE "H" TO DV-HAR-AC.
           IF DV-VAR = "E" OPEN INPUT DOVHAR
              IF DV-DST = "00" MOVE "E" TO DV-HAR-AC.
           MOVE MIZ-ACILIS-BORC-BAKIYE TO BAKIYE-S9.
           SUBTRACT MIZ-ACILIS-ALACAK-BAKIYE FROM BAKIYE-S9.
           MOVE MIZ-KAPANIS-TARIHI TO CD-KAPANIS-TARIHI.
              IF LIN > 20
                 DISPLAY (23 1) "DEVAMI VAR ENT BAS" ACCEPT CEVAP
                 PERFORM CD-BASLIK.
           IF DV-HAR-AC = "E"
              PERFORM DV-CD-SATIR THRU DV-CD-SATIR-SON.
           GO CD20.
       CD-TOPLAM.
           IF DV-VAR = "E" PERFORM DV-CD-TOPLAM THRU DV-CD-TOPLAM-SON.
           CLOSE MIZAN CARI.
           IF DOKUM-YERI = "Y" CLOSE YAZICI
           ELSE
              WRITE MIZAN-KAYDI.
           DISPLAY (12 1) "TARIH (GGAAYYYY)......:".
           ACCEPT (12 25) CARI-TARIH WITH PROMPT UPDATE.
           COMPUTE DNK-TARIH =
              (CARI-YILI * 10000) + (CARI-AYI * 100) + CARI-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" CLOSE MIZAN CARI GO CARI-EKLE-SON.
           DISPLAY (13 1) "ACIKLAMA..............:".
           ACCEPT (13 25) CARI-ACIKLAMA WITH PROMPT UPDATE.
           MOVE MIZ-UNVAN TO CARI-UNVAN.
           MOVE "ELLE" TO CARI-KAYNAK. MOVE 0 TO CARI-REF.
           PERFORM DV-HESAP-BUL THRU DV-HESAP-BUL-SON.
           IF DV-VAR = "E"
              MOVE 0 TO DV-E-BORC DV-E-ALACAK DV-E-KUR
              PERFORM DV-GIRIS THRU DV-GIRIS-SON
           ELSE
              DISPLAY (14 1) "BORC TUTARI............:"
              ACCEPT (14 25) CARI-BORC WITH PROMPT UPDATE
              DISPLAY (15 1) "ALACAK TUTARI..........:"
              ACCEPT (15 25) CARI-ALACAK WITH PROMPT UPDATE.
           DISPLAY (17 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (17 28) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" CLOSE MIZAN CARI GO CARI-EKLE-SON.
           PERFORM CARI-SON-SIRA-BUL THRU CARI-SON-SIRA-BUL-SON.
           MOVE YENI-CARI-SIRA TO CARI-SIRA-NO.
           WRITE CARI-KAYDI INVALID KEY
              DISPLAY (22 1) "** KAYIT YAPILAMADI <ENT> BAS: **"
           ADD CARI-ALACAK TO MIZ-ALACAK-BAKIYE.
           MOVE CARI-MUSTERI-KODU TO MUSTERI-KODU.
           REWRITE MIZAN-KAYDI.
           IF DV-VAR = "E" PERFORM DV-EKLE THRU DV-EKLE-SON.
           CLOSE MIZAN CARI.
       CARI-EKLE-SON. EXIT.
       CARI-SON-SIRA-BUL.
           READ CARI INVALID KEY
              DISPLAY (22 1) "** KAYIT BULUNAMADI <ENT> BAS: **"
              ACCEPT CEVAP CLOSE CARI MIZAN GO CARI-DUZELT-SON.
           COMPUTE DNK-TARIH =
              (CARI-YILI * 10000) + (CARI-AYI * 100) + CARI-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CARI-DUZELT-KAPAT.
           MOVE CARI-BORC TO ESKI-CARI-BORC.
           MOVE CARI-ALACAK TO ESKI-CARI-ALACAK.
           DISPLAY (12 1) "ACIKLAMA..............:" CARI-ACIKLAMA.
           ACCEPT (12 25) CARI-ACIKLAMA WITH PROMPT UPDATE.
           PERFORM DV-HAR-BUL THRU DV-HAR-BUL-SON.
           IF DV-VAR = "E"
              PERFORM DV-GIRIS THRU DV-GIRIS-SON
           ELSE
              DISPLAY (14 1) "BORC TUTARI............:" CARI-BORC
              ACCEPT (14 25) CARI-BORC WITH PROMPT UPDATE
              DISPLAY (15 1) "ALACAK TUTARI..........:" CARI-ALACAK
              ACCEPT (15 25) CARI-ALACAK WITH PROMPT UPDATE.
           DISPLAY (17 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (17 28) CEVAP WITH PROMPT.
           IF CEVAP = "E" REWRITE CARI-KAYDI
              MOVE CARI-BORC TO CJ-YENI-BORC
              MOVE CARI-ALACAK TO CJ-YENI-ALACAK
              PERFORM CJ-YAZ
              IF DV-VAR = "E"
                 PERFORM DV-DUZELT THRU DV-DUZELT-SON
              END-IF
              MOVE CARI-MUSTERI-KODU TO MUSTERI-KODU
              READ MIZAN INVALID KEY
                 DISPLAY (22 1) "** MIZAN BULUNAMADI <ENT> BAS: **"
           READ CARI INVALID KEY
              DISPLAY (22 1) "** KAYIT BULUNAMADI <ENT> BAS: **"
              ACCEPT CEVAP CLOSE CARI MIZAN GO CARI-SIL-SON.
           COMPUTE DNK-TARIH =
              (CARI-YILI * 10000) + (CARI-AYI * 100) + CARI-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CARI-SIL-KAPAT.
           ACCEPT DNK-TARIH FROM DATE YYYYMMDD.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO CARI-SIL-KAPAT.
           DISPLAY (12 1) "TERS KAYITLA IPTAL EDILSIN MI ? (E/H):".
           ACCEPT (12 41) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO CARI-SIL-KAPAT.
           PERFORM DV-HAR-BUL THRU DV-HAR-BUL-SON.
           MOVE CARI-BORC TO ESKI-CARI-BORC.
           MOVE CARI-ALACAK TO ESKI-CARI-ALACAK.
           MOVE CARI-SIRA-NO TO ESKI-CARI-SIRA.
           MOVE CARI-ACIKLAMA TO ESKI-ACIKLAMA.
           PERFORM CARI-SON-SIRA-BUL THRU CARI-SON-SIRA-BUL-SON.
           MOVE YENI-CARI-SIRA TO CARI-SIRA-NO.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (7:2) TO CARI-GUNU.
           WRITE CARI-KAYDI INVALID KEY
              DISPLAY (22 1) "** TERS KAYIT YAZILAMADI <ENT> BAS: **"
              ACCEPT CEVAP GO CARI-SIL-KAPAT.
           IF DV-VAR = "E" PERFORM DV-TERS THRU DV-TERS-SON.
           ADD ESKI-CARI-ALACAK TO MIZ-BORC MIZ-BORC-BAKIYE.
           ADD ESKI-CARI-BORC TO MIZ-ALACAK MIZ-ALACAK-BAKIYE.
           REWRITE MIZAN-KAYDI.
           CLOSE OPERTAB.
       FYETKI-BAK-SON.
           EXIT.
      * DONEM KILIDI: DNK-TARIH (YYYYAAGG) KILITLI BIR MUHASEBE AYINA
      * DUSUYORSA KAYIT EKLENMEZ, DEGISTIRILMEZ, IPTAL EDILMEZ. KILIT
      * YALNIZ YONETICI TARAFINDAN ANAMENU'DEN NEDEN YAZILARAK ACILIR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (22 1) "** DONEM KILITLI <ENT> BAS **"
              ACCEPT CEVAP.
       DONEM-BAK-SON.
           EXIT.
      * DENETIM KAYDINI KUTUGE DUSER. CJ-ISLEM VE TUTARLAR CAGIRAN
      * TARAFINDAN DOLDURULMUS GELIR.
      *
       HP10. OPEN I-O HESPLAN.
           IF HP-DST = "35" OPEN OUTPUT HESPLAN CLOSE HESPLAN
              OPEN I-O HESPLAN.
           OPEN I-O HPMALI.
           IF HM-DST = "35" OPEN OUTPUT HPMALI CLOSE HPMALI
              OPEN I-O HPMALI.
           MOVE "E" TO MS-HM-AC.
       HP20. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** HESAP PLANI BAKIMI **".
           DISPLAY (8 1) "HESAP KODU (BOS = CIKIS):".
           READ HESPLAN INVALID KEY CONTINUE.
           DISPLAY (10 1) "HESAP ADI...............:" HP-ADI.
           ACCEPT (10 28) HP-ADI WITH PROMPT UPDATE.
           MOVE HP-KOD TO MS-HESAP.
           PERFORM MS-SATIR-BUL THRU MS-SATIR-BUL-SON.
           MOVE MS-KOD TO HM-SATIR.
       HP25. DISPLAY (11 1) "MALI TABLO SATIRI.......:" HM-SATIR.
           ACCEPT (11 28) HM-SATIR WITH PROMPT UPDATE.
           MOVE HM-SATIR TO MS-KOD.
           PERFORM MS-KOD-ARA THRU MS-KOD-ARA-SON.
           IF MS-IX = 49 AND HM-SATIR NOT = "??"
              DISPLAY (22 1) "** MALI TABLO SATIRI HATALI <ENT> **"
              ACCEPT CEVAP GO HP25.
           DISPLAY (11 32) MS-S-ADI (MS-IX).
           DISPLAY (12 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (12 29) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO HP20.
           WRITE HESPLAN-KAYDI INVALID KEY REWRITE HESPLAN-KAYDI.
           MOVE HP-KOD TO HM-KOD.
           WRITE HPMALI-KAYDI INVALID KEY REWRITE HPMALI-KAYDI.
           GO HP20.
       HP-SON. CLOSE HESPLAN HPMALI.
      *
      * YEVMIYE FISI GIRISI: SIRADAKI FIS NUMARASIYLA SATIR SATIR
      * BORC/ALACAK YAZILIR; FIS KAPANIRKEN IKI TARAF TUTMUYORSA
           MOVE BUGUN-YMD TO YG-TARIH.
           DISPLAY (5 1) "TARIH (YYYYAAGG)......:".
           ACCEPT (5 25) YG-TARIH WITH PROMPT UPDATE.
           MOVE YG-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO YG-DEVAM.
       YG30. DISPLAY (7 1) "HESAP KODU (BOS=FIS KAPAT):".
           MOVE SPACES TO YV-HESAP.
           ACCEPT (7 30) YV-HESAP WITH PROMPT UPDATE.
           WRITE SATIR FROM GLZ3.
       GLD-YAZ-SON. EXIT.
      *
      * KONSOLIDE MIZAN: SIRKET.DAT'TAKI HER SIRKETIN YEVMIYESI KENDI
      * DIZININDEN OKUNUR, HESABA VE SIRKETE GORE SIRALANIR. HESAP
      * BASINA SIRKET SATIRLARI VE BIRDEN COK SIRKETTE HAREKETI OLAN
      * HESAPTA TUM SIRKETLER TOPLAMI, SONDA SIRKET VE KONSOLIDE
      * TOPLAMLAR DOKULUR. HESAP ADI HAREKETIN GELDIGI SIRKETIN
      * HESAP PLANINDAN ALINIR. SIRKETLER ARASI KARSILIKLI HESAPLAR
      * AYRICA ELENMEZ.
      *
       KONSOLIDE-MIZAN SECTION.
       KM10. OPEN INPUT SIRKET.
           IF SK-DST NOT = "00"
              DISPLAY (22 1) "** SIRKET TANIMI YOK (ANAMENU) <ENT> **"
              ACCEPT CEVAP GO KM-CIK.
           CLOSE SIRKET.
      * DOKUM TEK SIRKETE AIT DEGIL: O ANKI SIRKETIN ADI YERINE
      * KONSOLIDE BASLIGI BASILIR.
           MOVE "E" TO SB-BASMA.
           PERFORM YAZICI-AC.
           MOVE "KONSOLIDE (TUM SIRKETLER)" TO SB-ADI.
           WRITE SATIR FROM SIRKET-BASLIK.
           MOVE "Y" TO KM-ILK.
           MOVE 0 TO KM-SAY KM-G-BORC KM-G-ALACAK.
           SORT SRTWRK ON ASCENDING KEY W9-HESAP W9-SIRA
              INPUT PROCEDURE IS KM-BESLE THRU KM-BESLE-SON
              OUTPUT PROCEDURE IS KM-DOKUM THRU KM-DOKUM-SON.
           CLOSE YAZICI.
           MOVE MENU-SIRKET-DIZIN TO SD-DIZIN.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           DISPLAY (22 1) "** KONSOLIDE MIZAN YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       KM-CIK. EXIT.
       KM-BESLE SECTION.
       KMB-0. OPEN INPUT SIRKET.
           MOVE LOW-VALUES TO SK-KOD.
           START SIRKET KEY NOT LESS THAN SK-KOD INVALID KEY
              GO KMB-BIT.
       KMB-SIRKET. READ SIRKET NEXT AT END GO KMB-BIT.
           IF KM-SAY = 9 GO KMB-BIT.
           MOVE SK-DIZIN TO SD-DIZIN.
           IF SK-KOD = "01" MOVE SPACES TO SD-DIZIN.
           PERFORM SIRKET-DOSYA THRU SIRKET-DOSYA-SON.
           OPEN INPUT YEVMIYE.
           IF YV-DST NOT = "00" GO KMB-SIRKET.
           ADD 1 TO KM-SAY.
           MOVE SK-KOD TO KM-T-KOD (KM-SAY).
           MOVE SK-ADI TO KM-T-ADI (KM-SAY).
           MOVE 0 TO KM-T-BORC (KM-SAY) KM-T-ALACAK (KM-SAY).
           MOVE "H" TO KM-HP-AC.
           OPEN INPUT HESPLAN.
           IF HP-DST = "00" MOVE "E" TO KM-HP-AC.
           MOVE SPACES TO KM-SON-HESAP KM-SON-ADI.
           MOVE 0 TO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO KMB-KAPAT.
       KMB-OKU. READ YEVMIYE NEXT AT END GO KMB-KAPAT.
           IF YV-HESAP NOT = KM-SON-HESAP
              PERFORM KMB-AD THRU KMB-AD-SON.
           MOVE YV-HESAP TO W9-HESAP.
           MOVE KM-SAY TO W9-SIRA.
           MOVE KM-SON-ADI TO W9-ADI.
           MOVE YV-BORC TO W9-BORC.
           MOVE YV-ALACAK TO W9-ALACAK.
           RELEASE SRT9-KAYDI.
           GO KMB-OKU.
       KMB-KAPAT.
           CLOSE YEVMIYE.
           IF KM-HP-AC = "E" CLOSE HESPLAN.
           GO KMB-SIRKET.
       KMB-AD.
           MOVE YV-HESAP TO KM-SON-HESAP HP-KOD.
           MOVE SPACES TO KM-SON-ADI.
           IF KM-HP-AC NOT = "E" GO KMB-AD-SON.
           READ HESPLAN INVALID KEY GO KMB-AD-SON.
           MOVE HP-ADI TO KM-SON-ADI.
       KMB-AD-SON. EXIT.
       KMB-BIT. CLOSE SIRKET.
       KM-BESLE-SON. EXIT.
       KM-DOKUM.
           WRITE SATIR FROM KMZ1 AFTER 2.
           WRITE SATIR FROM KMZ2.
           MOVE 0 TO KM-S-BORC KM-S-ALACAK KM-H-BORC KM-H-ALACAK
              KM-SATIR.
       KMD-OKU. RETURN SRTWRK AT END GO KMD-FLUSH.
           IF KM-ILK = "Y"
              MOVE W9-HESAP TO KM-HESAP
              MOVE W9-SIRA TO KM-SIRA
              MOVE W9-ADI TO KM-ADI
              MOVE "N" TO KM-ILK.
           IF W9-HESAP NOT = KM-HESAP
              PERFORM KMD-SIRKET THRU KMD-SIRKET-SON
              PERFORM KMD-HESAP THRU KMD-HESAP-SON
              MOVE W9-HESAP TO KM-HESAP
              MOVE W9-SIRA TO KM-SIRA
              MOVE W9-ADI TO KM-ADI.
           IF W9-SIRA NOT = KM-SIRA
              PERFORM KMD-SIRKET THRU KMD-SIRKET-SON
              MOVE W9-SIRA TO KM-SIRA.
           IF KM-ADI = SPACES MOVE W9-ADI TO KM-ADI.
           ADD W9-BORC TO KM-S-BORC.
           ADD W9-ALACAK TO KM-S-ALACAK.
           GO KMD-OKU.
       KMD-FLUSH.
           IF KM-ILK = "N"
              PERFORM KMD-SIRKET THRU KMD-SIRKET-SON
              PERFORM KMD-HESAP THRU KMD-HESAP-SON.
           MOVE SPACES TO SATIR.
           WRITE SATIR.
           PERFORM KMD-TOPLAM THRU KMD-TOPLAM-SON
              VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-SAY.
           MOVE SPACES TO KM-D-KOD.
           MOVE "KONSOLIDE TOPLAM" TO KM-D-ADI.
           MOVE "TUM" TO KM-D-SIRKET.
           MOVE KM-G-BORC TO KM-D-BORC.
           MOVE KM-G-ALACAK TO KM-D-ALACAK.
           COMPUTE KM-BAKIYE = KM-G-BORC - KM-G-ALACAK.
           MOVE KM-BAKIYE TO KM-D-BAKIYE.
           WRITE SATIR FROM KMZ3 AFTER 2.
           GO KM-DOKUM-SON.
      * HESABIN BIR SIRKETTEKI TOPLAMI. HESAP KODU VE ADI HESABIN ILK
      * SATIRINDA YAZILIR.
       KMD-SIRKET.
           IF KM-SATIR = 0
              MOVE KM-HESAP TO KM-D-KOD
              MOVE KM-ADI TO KM-D-ADI
           ELSE
              MOVE SPACES TO KM-D-KOD KM-D-ADI.
           MOVE KM-T-KOD (KM-SIRA) TO KM-D-SIRKET.
           MOVE KM-S-BORC TO KM-D-BORC.
           MOVE KM-S-ALACAK TO KM-D-ALACAK.
           COMPUTE KM-BAKIYE = KM-S-BORC - KM-S-ALACAK.
           MOVE KM-BAKIYE TO KM-D-BAKIYE.
           WRITE SATIR FROM KMZ3.
           ADD KM-S-BORC TO KM-H-BORC KM-T-BORC (KM-SIRA).
           ADD KM-S-ALACAK TO KM-H-ALACAK KM-T-ALACAK (KM-SIRA).
           ADD 1 TO KM-SATIR.
           MOVE 0 TO KM-S-BORC KM-S-ALACAK.
       KMD-SIRKET-SON. EXIT.
      * HESABIN TUM SIRKETLER TOPLAMI; TEK SIRKETTE HAREKETI OLAN
      * HESAPTA SIRKET SATIRI ZATEN TOPLAMDIR.
       KMD-HESAP.
           IF KM-SATIR > 1
              MOVE SPACES TO KM-D-KOD KM-D-ADI
              MOVE "TUM" TO KM-D-SIRKET
              MOVE KM-H-BORC TO KM-D-BORC
              MOVE KM-H-ALACAK TO KM-D-ALACAK
              COMPUTE KM-BAKIYE = KM-H-BORC - KM-H-ALACAK
              MOVE KM-BAKIYE TO KM-D-BAKIYE
              WRITE SATIR FROM KMZ3.
           ADD KM-H-BORC TO KM-G-BORC.
           ADD KM-H-ALACAK TO KM-G-ALACAK.
           MOVE 0 TO KM-H-BORC KM-H-ALACAK KM-SATIR.
       KMD-HESAP-SON. EXIT.
       KMD-TOPLAM.
           MOVE SPACES TO KM-D-KOD.
           MOVE KM-T-ADI (KM-I) TO KM-D-ADI.
           MOVE KM-T-KOD (KM-I) TO KM-D-SIRKET.
           MOVE KM-T-BORC (KM-I) TO KM-D-BORC.
           MOVE KM-T-ALACAK (KM-I) TO KM-D-ALACAK.
           COMPUTE KM-BAKIYE = KM-T-BORC (KM-I) - KM-T-ALACAK (KM-I).
           MOVE KM-BAKIYE TO KM-D-BAKIYE.
           WRITE SATIR FROM KMZ3.
       KMD-TOPLAM-SON. EXIT.
       KM-DOKUM-SON. EXIT.
      *
      * KEBIR: TEK HESABIN YEVMIYE DETAYI, YURUYEN BAKIYE ILE.
      *
       KEBIR-DOKUM SECTION.
      * YEVMIYEYE OTOMATIK ISLENIR. KASADA KARSI HESAP KATEGORI
      * KODUDUR (HESAP PLANINDA TANIMLANMALIDIR); FIS KESIMINDE
      * 153 ALIMLAR / 320 URETICILER / 360 VERGI KESINTILERI
      * HESAPLARI KULLANILIR. 153'E KALITE KESINTISI DUSULMUS ALIM
      * TUTARI GECER. EN SON ISLENEN TARIHLER ENTSON.DAT
      * ICINDE TUTULUR, AYNI KAYIT IKINCI KEZ GECIRILMEZ. BUGUNUN
      * KAYITLARI GUN HENUZ KAPANMADIGI ICIN ALINMAZ; YARINKI
      * CALISMADA GECER, GUN ICI GIRILEN KAYIT KAYBOLMAZ.
      *
       ENTEGRASYON SECTION.
       EN10. DISPLAY (1 1) ERASE.
           IF NOT ANA-SIRKET
              DISPLAY (22 1) "** ENTEGRASYON YALNIZ ANA SIRKETTE <ENT>"
              ACCEPT CEVAP GO EN-CIK.
           DISPLAY (3 1) "** KASA / FIS KESIMI ENTEGRASYONU **".
           DISPLAY (5 1) "BASLASIN MI ? (E/H):".
           ACCEPT (5 23) CEVAP WITH PROMPT.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL.
           MOVE 0 TO EN-SAYI EN-ATLANAN DNK-TARIH.
           MOVE EN-KASA-TARIH TO EN-YENI-KASA.
           MOVE EN-KESINTI-TARIH TO EN-YENI-KES.
           PERFORM EN-KASA THRU EN-KASA-SON.
           CLOSE ENTSON.
           DISPLAY (20 1) "YAZILAN YEVMIYE FISI SAYISI:".
           DISPLAY (20 30) EN-SAYI.
           IF EN-ATLANAN > 0
              DISPLAY (21 1) "KILITLI DONEM NEDENIYLE ATLANAN:"
              DISPLAY (21 34) EN-ATLANAN.
           DISPLAY (22 1) "** ENTEGRASYON TAMAMLANDI <ENT> BAS **".
           ACCEPT CEVAP.
       EN-CIK. EXIT.
       ENK-OKU. READ KASA NEXT AT END GO EN-KASA-KAPAT.
           IF KS-TARIH NOT > EN-KASA-TARIH GO ENK-OKU.
           IF KS-TARIH NOT < BUGUN-YMD GO ENK-OKU.
           MOVE KS-TARIH TO EN-DN-TARIH.
           PERFORM EN-DONEM THRU EN-DONEM-SON.
           IF DNK-KILIT = "E" ADD 1 TO EN-ATLANAN GO ENK-OKU.
           MOVE KS-TARIH TO YG-TARIH.
           MOVE YG-NO TO YV-NO. MOVE YG-TARIH TO YV-TARIH.
           MOVE KS-ACIKLAMA TO YV-ACIKLAMA.
       ENS-OKU. READ KESINTI AT END GO EN-KESINTI-KAPAT.
           IF KE-TARIH NOT > EN-KESINTI-TARIH GO ENS-OKU.
           IF KE-TARIH NOT < EN-BUGUN-K GO ENS-OKU.
           COMPUTE EN-DN-TARIH = 20000000 + KE-TARIH.
           PERFORM EN-DONEM THRU EN-DONEM-SON.
           IF DNK-KILIT = "E" ADD 1 TO EN-ATLANAN GO ENS-OKU.
           MOVE YG-NO TO YV-NO.
           COMPUTE YV-TARIH = 20000000 + KE-TARIH.
           MOVE "FIS KESIMI ALIM" TO YV-ACIKLAMA.
           MOVE 1 TO YV-SIRA. MOVE "153" TO YV-HESAP.
           COMPUTE YV-BORC = KE-BRUT - KE-KALITE.
           MOVE 0 TO YV-ALACAK.
           WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           MOVE 2 TO YV-SIRA. MOVE "320" TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE KE-NET TO YV-ALACAK.
       EN-KESINTI-KAPAT.
           CLOSE KESINTI.
       EN-KESINTI-SON. EXIT.
      * KILITLI AYA DUSEN KAYNAK KAYIT YEVMIYEYE AKTARILMAZ, SAYILIP
      * ATLANIR. AYNI AY ICIN KILIT KUTUGU YENIDEN OKUNMAZ.
       EN-DONEM.
           IF EN-DN-TARIH (1:6) = DNK-TARIH (1:6) GO EN-DONEM-SON.
           MOVE EN-DN-TARIH TO DNK-TARIH.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
       EN-DONEM-SON. EXIT.
      *
      * VADE FARKI: BORC BAKIYELI HER MUSTERININ KAPANIS SONRASI
      * CARI HAREKETLERI YASLANDIRILIR (30 GUN = 1 AY), AYLIK ORANLA
                 NOT AT END MOVE VP-ORAN TO VF-ORAN
              END-READ
              CLOSE VADEPRM.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           IF VP-DST = "00"
              MOVE "D" TO PI-ISLEM MOVE VF-ORAN TO PI-V-ORAN
              MOVE PI-VADE TO PI-ESKI.
           DISPLAY (5 1) "AYLIK FAIZ ORANI (YY.KK):" VF-ORAN.
           ACCEPT (5 28) VF-ORAN WITH PROMPT UPDATE.
           IF VF-ORAN = 0
           OPEN OUTPUT VADEPRM.
           WRITE VADEPRM-KAYDI.
           CLOSE VADEPRM.
           MOVE VP-ORAN TO PI-V-ORAN. MOVE PI-VADE TO PI-YENI.
           IF PI-ESKI NOT = PI-YENI
              MOVE "VADEPRM" TO PI-TABLO MOVE "ORAN" TO PI-ANAHTAR
              CALL "PRMKAYIT" USING PRM-IZ.
           DISPLAY (7 1) "FARKLAR CARIYE DE ISLENSIN MI ? (E/H):".
           MOVE "H" TO VF-ISLE.
           ACCEPT (7 41) VF-ISLE WITH PROMPT UPDATE.
           IF VF-ISLE = "E"
              ACCEPT DNK-TARIH FROM DATE YYYYMMDD
              PERFORM DONEM-BAK THRU DONEM-BAK-SON
              IF DNK-KILIT = "E" MOVE "H" TO VF-ISLE.
           OPEN I-O MIZAN CARI.
           PERFORM YAZICI-AC.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
      *
       VF-CARI-YAZ.
           MOVE MUSTERI-KODU TO CARI-MUSTERI-KODU.
           PERFORM CARI-SON-SIRA-BUL THRU CARI-SON-SIRA-BUL-SON.
           MOVE YENI-CARI-SIRA TO CARI-SIRA-NO.
           MOVE BUGUN-YMD (7:2) TO CARI-GUNU.
           MOVE BUGUN-YMD (5:2) TO CARI-AYI.
           REWRITE MIZAN-KAYDI.
       VF-CARI-YAZ-SON. EXIT.
      *
      * BA / BS FORM CALISMASI: SECILEN AYIN FATURALI KONSIYE
      * SATISLARI (BS) ILE URETICI ZEYTIN ALIMLARI VE TEDARIKCI
      * FATURALARI (BA) KARSI TARAFA GORE TOPLANIR. BELGE SAYISI VE
      * KDV HARIC TUTAR BULUNUR; TOPLAMI BILDIRIM SINIRINI ASAN
      * TARAFLAR YAZICIYA VE BEYAN DOSYASINA DOKULUR. ORTAK.DAT VE
      * KON1'DE VERGI NUMARASI OLMADIGINDAN NUMARA UYEDE UYEKIM,
      * MUSTERIDE MUSVRG, TEDARIKCIDE TEDARIK KAYDINDAN ALINIR;
      * BULUNAMAYAN TARAF "VKN YOK" ILE ISARETLENIR. TEDARIKCI
      * FATURASINDA KABUL TUTARI (KDV HARIC) ESAS ALINIR. MAL
      * KABULDE GIRILMEMIS ALIS FATURALARI MATRAHLARIYLA BA'YA GIRER.
      *
       BA-BS SECTION.
       BB10. DISPLAY (1 1) ERASE.
           IF NOT ANA-SIRKET
              DISPLAY (22 1) "** BA / BS YALNIZ ANA SIRKETTE <ENT> **"
              ACCEPT CEVAP GO BB-CIK.
           DISPLAY (3 1) "** BA / BS FORM CALISMASI **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE 0 TO BB-AY.
           MOVE BUGUN-YMD (1:4) TO BB-YIL.
           OPEN INPUT BABSPRM.
           IF BP-DST = "00"
              READ BABSPRM AT END CONTINUE
                 NOT AT END MOVE BP-LIMIT TO BB-LIMIT
              END-READ
              CLOSE BABSPRM.
           DISPLAY (5 1) "AY (1-12, 0=CIKIS)..:".
           ACCEPT (5 23) BB-AY WITH PROMPT UPDATE.
           IF BB-AY = 0 GO BB-CIK.
           IF BB-AY > 12
              DISPLAY (22 1) "** AY HATALI <ENT> **"
              ACCEPT CEVAP GO BB10.
           DISPLAY (6 1) "YIL (YYYY)..........:".
           ACCEPT (6 23) BB-YIL WITH PROMPT UPDATE.
           DISPLAY (7 1) "BILDIRIM SINIRI (TL):".
           ACCEPT (7 23) BB-LIMIT WITH PROMPT UPDATE.
           MOVE BB-LIMIT TO BP-LIMIT.
           OPEN OUTPUT BABSPRM.
           WRITE BABSPRM-KAYDI.
           CLOSE BABSPRM.
           MOVE BB-YIL TO BB-D-YIL. MOVE BB-AY TO BB-D-AY.
           PERFORM BB-AC THRU BB-AC-SON.
           PERFORM YAZICI-AC.
           MOVE "Y" TO BB-ILK.
           MOVE 0 TO BB-SIRA BB-F-SAYI BB-F-TUTAR BB-VKNSIZ.
           SORT SRTWRK ON ASCENDING KEY W7-TUR W7-TIP W7-KOD W7-BELGE
              INPUT PROCEDURE IS BB-BESLE THRU BB-BESLE-SON
              OUTPUT PROCEDURE IS BB-DOKUM THRU BB-DOKUM-SON.
           CLOSE YAZICI.
           PERFORM BB-KAPAT THRU BB-KAPAT-SON.
           DISPLAY (22 1) "** BA / BS CALISMASI YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       BB-CIK. EXIT.
       BB-BESLE SECTION.
       BBB-0.
           IF BB-K2-AC NOT = "E" GO BBB-BRD.
           MOVE SPACES TO KOD11.
           MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS THAN KOD2 INVALID KEY
              GO BBB-BRD.
       BBB-K2. READ KON2 NEXT AT END GO BBB-BRD.
           IF ISLEM-TIPI NOT = "M" GO BBB-K2.
           IF K2-FATURA-NO = 0 GO BBB-K2.
           IF I-AYI NOT = BB-AY OR I-YILI NOT = BB-YIL GO BBB-K2.
           MOVE "S" TO W7-TUR. MOVE "M" TO W7-TIP.
           MOVE KOD11 TO W7-KOD.
           MOVE K2-FATURA-NO TO W7-BELGE.
           MOVE 0 TO W7-UYENO. MOVE SPACES TO W7-AD.
           MOVE TUTAR TO W7-TUTAR.
           RELEASE SRT7-KAYDI.
           GO BBB-K2.
       BBB-BRD.
           IF BB-BR-AC NOT = "E" GO BBB-TF.
           MOVE 0 TO FISNO B-TARIH. MOVE SPACES TO KALITE DONEM.
           START BRD KEY NOT LESS THAN KOD INVALID KEY
              GO BBB-TF.
       BBB-BR. READ BRD NEXT AT END GO BBB-TF.
           IF FIS-IPTAL GO BBB-BR.
           IF B-TARIH (1:6) NOT = BB-DONEM GO BBB-BR.
           MOVE "A" TO W7-TUR. MOVE "U" TO W7-TIP.
           MOVE UYENO TO BB-UYE-ED. MOVE SPACES TO W7-KOD.
           IF UYENO < 10
              MOVE BB-UYE-ED (4:1) TO W7-KOD (1:1)
           ELSE IF UYENO < 100
              MOVE BB-UYE-ED (3:2) TO W7-KOD (1:2)
           ELSE IF UYENO < 1000
              MOVE BB-UYE-ED (2:3) TO W7-KOD (1:3)
           ELSE
              MOVE BB-UYE-ED (1:4) TO W7-KOD (1:4).
           MOVE FISNO TO W7-BELGE.
           MOVE UYENO TO W7-UYENO. MOVE AD-SOYAD TO W7-AD.
           COMPUTE W7-TUTAR = MIKTARI * BAREM-FIATI.
           RELEASE SRT7-KAYDI.
           GO BBB-BR.
       BBB-TF.
           IF BB-TF-AC NOT = "E" GO BBB-AF.
           MOVE SPACES TO TF-TD TF-FATNO.
           START TEDFAT KEY NOT LESS THAN TF-ANAHTAR INVALID KEY
              GO BBB-AF.
       BBB-TFO. READ TEDFAT NEXT AT END GO BBB-AF.
           IF TF-TARIH (1:6) NOT = BB-DONEM GO BBB-TFO.
           MOVE "A" TO W7-TUR. MOVE "T" TO W7-TIP.
           MOVE TF-TD TO W7-KOD.
           MOVE TF-FATNO TO W7-BELGE.
           MOVE 0 TO W7-UYENO. MOVE SPACES TO W7-AD.
           MOVE TF-TUTAR TO W7-TUTAR.
           RELEASE SRT7-KAYDI.
           GO BBB-TFO.
       BBB-AF.
           IF BB-AF-AC NOT = "E" GO BB-BESLE-SON.
           MOVE LOW-VALUES TO AF-ANAHTAR.
           START ALISFAT KEY NOT LESS THAN AF-ANAHTAR INVALID KEY
              GO BB-BESLE-SON.
       BBB-AFO. READ ALISFAT NEXT AT END GO BB-BESLE-SON.
           IF AF-TARIH (1:6) NOT = BB-DONEM GO BBB-AFO.
           IF NOT AF-CARIYE-ISLENDI GO BBB-AFO.
           MOVE "A" TO W7-TUR. MOVE "T" TO W7-TIP.
           MOVE AF-TD TO W7-KOD.
           MOVE AF-FATNO TO W7-BELGE.
           MOVE 0 TO W7-UYENO. MOVE SPACES TO W7-AD.
           COMPUTE W7-TUTAR = AF-TOPLAM - AF-KDV (1) - AF-KDV (2)
              - AF-KDV (3) - AF-KDV (4).
           RELEASE SRT7-KAYDI.
           GO BBB-AFO.
       BB-BESLE-SON. EXIT.
       BB-DOKUM.
           MOVE BB-AY TO BB-B-AY. MOVE BB-YIL TO BB-B-YIL.
           MOVE BB-LIMIT TO BB-B-LIMIT.
           WRITE SATIR FROM BBZ1 AFTER 2.
           WRITE SATIR FROM BBZ2.
       BBD-OKU. RETURN SRTWRK AT END GO BBD-FLUSH.
           IF BB-ILK = "Y" PERFORM BBD-YENI THRU BBD-YENI-SON
              MOVE "N" TO BB-ILK.
           IF W7-TUR NOT = BB-TUR OR W7-TIP NOT = BB-TIP
              OR W7-KOD NOT = BB-KOD
              PERFORM BBD-YAZ THRU BBD-YAZ-SON
              PERFORM BBD-YENI THRU BBD-YENI-SON.
           IF W7-BELGE NOT = BB-BELGE
              ADD 1 TO BB-SAYI
              MOVE W7-BELGE TO BB-BELGE.
           ADD W7-TUTAR TO BB-TUTAR.
           GO BBD-OKU.
       BBD-FLUSH. IF BB-ILK = "N"
              PERFORM BBD-YAZ THRU BBD-YAZ-SON
              PERFORM BBD-FORM THRU BBD-FORM-SON.
           MOVE BB-VKNSIZ TO BB-T-VKNSIZ.
           MOVE BB-AD TO BB-T-AD.
           WRITE SATIR FROM BBZ5 AFTER 2.
       BB-DOKUM-SON. EXIT.
       BBD-YENI.
           IF BB-ILK = "N" AND W7-TUR NOT = BB-TUR
              PERFORM BBD-FORM THRU BBD-FORM-SON
              WRITE SATIR FROM BBZ2 AFTER 2.
           MOVE W7-TUR TO BB-TUR. MOVE W7-TIP TO BB-TIP.
           MOVE W7-KOD TO BB-KOD. MOVE W7-UYENO TO BB-UYENO.
           MOVE W7-AD TO BB-UNVAN.
           MOVE SPACES TO BB-BELGE.
           MOVE 0 TO BB-SAYI BB-TUTAR.
       BBD-YENI-SON. EXIT.
       BBD-FORM.
           IF BB-TUR = "A" MOVE "BA" TO BB-T-FORM
           ELSE MOVE "BS" TO BB-T-FORM.
           MOVE BB-F-SAYI TO BB-T-SAYI.
           MOVE BB-F-TUTAR TO BB-T-TUTAR.
           WRITE SATIR FROM BBZ4 AFTER 2.
           MOVE 0 TO BB-F-SAYI BB-F-TUTAR BB-SIRA.
       BBD-FORM-SON. EXIT.
       BBD-YAZ.
           IF BB-TUTAR < BB-LIMIT GO BBD-YAZ-SON.
           MOVE SPACES TO BB-VKN.
           IF BB-TIP = "M" PERFORM BBD-M THRU BBD-M-SON.
           IF BB-TIP = "U" PERFORM BBD-U THRU BBD-U-SON.
           IF BB-TIP = "T" PERFORM BBD-T THRU BBD-T-SON.
           ADD 1 TO BB-SIRA BB-F-SAYI.
           ADD BB-TUTAR TO BB-F-TUTAR.
           IF BB-TUR = "A" MOVE "BA" TO BB-D-FORM BX-FORM
           ELSE MOVE "BS" TO BB-D-FORM BX-FORM.
           MOVE BB-KOD TO BB-D-KOD. MOVE BB-UNVAN TO BB-D-UNVAN.
           MOVE BB-VKN TO BB-D-VKN. MOVE BB-SAYI TO BB-D-SAYI.
           MOVE BB-TUTAR TO BB-D-TUTAR.
           MOVE SPACES TO BB-D-UYARI.
           IF BB-VKN = SPACES
              MOVE "VKN YOK" TO BB-D-UYARI
              ADD 1 TO BB-VKNSIZ.
           WRITE SATIR FROM BBZ3.
           IF BB-DX-AC NOT = "E" GO BBD-YAZ-SON.
           MOVE BB-SIRA TO BX-SIRA. MOVE BB-UNVAN TO BX-UNVAN.
           MOVE BB-VKN TO BX-VKN. MOVE BB-SAYI TO BX-SAYI.
           MOVE BB-TUTAR TO BX-TUTAR.
           WRITE BB-SATIR FROM BB-KALIP.
       BBD-YAZ-SON. EXIT.
      * MUSTERI: UNVAN KON1'DEN (YOKSA ORTAK'TAN), VKN MUSVRG'DEN.
       BBD-M.
           IF BB-K1-AC NOT = "E" GO BBD-M-ORT.
           MOVE BB-KOD TO KOD1.
           READ KON1 INVALID KEY GO BBD-M-ORT.
           MOVE UNVAN1 TO BB-UNVAN.
           GO BBD-M-VKN.
       BBD-M-ORT.
           IF BB-OR-AC NOT = "E" GO BBD-M-VKN.
           MOVE BB-KOD TO ORT-KOD.
           READ ORTAK INVALID KEY GO BBD-M-VKN.
           MOVE ORT-ADI TO BB-UNVAN.
       BBD-M-VKN.
           IF BB-MV-AC NOT = "E" GO BBD-M-SON.
           MOVE BB-KOD TO MV-KOD.
           READ MUSVRG INVALID KEY GO BBD-M-SON.
           MOVE MV-VKN TO BB-VKN.
       BBD-M-SON. EXIT.
      * UYE: UNVAN ORTAK'TAN (YOKSA FISTEKI AD), TC KIMLIK UYEKIM'DEN.
       BBD-U.
           IF BB-OR-AC NOT = "E" GO BBD-U-TC.
           MOVE BB-KOD TO ORT-KOD.
           READ ORTAK INVALID KEY GO BBD-U-TC.
           MOVE ORT-ADI TO BB-UNVAN.
       BBD-U-TC.
           IF BB-UK-AC NOT = "E" GO BBD-U-SON.
           MOVE BB-UYENO TO UK-UYENO.
           READ UYEKIM INVALID KEY GO BBD-U-SON.
           IF UK-TCKN NOT = 0 MOVE UK-TCKN TO BB-VKN.
       BBD-U-SON. EXIT.
      * TEDARIKCI: UNVAN VE VKN TEDARIK KAYDINDAN.
       BBD-T.
           IF BB-TD-AC NOT = "E" GO BBD-T-SON.
           MOVE BB-KOD TO TD-KOD.
           READ TEDARIK INVALID KEY GO BBD-T-SON.
           MOVE TD-ADI TO BB-UNVAN.
           MOVE TD-VKN TO BB-VKN.
       BBD-T-SON. EXIT.
       BB-AC.
           MOVE "H" TO BB-K2-AC BB-K1-AC BB-MV-AC BB-BR-AC BB-UK-AC
              BB-OR-AC BB-TF-AC BB-TD-AC BB-DX-AC BB-AF-AC.
           OPEN INPUT KON2.
           IF K2-DST = "00" MOVE "E" TO BB-K2-AC.
           OPEN INPUT KON1.
           IF K1-DST = "00" MOVE "E" TO BB-K1-AC.
           OPEN INPUT MUSVRG.
           IF MV-DST = "00" MOVE "E" TO BB-MV-AC.
           OPEN INPUT BRD.
           IF BR-DST = "00" MOVE "E" TO BB-BR-AC.
           OPEN INPUT UYEKIM.
           IF UK-DST = "00" MOVE "E" TO BB-UK-AC.
           OPEN INPUT ORTAK.
           IF OR-DST = "00" MOVE "E" TO BB-OR-AC.
           OPEN INPUT TEDFAT.
           IF TF-DST = "00" MOVE "E" TO BB-TF-AC.
           OPEN INPUT ALISFAT.
           IF AF-DST = "00" MOVE "E" TO BB-AF-AC.
           OPEN INPUT TEDARIK.
           IF TD-DST = "00" MOVE "E" TO BB-TD-AC.
           MOVE SPACES TO BB-AD.
           STRING "BB" BB-DONEM ".TXT" DELIMITED BY SIZE INTO BB-AD.
           OPEN OUTPUT BBDOSYA.
           IF BB-DST = "00" MOVE "E" TO BB-DX-AC
           ELSE DISPLAY (22 1) "** BEYAN DOSYASI ACILAMADI <ENT> **"
              ACCEPT CEVAP.
       BB-AC-SON. EXIT.
       BB-KAPAT.
           IF BB-K2-AC = "E" CLOSE KON2.
           IF BB-K1-AC = "E" CLOSE KON1.
           IF BB-MV-AC = "E" CLOSE MUSVRG.
           IF BB-BR-AC = "E" CLOSE BRD.
           IF BB-UK-AC = "E" CLOSE UYEKIM.
           IF BB-OR-AC = "E" CLOSE ORTAK.
           IF BB-TF-AC = "E" CLOSE TEDFAT.
           IF BB-AF-AC = "E" CLOSE ALISFAT.
           IF BB-TD-AC = "E" CLOSE TEDARIK.
           IF BB-DX-AC = "E" CLOSE BBDOSYA.
       BB-KAPAT-SON. EXIT.
      *
      * DOVIZLI CARI HESAP TANIMI: HESABIN IZLENDIGI DOVIZ CINSI
      * DOVHES.DAT'A YAZILIR. DOVIZ KODU KUR TABLOSUNDA OLMALIDIR.
      * DOVIZ HAREKETI OLAN HESABIN CINSI DEGISTIRILEMEZ; KODU
      * BOSALTILAN HESAP YENIDEN TL HESAP OLUR.
      *
       DOVIZ-TANIM SECTION.
       DT10. MOVE 6 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (22 1) "** BU ISLEM ICIN YETKINIZ YOK <ENT> **"
              ACCEPT CEVAP GO DT-CIK.
           OPEN INPUT MIZAN.
           IF DOSYA-DURUM NOT = "00"
              DISPLAY (22 1) "MIZAN.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO DT-CIK.
           OPEN INPUT KURTAB.
           IF KR-DST NOT = "00"
              DISPLAY (22 1) "** ONCE KUR TABLOSUNU GIRIN <ENT> **"
              ACCEPT CEVAP CLOSE MIZAN GO DT-CIK.
           OPEN I-O DOVHES.
           IF DH-DST = "35" OPEN OUTPUT DOVHES CLOSE DOVHES
              OPEN I-O DOVHES.
       DT20. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** DOVIZLI CARI HESAP TANIMI **".
           DISPLAY (8 1) "MUSTERI KODU (BOS = CIKIS):".
           MOVE SPACES TO MUSTERI-KODU.
           ACCEPT (8 29) MUSTERI-KODU WITH PROMPT UPDATE.
           IF MUSTERI-KODU = SPACES GO DT-KAPAT.
           READ MIZAN INVALID KEY
              DISPLAY (22 1) "** MUSTERI BULUNAMADI <ENT> BAS: **"
              ACCEPT CEVAP GO DT20.
           DISPLAY (8 39) MIZ-UNVAN.
           MOVE MUSTERI-KODU TO DH-KOD.
           MOVE "E" TO DV-VAR.
           READ DOVHES INVALID KEY MOVE "H" TO DV-VAR
              MOVE SPACES TO DH-DOVIZ
              MOVE 0 TO DH-BORC DH-ALACAK DH-TL DH-KUR DH-TARIH.
           DISPLAY (10 1) "DOVIZ KODU (BOS = TL HESAP):".
           IF DH-BORC NOT = 0 OR DH-ALACAK NOT = 0 OR DH-TL NOT = 0
              DISPLAY (10 30) DH-DOVIZ
              DISPLAY (22 1) "** DOVIZ HAREKETI VAR, CINS DEGISMEZ **"
              ACCEPT CEVAP GO DT20.
           ACCEPT (10 30) DH-DOVIZ WITH PROMPT UPDATE.
           IF DH-DOVIZ = SPACES GO DT-TL.
           MOVE DH-DOVIZ TO KR-KOD.
           READ KURTAB INVALID KEY
              DISPLAY (22 1) "** KUR TABLOSUNDA YOK <ENT> BAS: **"
              ACCEPT CEVAP GO DT20.
           DISPLAY (17 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (17 28) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO DT20.
           IF DV-VAR = "E" REWRITE DOVHES-KAYDI
           ELSE WRITE DOVHES-KAYDI.
           GO DT20.
       DT-TL.
           IF DV-VAR = "E" DELETE DOVHES RECORD.
           GO DT20.
       DT-KAPAT. CLOSE MIZAN KURTAB DOVHES.
       DT-CIK. EXIT.
      *
      * AY SONU KUR DEGERLEMESI: DEGERLEME TARIHINDEN ONCE
      * DEGERLENMIS HER DOVIZLI HESABIN DOVIZ BAKIYESI KUR TABLOSUNUN
      * ALIS KURUYLA TL'YE CEVRILIR. DEFTERDEKI TL KARSILIGI ILE FARK
      * CARIYE "KRFK" KAYDI, YEVMIYEYE KUR FARKI FISI OLARAK GECER.
      * BORC BAKIYELI HESAPTA 120, ALACAK BAKIYELIDE 320 KARSILIGI
      * 646 KAMBIYO KARLARI / 656 KAMBIYO ZARARLARI KULLANILIR.
      *
       KUR-DEGERLEME SECTION.
       KD10. MOVE 6 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (22 1) "** BU ISLEM ICIN YETKINIZ YOK <ENT> **"
              ACCEPT CEVAP GO KD-CIK.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** DOVIZ KUR DEGERLEMESI (AY SONU) **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO DV-TARIH.
           DISPLAY (5 1) "DEGERLEME TARIHI (YYYYAAGG):".
           ACCEPT (5 30) DV-TARIH WITH PROMPT UPDATE.
           DISPLAY (7 1) "KURLAR KUR TABLOSUNUN ALIS KURUNDAN ALINIR".
           DISPLAY (9 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (9 28) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO KD-CIK.
           MOVE DV-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO KD-CIK.
           OPEN I-O DOVHES.
           IF DH-DST NOT = "00"
              DISPLAY (22 1) "** DOVIZLI HESAP TANIMI YOK <ENT> **"
              ACCEPT CEVAP GO KD-CIK.
           OPEN INPUT KURTAB.
           IF KR-DST NOT = "00"
              DISPLAY (22 1) "** ONCE KUR TABLOSUNU GIRIN <ENT> **"
              ACCEPT CEVAP CLOSE DOVHES GO KD-CIK.
           OPEN I-O MIZAN CARI.
           IF DOSYA-DURUM NOT = "00"
              DISPLAY (22 1) "DOSYA ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP CLOSE DOVHES KURTAB MIZAN CARI
              GO KD-CIK.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL.
           OPEN I-O DOVHAR.
           IF DV-DST = "35" OPEN OUTPUT DOVHAR CLOSE DOVHAR
              OPEN I-O DOVHAR.
           PERFORM YAZICI-AC.
           MOVE DV-TARIH TO DK-B-TARIH.
           WRITE SATIR FROM DKZ1 AFTER 2.
           WRITE SATIR FROM DKZ2 AFTER 2.
           MOVE 0 TO DV-SAYI DV-T-KAR DV-T-ZARAR.
           MOVE LOW-VALUES TO DH-KOD.
           START DOVHES KEY NOT LESS THAN DH-KOD INVALID KEY
              GO KD-BIT.
       KD20. READ DOVHES NEXT RECORD AT END GO KD-BIT.
           IF DH-TARIH NOT < DV-TARIH GO KD20.
           MOVE DH-DOVIZ TO KR-KOD.
           READ KURTAB INVALID KEY
              MOVE DH-KOD TO DK-K-KOD
              MOVE DH-DOVIZ TO DK-K-DOVIZ
              WRITE SATIR FROM DKZ4
              GO KD20.
           COMPUTE DV-BAKIYE = DH-BORC - DH-ALACAK.
           COMPUTE DV-DEGER ROUNDED = DV-BAKIYE * KR-ALIS.
           COMPUTE DV-FARK = DV-DEGER - DH-TL.
           MOVE DH-KOD TO DK-D-KOD.
           MOVE DH-DOVIZ TO DK-D-DOVIZ.
           MOVE DV-BAKIYE TO DK-D-BAKIYE.
           MOVE KR-ALIS TO DK-D-KUR.
           MOVE DH-TL TO DK-D-ESKI.
           MOVE DV-DEGER TO DK-D-YENI.
           MOVE DV-FARK TO DK-D-FARK.
           WRITE SATIR FROM DKZ3.
           IF DV-FARK NOT = 0 PERFORM KD-ISLE THRU KD-ISLE-SON.
           IF DV-DEGER NOT = DH-TL GO KD20.
           MOVE KR-ALIS TO DH-KUR.
           MOVE DV-TARIH TO DH-TARIH.
           REWRITE DOVHES-KAYDI.
           GO KD20.
       KD-BIT.
           MOVE DV-SAYI TO DK-T-SAYI.
           MOVE DV-T-KAR TO DK-T-KAR.
           MOVE DV-T-ZARAR TO DK-T-ZARAR.
           WRITE SATIR FROM DKZ5 AFTER 2.
           CLOSE DOVHES KURTAB MIZAN CARI YEVMIYE DOVHAR YAZICI.
           DISPLAY (22 1) "** KUR DEGERLEMESI YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       KD-CIK. EXIT.
      *
      * DOVIZLI HESAP YARDIMCILARI. DOSYALARI KENDILERI ACIP KAPATIR,
      * CARI BAKIM VE DOKUMLERDEN PARAGRAF PARAGRAF CAGRILIR.
      *
       DOVIZ-CARI SECTION.
       DV-HESAP-BUL.
           MOVE "H" TO DV-VAR.
           OPEN INPUT DOVHES.
           IF DH-DST NOT = "00" GO DV-HESAP-BUL-SON.
           MOVE CARI-MUSTERI-KODU TO DH-KOD.
           READ DOVHES INVALID KEY GO DV-HESAP-KAPAT.
           MOVE "E" TO DV-VAR.
           MOVE DH-DOVIZ TO DV-E-DOVIZ.
           COMPUTE DV-BAKIYE = DH-BORC - DH-ALACAK.
           MOVE DH-TL TO DV-H-TL.
           MOVE DH-KUR TO DV-H-KUR.
       DV-HESAP-KAPAT.
           CLOSE DOVHES.
       DV-HESAP-BUL-SON. EXIT.
       DV-HAR-BUL.
           MOVE "H" TO DV-VAR.
           MOVE 0 TO DV-E-BORC DV-E-ALACAK DV-E-KUR.
           OPEN INPUT DOVHAR.
           IF DV-DST NOT = "00" GO DV-HAR-BUL-SON.
           MOVE CARI-ANAHTARI TO DV-ANAHTAR.
           READ DOVHAR INVALID KEY GO DV-HAR-KAPAT.
           MOVE "E" TO DV-VAR.
           MOVE DV-DOVIZ TO DV-E-DOVIZ.
           MOVE DV-BORC TO DV-E-BORC DV-ESKI-BORC.
           MOVE DV-ALACAK TO DV-E-ALACAK DV-ESKI-ALACAK.
           MOVE DV-KUR TO DV-E-KUR.
       DV-HAR-KAPAT.
           CLOSE DOVHAR.
       DV-HAR-BUL-SON. EXIT.
      * DOVIZ TUTARLARI VE KUR SORULUR, TL KARSILIK HESAPLANIP
      * ONAYA SUNULUR. YENI KAYITTA KUR TABLODAN GELIR; TABLODAKI
      * KURUN TARIHI ISLEM TARIHINDEN FARKLIYSA GOSTERILIR.
       DV-GIRIS.
           IF DV-E-KUR NOT = 0 GO DV-G-EKRAN.
           OPEN INPUT KURTAB.
           IF KR-DST NOT = "00" GO DV-G-EKRAN.
           MOVE DV-E-DOVIZ TO KR-KOD.
           READ KURTAB INVALID KEY MOVE 0 TO KR-ALIS KR-TARIH.
           CLOSE KURTAB.
           MOVE KR-ALIS TO DV-E-KUR.
           COMPUTE DV-H-TARIH =
              (CARI-YILI * 10000) + (CARI-AYI * 100) + CARI-GUNU.
           IF KR-TARIH NOT = DV-H-TARIH
              DISPLAY (16 45) "KUR TARIHI:"
              DISPLAY (16 57) KR-TARIH.
       DV-G-EKRAN.
           DISPLAY (14 1) "DOVIZ BORC.............:".
           DISPLAY (14 39) DV-E-DOVIZ.
           ACCEPT (14 25) DV-E-BORC WITH PROMPT UPDATE.
           DISPLAY (15 1) "DOVIZ ALACAK...........:".
           ACCEPT (15 25) DV-E-ALACAK WITH PROMPT UPDATE.
           DISPLAY (16 1) "KUR....................:".
           ACCEPT (16 25) DV-E-KUR WITH PROMPT UPDATE.
           COMPUTE CARI-BORC ROUNDED = DV-E-BORC * DV-E-KUR.
           COMPUTE CARI-ALACAK ROUNDED = DV-E-ALACAK * DV-E-KUR.
           DISPLAY (14 45) "TL BORC..:".
           ACCEPT (14 56) CARI-BORC WITH PROMPT UPDATE.
           DISPLAY (15 45) "TL ALACAK:".
           ACCEPT (15 56) CARI-ALACAK WITH PROMPT UPDATE.
       DV-GIRIS-SON. EXIT.
       DV-HAR-YAZ.
           OPEN I-O DOVHAR.
           IF DV-DST = "35" OPEN OUTPUT DOVHAR CLOSE DOVHAR
              OPEN I-O DOVHAR.
           MOVE CARI-ANAHTARI TO DV-ANAHTAR.
           MOVE DV-E-DOVIZ TO DV-DOVIZ.
           MOVE DV-E-BORC TO DV-BORC.
           MOVE DV-E-ALACAK TO DV-ALACAK.
           MOVE DV-E-KUR TO DV-KUR.
           WRITE DOVHAR-KAYDI INVALID KEY REWRITE DOVHAR-KAYDI.
           CLOSE DOVHAR.
       DV-HAR-YAZ-SON. EXIT.
      * HESAP TOPLAMLARINA DV-D-BORC / DV-D-ALACAK / DV-D-TL FARKLARI
      * EKLENIR.
       DV-HES-ISLE.
           OPEN I-O DOVHES.
           IF DH-DST NOT = "00" GO DV-HES-ISLE-SON.
           MOVE CARI-MUSTERI-KODU TO DH-KOD.
           READ DOVHES INVALID KEY GO DV-HES-KAPAT.
           ADD DV-D-BORC TO DH-BORC.
           ADD DV-D-ALACAK TO DH-ALACAK.
           ADD DV-D-TL TO DH-TL.
           REWRITE DOVHES-KAYDI.
       DV-HES-KAPAT.
           CLOSE DOVHES.
       DV-HES-ISLE-SON. EXIT.
       DV-EKLE.
           MOVE DV-E-BORC TO DV-D-BORC.
           MOVE DV-E-ALACAK TO DV-D-ALACAK.
           COMPUTE DV-D-TL = CARI-BORC - CARI-ALACAK.
           PERFORM DV-HAR-YAZ THRU DV-HAR-YAZ-SON.
           PERFORM DV-HES-ISLE THRU DV-HES-ISLE-SON.
       DV-EKLE-SON. EXIT.
       DV-DUZELT.
           COMPUTE DV-D-BORC = DV-E-BORC - DV-ESKI-BORC.
           COMPUTE DV-D-ALACAK = DV-E-ALACAK - DV-ESKI-ALACAK.
           COMPUTE DV-D-TL = CARI-BORC - CARI-ALACAK
              - ESKI-CARI-BORC + ESKI-CARI-ALACAK.
           PERFORM DV-HAR-YAZ THRU DV-HAR-YAZ-SON.
           PERFORM DV-HES-ISLE THRU DV-HES-ISLE-SON.
       DV-DUZELT-SON. EXIT.
      * STORNO: DOVIZ TUTARLARI DA TERS YONE YAZILIR.
       DV-TERS.
           MOVE DV-ESKI-ALACAK TO DV-E-BORC.
           MOVE DV-ESKI-BORC TO DV-E-ALACAK.
           PERFORM DV-EKLE THRU DV-EKLE-SON.
       DV-TERS-SON. EXIT.
       DV-CD-SATIR.
           MOVE CARI-ANAHTARI TO DV-ANAHTAR.
           READ DOVHAR INVALID KEY GO DV-CD-SATIR-SON.
           IF DV-BORC = 0 AND DV-ALACAK = 0 GO DV-CD-SATIR-SON.
           MOVE DV-DOVIZ TO DZ-DOVIZ.
           MOVE DV-BORC TO DZ-BORC.
           MOVE DV-ALACAK TO DZ-ALACAK.
           MOVE DV-KUR TO DZ-KUR.
           IF DOKUM-YERI = "Y"
              WRITE SATIR FROM DVZ1
           ELSE
              ADD 1 TO LIN
              DISPLAY (LIN 1) DVZ1.
       DV-CD-SATIR-SON. EXIT.
       DV-CD-TOPLAM.
           MOVE DV-E-DOVIZ TO DZ-B-DOVIZ.
           MOVE DV-BAKIYE TO DZ-B-BAKIYE.
           MOVE DV-H-TL TO DZ-B-TL.
           MOVE DV-H-KUR TO DZ-B-KUR.
           IF DOKUM-YERI = "Y"
              WRITE SATIR FROM DVZ2 AFTER 2
           ELSE
              DISPLAY (22 1) DVZ2.
           IF DV-HAR-AC = "E" CLOSE DOVHAR MOVE "H" TO DV-HAR-AC.
       DV-CD-TOPLAM-SON. EXIT.
       DV-MIZ-SATIR.
           MOVE D-KODU TO DH-KOD.
           READ DOVHES INVALID KEY GO DV-MIZ-SATIR-SON.
           MOVE DH-DOVIZ TO DZ-B-DOVIZ.
           COMPUTE DV-BAKIYE = DH-BORC - DH-ALACAK.
           MOVE DV-BAKIYE TO DZ-B-BAKIYE.
           MOVE DH-TL TO DZ-B-TL.
           MOVE DH-KUR TO DZ-B-KUR.
           WRITE SATIR FROM DVZ2.
           ADD 1 TO LIN.
       DV-MIZ-SATIR-SON. EXIT.
      * KUR FARKI KAYDI: CARI, DENETIM JURNALI, MIZAN, DOVIZ HAREKETI
      * VE YEVMIYE FISI. KAYIT YAZILAMAZSA HESAP DEGERLENMEMIS KALIR.
       KD-ISLE.
           MOVE DH-KOD TO MUSTERI-KODU.
           READ MIZAN INVALID KEY GO KD-ISLE-SON.
           MOVE DH-KOD TO CARI-MUSTERI-KODU.
           PERFORM CARI-SON-SIRA-BUL THRU CARI-SON-SIRA-BUL-SON.
           MOVE YENI-CARI-SIRA TO CARI-SIRA-NO.
           MOVE DV-TARIH (7:2) TO CARI-GUNU.
           MOVE DV-TARIH (5:2) TO CARI-AYI.
           MOVE DV-TARIH (1:4) TO CARI-YILI.
           MOVE SPACES TO CARI-ACIKLAMA.
           STRING "KUR FARKI " DH-DOVIZ " " DV-TARIH (5:2) "/"
              DV-TARIH (1:4) DELIMITED BY SIZE INTO CARI-ACIKLAMA.
           MOVE MIZ-UNVAN TO CARI-UNVAN.
           MOVE "KRFK" TO CARI-KAYNAK. MOVE 0 TO CARI-REF.
           MOVE 0 TO CARI-BORC CARI-ALACAK.
           IF DV-FARK > 0 MOVE DV-FARK TO CARI-BORC
           ELSE COMPUTE CARI-ALACAK = 0 - DV-FARK.
           WRITE CARI-KAYDI INVALID KEY GO KD-ISLE-SON.
           MOVE "E" TO CJ-ISLEM.
           MOVE 0 TO CJ-ESKI-BORC CJ-ESKI-ALACAK.
           MOVE CARI-BORC TO CJ-YENI-BORC.
           MOVE CARI-ALACAK TO CJ-YENI-ALACAK.
           PERFORM CJ-YAZ.
           ADD CARI-BORC TO MIZ-BORC MIZ-BORC-BAKIYE.
           ADD CARI-ALACAK TO MIZ-ALACAK MIZ-ALACAK-BAKIYE.
           REWRITE MIZAN-KAYDI.
           MOVE CARI-ANAHTARI TO DV-ANAHTAR.
           MOVE DH-DOVIZ TO DV-DOVIZ.
           MOVE 0 TO DV-BORC DV-ALACAK.
           MOVE KR-ALIS TO DV-KUR.
           WRITE DOVHAR-KAYDI INVALID KEY CONTINUE.
           MOVE DV-DEGER TO DH-TL.
           IF DV-BAKIYE < 0 MOVE "320" TO DV-HESAP
           ELSE MOVE "120" TO DV-HESAP.
           MOVE YG-NO TO YV-NO. MOVE DV-TARIH TO YV-TARIH.
           MOVE CARI-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 1 TO YV-SIRA.
           IF DV-FARK > 0
              MOVE DV-HESAP TO YV-HESAP
              MOVE CARI-BORC TO YV-BORC MOVE 0 TO YV-ALACAK
           ELSE
              MOVE "656" TO YV-HESAP
              MOVE CARI-ALACAK TO YV-BORC MOVE 0 TO YV-ALACAK.
           WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           MOVE 2 TO YV-SIRA.
           IF DV-FARK > 0
              MOVE "646" TO YV-HESAP
              MOVE 0 TO YV-BORC MOVE CARI-BORC TO YV-ALACAK
              ADD CARI-BORC TO DV-T-KAR
           ELSE
              MOVE DV-HESAP TO YV-HESAP
              MOVE 0 TO YV-BORC MOVE CARI-ALACAK TO YV-ALACAK
              ADD CARI-ALACAK TO DV-T-ZARAR.
           WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           ADD 1 TO YG-NO.
           ADD 1 TO DV-SAYI.
       KD-ISLE-SON. EXIT.
      *
      * BUTCE GIRISI: YIL VE HESAP PLANI HESABI BASINA AY AY BUTCE.
      * YILLIK TUTAR GIRILIRSE AYLARA ESIT BOLUNUR, KALAN ARALIGA
      * EKLENIR; AYLAR SONRA TEK TEK DUZELTILEBILIR.
      *
       BUTCE-GIRIS SECTION.
       BG10. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (22 1) "** ONCE HESAP PLANI TANIMLAYIN <ENT> **"
              ACCEPT CEVAP GO BG-CIK.
           OPEN I-O BUTCE.
           IF BT-DST = "35" OPEN OUTPUT BUTCE CLOSE BUTCE
              OPEN I-O BUTCE.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (1:4) TO BG-YIL.
       BG20. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** BUTCE GIRISI **".
           DISPLAY (5 1) "BUTCE YILI (YYYY)......:".
           ACCEPT (5 26) BG-YIL WITH PROMPT UPDATE.
           DISPLAY (6 1) "HESAP KODU (BOS=CIKIS).:".
           MOVE SPACES TO BG-HESAP.
           ACCEPT (6 26) BG-HESAP WITH PROMPT UPDATE.
           IF BG-HESAP = SPACES GO BG-KAPAT.
           MOVE BG-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (22 1) "** HESAP PLANINDA YOK <ENT> BAS **"
              ACCEPT CEVAP GO BG20.
           DISPLAY (6 35) HP-ADI.
           MOVE BG-YIL TO BT-YIL.
           MOVE BG-HESAP TO BT-HESAP.
           MOVE "E" TO BT-VAR.
           READ BUTCE INVALID KEY MOVE "H" TO BT-VAR
              MOVE ZEROS TO BT-TUTARLAR
              MOVE "B" TO BT-YON.
           IF BT-VAR = "H"
              IF BG-HESAP (1:2) = "60" OR "64" OR "67"
                 MOVE "A" TO BT-YON.
           DISPLAY (7 1) "YON (B=GIDER / A=GELIR):".
           ACCEPT (7 26) BT-YON WITH PROMPT UPDATE.
           IF BT-YON NOT = "A" MOVE "B" TO BT-YON.
           DISPLAY (8 1) "YILLIK TUTAR (0=AY AY).:".
           MOVE 0 TO BG-YILLIK.
           ACCEPT (8 26) BG-YILLIK WITH PROMPT UPDATE.
           IF BG-YILLIK NOT = 0 PERFORM BG-BOL THRU BG-BOL-SON.
           PERFORM BG-AY THRU BG-AY-SON
              VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 12.
           MOVE 0 TO BG-TOPLAM.
           PERFORM BG-TOPLA THRU BG-TOPLA-SON
              VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 12.
           DISPLAY (22 1) "YILLIK TOPLAM:".
           DISPLAY (22 16) BG-TOPLAM.
           DISPLAY (23 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (23 28) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO BG20.
           IF BT-VAR = "E" REWRITE BUTCE-KAYDI
           ELSE WRITE BUTCE-KAYDI.
           GO BG20.
       BG-KAPAT. CLOSE HESPLAN BUTCE.
       BG-CIK. EXIT.
      *
      * BUTCE / FIILI RAPORU: SECILEN AYIN VE YIL BASINDAN O AYA
      * KADARKI YEVMIYE HAREKETI BUTCEYLE KARSILASTIRILIR. YILLIK
      * BUTCESININ ESIK YUZDESINDEN FAZLASINI KULLANMIS GIDER
      * HESAPLARI "***" ILE IMLENIR. BUTCESI OLMAYAN HESAP DOKULMEZ.
      *
       BUTCE-RAPOR SECTION.
       BF10. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** BUTCE / FIILI RAPORU **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (1:4) TO BF-YIL.
           MOVE BUGUN-YMD (5:2) TO BF-AY.
           OPEN INPUT BTPRM.
           IF BTP-DST = "00"
              READ BTPRM AT END CONTINUE
                 NOT AT END MOVE BTP-ESIK TO BF-ESIK
              END-READ
              CLOSE BTPRM.
           DISPLAY (5 1) "YIL (YYYY)...........:".
           ACCEPT (5 24) BF-YIL WITH PROMPT UPDATE.
           DISPLAY (6 1) "AY (1-12, 0=CIKIS)...:".
           ACCEPT (6 24) BF-AY WITH PROMPT UPDATE.
           IF BF-AY = 0 GO BF-CIK.
           IF BF-AY > 12
              DISPLAY (22 1) "** AY HATALI <ENT> **"
              ACCEPT CEVAP GO BF10.
           DISPLAY (7 1) "IMLEME ESIGI (%).....:".
           ACCEPT (7 24) BF-ESIK WITH PROMPT UPDATE.
           MOVE BF-ESIK TO BTP-ESIK.
           OPEN OUTPUT BTPRM.
           WRITE BTPRM-KAYDI.
           CLOSE BTPRM.
           OPEN INPUT BUTCE.
           IF BT-DST NOT = "00"
              DISPLAY (22 1) "** BUTCE HENUZ GIRILMEMIS <ENT> **"
              ACCEPT CEVAP GO BF-CIK.
           MOVE "H" TO BF-YV-AC.
           OPEN INPUT YEVMIYE.
           IF YV-DST = "00" MOVE "E" TO BF-YV-AC.
           OPEN INPUT HESPLAN.
           COMPUTE BF-ILK = (BF-YIL * 10000) + 101.
           COMPUTE BF-AY-ILK = (BF-YIL * 10000) + (BF-AY * 100) + 1.
           COMPUTE BF-SON = (BF-YIL * 10000) + (BF-AY * 100) + 31.
           PERFORM YAZICI-AC.
           MOVE "Y" TO BF-ILK-SW.
           MOVE 0 TO BF-SAYI BF-ASIM.
           SORT SRTWRK ON ASCENDING KEY W8-HESAP W8-TUR
              INPUT PROCEDURE IS BF-BESLE THRU BF-BESLE-SON
              OUTPUT PROCEDURE IS BF-DOKUM THRU BF-DOKUM-SON.
           CLOSE BUTCE HESPLAN YAZICI.
           IF BF-YV-AC = "E" CLOSE YEVMIYE.
           DISPLAY (22 1) "** BUTCE / FIILI YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       BF-CIK. EXIT.
       BF-BESLE SECTION.
       BFB-0.
           MOVE BF-YIL TO BT-YIL.
           MOVE LOW-VALUES TO BT-HESAP.
           START BUTCE KEY NOT LESS THAN BT-ANAHTAR INVALID KEY
              GO BFB-YEV.
       BFB-OKU. READ BUTCE NEXT AT END GO BFB-YEV.
           IF BT-YIL NOT = BF-YIL GO BFB-YEV.
           MOVE BT-HESAP TO W8-HESAP.
           MOVE "B" TO W8-TUR.
           MOVE BT-YON TO W8-YON.
           MOVE BT-TUTAR (BF-AY) TO W8-AY-BUT.
           MOVE 0 TO W8-KUM-BUT W8-YIL-BUT W8-AY-FIILI W8-KUM-FIILI.
           PERFORM BF-KUMULE THRU BF-KUMULE-SON
              VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 12.
           RELEASE SRT8-KAYDI.
           GO BFB-OKU.
       BFB-YEV.
           IF BF-YV-AC NOT = "E" GO BF-BESLE-SON.
           MOVE 0 TO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO BF-BESLE-SON.
       BFB-YOKU. READ YEVMIYE NEXT AT END GO BF-BESLE-SON.
           IF YV-TARIH < BF-ILK OR YV-TARIH > BF-SON GO BFB-YOKU.
           MOVE YV-HESAP TO W8-HESAP.
           MOVE "F" TO W8-TUR.
           MOVE SPACE TO W8-YON.
           MOVE 0 TO W8-AY-BUT W8-KUM-BUT W8-YIL-BUT W8-AY-FIILI.
           COMPUTE W8-KUM-FIILI = YV-BORC - YV-ALACAK.
           IF YV-TARIH NOT < BF-AY-ILK
              MOVE W8-KUM-FIILI TO W8-AY-FIILI.
           RELEASE SRT8-KAYDI.
           GO BFB-YOKU.
       BF-BESLE-SON. EXIT.
       BF-DOKUM.
           MOVE BF-YIL TO BT-B-YIL.
           MOVE BF-AY TO BT-B-AY.
           MOVE BF-ESIK TO BT-B-ESIK.
           WRITE SATIR FROM BTZ1 AFTER 2.
           WRITE SATIR FROM BTZ2 AFTER 2.
           PERFORM BFD-SIFIRLA THRU BFD-YAZ-SON.
       BFD-OKU. RETURN SRTWRK AT END GO BFD-FLUSH.
           IF BF-ILK-SW = "Y" MOVE W8-HESAP TO BF-HESAP
              MOVE "N" TO BF-ILK-SW.
           IF W8-HESAP NOT = BF-HESAP
              PERFORM BFD-YAZ THRU BFD-YAZ-SON
              MOVE W8-HESAP TO BF-HESAP.
           IF W8-TUR = "B"
              MOVE "E" TO BF-BUTCELI
              MOVE W8-YON TO BF-YON.
           ADD W8-AY-BUT TO BF-AY-BUT.
           ADD W8-KUM-BUT TO BF-KUM-BUT.
           ADD W8-YIL-BUT TO BF-YIL-BUT.
           ADD W8-AY-FIILI TO BF-AY-FIILI.
           ADD W8-KUM-FIILI TO BF-KUM-FIILI.
           GO BFD-OKU.
       BFD-FLUSH. IF BF-ILK-SW = "N" PERFORM BFD-YAZ THRU BFD-YAZ-SON.
           MOVE BF-SAYI TO BT-T-SAYI.
           MOVE BF-ASIM TO BT-T-ASIM.
           WRITE SATIR FROM BTZ5 AFTER 2.
       BF-DOKUM-SON. EXIT.
       BF-KUMULE.
           ADD BT-TUTAR (BT-I) TO W8-YIL-BUT.
           IF BT-I NOT > BF-AY ADD BT-TUTAR (BT-I) TO W8-KUM-BUT.
       BF-KUMULE-SON. EXIT.
       BFD-YAZ.
           IF BF-BUTCELI NOT = "E" GO BFD-SIFIRLA.
           IF BF-YON = "A"
              COMPUTE BF-AY-FIILI = 0 - BF-AY-FIILI
              COMPUTE BF-KUM-FIILI = 0 - BF-KUM-FIILI.
           MOVE BF-HESAP TO BT-D-KOD HP-KOD.
           MOVE SPACES TO HP-ADI.
           IF HP-DST = "00"
              READ HESPLAN INVALID KEY MOVE SPACES TO HP-ADI.
           MOVE HP-ADI TO BT-D-ADI.
           MOVE BF-AY-BUT TO BT-D-BUTCE.
           MOVE BF-AY-FIILI TO BT-D-FIILI.
           COMPUTE BF-FARK = BF-AY-BUT - BF-AY-FIILI.
           MOVE BF-FARK TO BT-D-FARK.
           MOVE 0 TO BF-YUZDE.
           IF BF-AY-BUT NOT = 0
              COMPUTE BF-YUZDE ROUNDED = BF-AY-FIILI * 100 / BF-AY-BUT
                 ON SIZE ERROR MOVE 9999 TO BF-YUZDE.
           IF BF-YUZDE > 9999 MOVE 9999 TO BF-YUZDE.
           MOVE BF-YUZDE TO BT-D-YUZDE.
           WRITE SATIR FROM BTZ3.
           MOVE BF-YIL-BUT TO BT-K-YIL.
           MOVE BF-KUM-BUT TO BT-K-BUTCE.
           MOVE BF-KUM-FIILI TO BT-K-FIILI.
           COMPUTE BF-FARK = BF-KUM-BUT - BF-KUM-FIILI.
           MOVE BF-FARK TO BT-K-FARK.
           MOVE 0 TO BF-YUZDE.
           IF BF-YIL-BUT NOT = 0
              COMPUTE BF-YUZDE ROUNDED = BF-KUM-FIILI * 100 / BF-YIL-BUT
                 ON SIZE ERROR MOVE 9999 TO BF-YUZDE.
           IF BF-YUZDE > 9999 MOVE 9999 TO BF-YUZDE.
           MOVE BF-YUZDE TO BT-K-YUZDE.
           MOVE SPACES TO BT-K-ISARET.
           IF BF-YON = "B"
              IF BF-KUM-FIILI * 100 > BF-ESIK * BF-YIL-BUT
                 MOVE "***" TO BT-K-ISARET
                 ADD 1 TO BF-ASIM.
           WRITE SATIR FROM BTZ4.
           ADD 1 TO BF-SAYI.
       BFD-SIFIRLA.
           MOVE "H" TO BF-BUTCELI.
           MOVE "B" TO BF-YON.
           MOVE 0 TO BF-AY-BUT BF-KUM-BUT BF-YIL-BUT BF-AY-FIILI
              BF-KUM-FIILI.
       BFD-YAZ-SON. EXIT.
      *
      * BUTCE GIRISI YARDIMCILARI.
      *
       BG-YARDIM SECTION.
       BG-BOL.
           DIVIDE BG-YILLIK BY 12 GIVING BG-AYLIK REMAINDER BG-KALAN.
           PERFORM BG-DAGIT THRU BG-DAGIT-SON
              VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 12.
           ADD BG-KALAN TO BT-TUTAR (12).
       BG-BOL-SON. EXIT.
       BG-DAGIT.
           MOVE BG-AYLIK TO BT-TUTAR (BT-I).
       BG-DAGIT-SON. EXIT.
       BG-AY.
           COMPUTE BT-LIN = BT-I + 9.
           DISPLAY (BT-LIN 1) "AY".
           DISPLAY (BT-LIN 4) BT-I.
           DISPLAY (BT-LIN 7) "......:".
           ACCEPT (BT-LIN 15) BT-TUTAR (BT-I) WITH PROMPT UPDATE.
       BG-AY-SON. EXIT.
       BG-TOPLA.
           ADD BT-TUTAR (BT-I) TO BG-TOPLAM.
       BG-TOPLA-SON. EXIT.
      *
      * MALI TABLOLAR: HESAP PLANINDAKI HER HESAP HPMALI.DAT ICINDEKI
      * SATIR KODUYLA (TANIMSIZSA HESAP KODUNUN ILK IKI HANESIYLE)
      * BILANCO VEYA GELIR TABLOSU SATIRINA BAGLANIR. BILANCO BITIS
      * TARIHINE KADARKI TUM HAREKETTEN, GELIR TABLOSU DONEM ICI
      * HAREKETTEN CIKAR; ONCEKI SUTUN BIR YIL ONCESININ AYNI
      * TARIHLERIDIR. KAPATILMAMIS GELIR/GIDER BAKIYESI BILANCODA
      * DONEM KARI SATIRINA EKLENIR; YIL SONU KAPANIS FISI GELIR
      * TABLOSUNA ALINMAZ.
      *
       MALI-TABLO SECTION.
       MS10. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** BILANCO VE GELIR TABLOSU **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO MS-BIT MS-BAS.
           MOVE "0101" TO MS-BAS (5:4).
           DISPLAY (5 1) "DONEM BASI (YYYYAAGG).:".
           ACCEPT (5 25) MS-BAS WITH PROMPT UPDATE.
           DISPLAY (6 1) "DONEM SONU (YYYYAAGG).:".
           ACCEPT (6 25) MS-BIT WITH PROMPT UPDATE.
           IF MS-BIT = 0 GO MS-CIK.
           IF MS-BAS > MS-BIT
              DISPLAY (22 1) "** TARIH ARALIGI HATALI <ENT> **"
              ACCEPT CEVAP GO MS10.
           OPEN INPUT YEVMIYE.
           IF YV-DST NOT = "00"
              DISPLAY (22 1) "** YEVMIYE DOSYASI HENUZ YOK <ENT> **"
              ACCEPT CEVAP GO MS-CIK.
           MOVE "H" TO MS-HM-AC.
           OPEN INPUT HPMALI.
           IF HM-DST = "00" MOVE "E" TO MS-HM-AC.
           COMPUTE MS-O-BAS = MS-BAS - 10000.
           COMPUTE MS-O-BIT = MS-BIT - 10000.
           MOVE ZEROS TO MS-TUTARLAR.
           MOVE "59" TO MS-KOD.
           PERFORM MS-KOD-ARA THRU MS-KOD-ARA-SON.
           MOVE MS-IX TO MS-IX59.
           DISPLAY (22 1) "** YEVMIYE TARANIYOR **".
           PERFORM MS-TOPLA THRU MS-TOPLA-SON.
           CLOSE YEVMIYE.
           IF MS-HM-AC = "E" CLOSE HPMALI.
           PERFORM YAZICI-AC.
           MOVE MS-BIT TO MS-B-BIT.
           MOVE MS-O-BIT TO MS-B-OBIT.
           WRITE SATIR FROM MSZ1 AFTER 2.
           WRITE SATIR FROM MSZ2 AFTER 2.
           MOVE 0 TO MS-TT-C MS-TT-O.
           PERFORM MS-BOLUM-YAZ THRU MS-BOLUM-YAZ-SON
              VARYING MS-BOLUM FROM 1 BY 1 UNTIL MS-BOLUM > 2.
           MOVE "AKTIF (VARLIKLAR) TOPLAMI" TO MS-T-ADI.
           MOVE MS-TT-C TO MS-T-CARI MS-AT-C.
           MOVE MS-TT-O TO MS-T-ONCEKI MS-AT-O.
           WRITE SATIR FROM MSZ4 AFTER 2.
           MOVE 0 TO MS-TT-C MS-TT-O.
           PERFORM MS-BOLUM-YAZ THRU MS-BOLUM-YAZ-SON
              VARYING MS-BOLUM FROM 3 BY 1 UNTIL MS-BOLUM > 5.
           MOVE "PASIF (KAYNAKLAR) TOPLAMI" TO MS-T-ADI.
           MOVE MS-TT-C TO MS-T-CARI.
           MOVE MS-TT-O TO MS-T-ONCEKI.
           WRITE SATIR FROM MSZ4 AFTER 2.
           IF MS-BK (49) NOT = 0 OR MS-BO (49) NOT = 0
              MOVE MS-S-KOD (49) TO MS-D-KOD
              MOVE MS-S-ADI (49) TO MS-D-ADI
              MOVE MS-BK (49) TO MS-D-CARI
              MOVE MS-BO (49) TO MS-D-ONCEKI
              WRITE SATIR FROM MSZ3 AFTER 2.
           COMPUTE MS-CARI = MS-AT-C - MS-TT-C.
           COMPUTE MS-ONCEKI = MS-AT-O - MS-TT-O.
           IF MS-CARI NOT = 0 OR MS-ONCEKI NOT = 0
              MOVE "** FARK (AKTIF - PASIF) **" TO MS-T-ADI
              MOVE MS-CARI TO MS-T-CARI
              MOVE MS-ONCEKI TO MS-T-ONCEKI
              WRITE SATIR FROM MSZ4 AFTER 2.
           MOVE MS-BAS TO MS-G-BAS.
           MOVE MS-BIT TO MS-G-BIT.
           MOVE MS-O-BAS TO MS-G-OBAS.
           MOVE MS-O-BIT TO MS-G-OBIT.
           WRITE SATIR FROM MSZ5 AFTER 5.
           WRITE SATIR FROM MSZ2 AFTER 2.
           MOVE 0 TO MS-TT-C MS-TT-O.
           PERFORM MS-G-SATIR THRU MS-G-SATIR-SON
              VARYING MS-I FROM 1 BY 1 UNTIL MS-I > 48.
           CLOSE YAZICI.
           DISPLAY (22 1) "** MALI TABLOLAR YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       MS-CIK. EXIT.
      *
      * YEVMIYE TARAMASI: SATIR TUTARI (BORC - ALACAK) HESABIN BAGLI
      * OLDUGU SATIRA EKLENIR.
      *
       MS-TOPLA SECTION.
       MST-0.
           MOVE 0 TO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO MS-TOPLA-SON.
       MST-OKU. READ YEVMIYE NEXT AT END GO MS-TOPLA-SON.
           IF YV-TARIH > MS-BIT GO MST-OKU.
           COMPUTE MS-FARK = YV-BORC - YV-ALACAK.
           MOVE YV-HESAP TO MS-HESAP.
           PERFORM MS-SATIR-BUL THRU MS-SATIR-BUL-SON.
           MOVE MS-IX TO MS-J.
           IF MS-S-TUR (MS-IX) = "G" OR MS-S-TUR (MS-IX) = "D"
              MOVE MS-IX59 TO MS-J.
           ADD MS-FARK TO MS-BK (MS-J).
           IF YV-TARIH NOT > MS-O-BIT ADD MS-FARK TO MS-BO (MS-J).
           IF MS-S-TUR (MS-IX) NOT = "G" AND MS-S-TUR (MS-IX) NOT = "D"
              GO MST-OKU.
           IF YV-ACIKLAMA (1:17) = "YIL SONU KAPANISI" GO MST-OKU.
           IF YV-TARIH NOT < MS-BAS ADD MS-FARK TO MS-GK (MS-IX).
           IF YV-TARIH NOT < MS-O-BAS AND YV-TARIH NOT > MS-O-BIT
              ADD MS-FARK TO MS-GO (MS-IX).
           GO MST-OKU.
       MS-TOPLA-SON. EXIT.
      *
      * BILANCO BOLUMU: BASLIK, BOLUMDEKI SIFIR OLMAYAN SATIRLAR VE
      * BOLUM TOPLAMI. AKTIF BORC, PASIF ALACAK BAKIYESIYLE YAZILIR.
      *
       MS-DOKUM SECTION.
       MS-BOLUM-YAZ.
           MOVE MS-BOLUM-ADI (MS-BOLUM) TO MS-H-ADI.
           WRITE SATIR FROM MSZ6 AFTER 2.
           MOVE 0 TO MS-BT-C MS-BT-O.
           PERFORM MS-B-SATIR THRU MS-B-SATIR-SON
              VARYING MS-I FROM 1 BY 1 UNTIL MS-I > 38.
           MOVE "     BOLUM TOPLAMI" TO MS-T-ADI.
           MOVE MS-BT-C TO MS-T-CARI.
           MOVE MS-BT-O TO MS-T-ONCEKI.
           WRITE SATIR FROM MSZ4.
           ADD MS-BT-C TO MS-TT-C.
           ADD MS-BT-O TO MS-TT-O.
       MS-BOLUM-YAZ-SON. EXIT.
       MS-B-SATIR.
           IF MS-S-BOLUM (MS-I) NOT = MS-BOLUM GO MS-B-SATIR-SON.
           IF MS-S-TUR (MS-I) = "A"
              MOVE MS-BK (MS-I) TO MS-CARI
              MOVE MS-BO (MS-I) TO MS-ONCEKI
           ELSE
              COMPUTE MS-CARI = 0 - MS-BK (MS-I)
              COMPUTE MS-ONCEKI = 0 - MS-BO (MS-I).
           ADD MS-CARI TO MS-BT-C.
           ADD MS-ONCEKI TO MS-BT-O.
           IF MS-CARI = 0 AND MS-ONCEKI = 0 GO MS-B-SATIR-SON.
           MOVE MS-S-KOD (MS-I) TO MS-D-KOD.
           MOVE MS-S-ADI (MS-I) TO MS-D-ADI.
           MOVE MS-CARI TO MS-D-CARI.
           MOVE MS-ONCEKI TO MS-D-ONCEKI.
           WRITE SATIR FROM MSZ3.
       MS-B-SATIR-SON. EXIT.
      *
      * GELIR TABLOSU SATIRI: GELIR ARTI, INDIRIM VE GIDER EKSI
      * YAZILIR; ARA TOPLAMLAR ILGILI SATIRIN ARDINDAN DOKULUR.
      *
       MS-G-SATIR.
           IF MS-S-BOLUM (MS-I) NOT = 6 GO MS-G-SATIR-SON.
           COMPUTE MS-CARI = 0 - MS-GK (MS-I).
           COMPUTE MS-ONCEKI = 0 - MS-GO (MS-I).
           ADD MS-CARI TO MS-TT-C.
           ADD MS-ONCEKI TO MS-TT-O.
           IF MS-CARI NOT = 0 OR MS-ONCEKI NOT = 0
              MOVE MS-S-KOD (MS-I) TO MS-D-KOD
              MOVE MS-S-ADI (MS-I) TO MS-D-ADI
              MOVE MS-CARI TO MS-D-CARI
              MOVE MS-ONCEKI TO MS-D-ONCEKI
              WRITE SATIR FROM MSZ3.
           MOVE SPACES TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "61"
              MOVE "     NET SATISLAR" TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "62"
              MOVE "     BRUT SATIS KARI (ZARARI)" TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "63"
              MOVE "     FAALIYET KARI (ZARARI)" TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "66"
              MOVE "     OLAGAN KAR (ZARAR)" TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "68"
              MOVE "     DONEM KARI (ZARARI)" TO MS-T-ADI.
           IF MS-S-KOD (MS-I) = "69"
              MOVE "     DONEM NET KARI (ZARARI)" TO MS-T-ADI.
           IF MS-T-ADI = SPACES GO MS-G-SATIR-SON.
           MOVE MS-TT-C TO MS-T-CARI.
           MOVE MS-TT-O TO MS-T-ONCEKI.
           WRITE SATIR FROM MSZ4.
       MS-G-SATIR-SON. EXIT.
      *
      * YIL SONU KAPANISI: YIL ICINDE HAREKET GOREN GELIR VE GIDER
      * HESAPLARININ BAKIYESI TERS KAYITLA 690 DONEM KARI VEYA
      * ZARARI HESABINA, 690 DA 590 DONEM NET KARI / 591 DONEM NET
      * ZARARI HESABINA AKTARILIR. FIS 31.12 TARIHLI VE "YIL SONU
      * KAPANISI YYYY" ACIKLAMALIDIR; AYNI YIL IKINCI KEZ KAPATILMAZ.
      *
       YIL-SONU-KAPANIS SECTION.
       KP10. MOVE 7 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (22 1) "** BU ISLEM ICIN YETKINIZ YOK <ENT> **"
              ACCEPT CEVAP GO KP-CIK.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** YIL SONU KAPANISI **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (1:4) TO KP-YIL.
           SUBTRACT 1 FROM KP-YIL.
           DISPLAY (5 1) "KAPATILACAK YIL (0=CIKIS):".
           ACCEPT (5 28) KP-YIL WITH PROMPT UPDATE.
           IF KP-YIL = 0 GO KP-CIK.
           OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (22 1) "** ONCE HESAP PLANI TANIMLAYIN <ENT> **"
              ACCEPT CEVAP GO KP-CIK.
           MOVE "690" TO HP-KOD.
           READ HESPLAN INVALID KEY GO KP-HESAP-YOK.
           MOVE "590" TO HP-KOD.
           READ HESPLAN INVALID KEY GO KP-HESAP-YOK.
           MOVE "591" TO HP-KOD.
           READ HESPLAN INVALID KEY GO KP-HESAP-YOK.
           CLOSE HESPLAN.
           OPEN I-O YEVMIYE.
           IF YV-DST NOT = "00"
              DISPLAY (22 1) "** YEVMIYE DOSYASI HENUZ YOK <ENT> **"
              ACCEPT CEVAP GO KP-CIK.
           MOVE "YIL SONU KAPANISI" TO KP-ACIKLAMA.
           MOVE KP-YIL TO KP-ACIKLAMA (19:4).
           COMPUTE KP-BAS = (KP-YIL * 10000) + 101.
           COMPUTE KP-BIT = (KP-YIL * 10000) + 1231.
           MOVE KP-BIT TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" CLOSE YEVMIYE GO KP-CIK.
           PERFORM KP-VAR-MI THRU KP-VAR-MI-SON.
           IF KP-VAR = "E"
              DISPLAY (22 1) "** BU YIL DAHA ONCE KAPATILMIS <ENT> **"
              ACCEPT CEVAP CLOSE YEVMIYE GO KP-CIK.
           DISPLAY (7 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (7 29) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" CLOSE YEVMIYE GO KP-CIK.
           MOVE "H" TO MS-HM-AC.
           OPEN INPUT HPMALI.
           IF HM-DST = "00" MOVE "E" TO MS-HM-AC.
           PERFORM YG-NO-BUL.
           MOVE YG-NO TO KP-ILK-NO.
           MOVE 0 TO KP-SIRA KP-SONUC KP-FIS-NET.
           MOVE "Y" TO KP-ILK.
           SORT SRTWRK ON ASCENDING KEY W6-HESAP
              INPUT PROCEDURE IS KP-BESLE THRU KP-BESLE-SON
              OUTPUT PROCEDURE IS KP-YAZ THRU KP-YAZ-SON.
           CLOSE YEVMIYE.
           IF MS-HM-AC = "E" CLOSE HPMALI.
           IF KP-SIRA = 0
              DISPLAY (22 1) "** KAPATILACAK BAKIYE YOK <ENT> **"
              ACCEPT CEVAP GO KP-CIK.
           DISPLAY (9 1) "YAZILAN FIS NO........:".
           DISPLAY (9 25) KP-ILK-NO.
           DISPLAY (9 32) "-".
           DISPLAY (9 34) YG-NO.
           MOVE KP-SONUC TO KP-D-SONUC.
           DISPLAY (10 1) "DONEM KARI (ZARARI)...:".
           DISPLAY (10 25) KP-D-SONUC.
           DISPLAY (22 1) "** YIL SONU KAPANISI TAMAMLANDI <ENT> **".
           ACCEPT CEVAP.
           GO KP-CIK.
       KP-HESAP-YOK.
           CLOSE HESPLAN.
           DISPLAY (22 1) "** 690/590/591 HESAPLARI YOK <ENT> **".
           ACCEPT CEVAP.
       KP-CIK. EXIT.
       KP-BESLE SECTION.
       KPB-0.
           MOVE 0 TO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO KP-BESLE-SON.
       KPB-OKU. READ YEVMIYE NEXT AT END GO KP-BESLE-SON.
           IF YV-TARIH < KP-BAS OR YV-TARIH > KP-BIT GO KPB-OKU.
           IF YV-HESAP (1:3) = "690" OR YV-HESAP (1:3) = "692"
              GO KPB-OKU.
           MOVE YV-HESAP TO MS-HESAP.
           PERFORM MS-SATIR-BUL THRU MS-SATIR-BUL-SON.
           IF MS-S-TUR (MS-IX) NOT = "G" AND MS-S-TUR (MS-IX) NOT = "D"
              GO KPB-OKU.
           MOVE YV-HESAP TO W6-HESAP.
           MOVE YV-BORC TO W6-BORC.
           MOVE YV-ALACAK TO W6-ALACAK.
           RELEASE SRT6-KAYDI.
           GO KPB-OKU.
       KP-BESLE-SON. EXIT.
      *
      * HESAP BASINA BAKIYE BULUNUP TERS KAYITLA KAPATILIR. FIS 96
      * SATIRA ULASINCA 690 KARSILIGIYLA KAPANIP YENI FISE GECILIR.
      *
       KP-YAZ SECTION.
       KPY-0. MOVE 0 TO KP-BAKIYE.
       KPY-OKU. RETURN SRTWRK AT END GO KPY-FLUSH.
           IF KP-ILK = "Y" MOVE W6-HESAP TO KP-HESAP
              MOVE "N" TO KP-ILK.
           IF W6-HESAP NOT = KP-HESAP
              PERFORM KP-SATIR THRU KP-SATIR-SON
              MOVE W6-HESAP TO KP-HESAP
              MOVE 0 TO KP-BAKIYE.
           ADD W6-BORC TO KP-BAKIYE.
           SUBTRACT W6-ALACAK FROM KP-BAKIYE.
           GO KPY-OKU.
       KPY-FLUSH.
           IF KP-ILK = "N" PERFORM KP-SATIR THRU KP-SATIR-SON.
           IF KP-SIRA = 0 GO KP-YAZ-SON.
           PERFORM KP-690 THRU KP-690-SON.
           IF KP-SONUC = 0 GO KP-YAZ-SON.
           IF KP-SONUC > 0
              MOVE "690" TO YV-HESAP
              MOVE KP-SONUC TO YV-BORC MOVE 0 TO YV-ALACAK
              PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON
              MOVE "590" TO YV-HESAP
              MOVE 0 TO YV-BORC MOVE KP-SONUC TO YV-ALACAK
              PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON
           ELSE
              MOVE "591" TO YV-HESAP
              COMPUTE YV-BORC = 0 - KP-SONUC MOVE 0 TO YV-ALACAK
              PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON
              MOVE "690" TO YV-HESAP
              MOVE 0 TO YV-BORC COMPUTE YV-ALACAK = 0 - KP-SONUC
              PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON.
       KP-YAZ-SON. EXIT.
       KP-SATIR.
           IF KP-BAKIYE = 0 GO KP-SATIR-SON.
           IF KP-SIRA > 95
              PERFORM KP-690 THRU KP-690-SON
              ADD 1 TO YG-NO
              MOVE 0 TO KP-SIRA.
           MOVE KP-HESAP TO YV-HESAP.
           IF KP-BAKIYE > 0
              MOVE 0 TO YV-BORC MOVE KP-BAKIYE TO YV-ALACAK
           ELSE
              COMPUTE YV-BORC = 0 - KP-BAKIYE MOVE 0 TO YV-ALACAK.
           PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON.
           ADD KP-BAKIYE TO KP-FIS-NET.
           SUBTRACT KP-BAKIYE FROM KP-SONUC.
       KP-SATIR-SON. EXIT.
       KP-690.
           MOVE "690" TO YV-HESAP.
           IF KP-FIS-NET > 0
              MOVE KP-FIS-NET TO YV-BORC MOVE 0 TO YV-ALACAK
           ELSE
              MOVE 0 TO YV-BORC COMPUTE YV-ALACAK = 0 - KP-FIS-NET.
           IF KP-FIS-NET NOT = 0 PERFORM KP-FIS-YAZ THRU KP-FIS-YAZ-SON.
           MOVE 0 TO KP-FIS-NET.
       KP-690-SON. EXIT.
       KP-FIS-YAZ.
           ADD 1 TO KP-SIRA.
           MOVE YG-NO TO YV-NO. MOVE KP-SIRA TO YV-SIRA.
           MOVE KP-BIT TO YV-TARIH.
           MOVE KP-ACIKLAMA TO YV-ACIKLAMA.
           WRITE YEVMIYE-KAYDI INVALID KEY
              DISPLAY (22 1) "** SATIR YAZILAMADI <ENT> BAS **"
              ACCEPT CEVAP.
       KP-FIS-YAZ-SON. EXIT.
      *
      * MALI TABLO YARDIMCILARI.
      *
       MS-YARDIM SECTION.
      * MS-HESAP ICIN MALI TABLO SATIRI (MS-KOD) VE TABLO SIRASI
      * (MS-IX). SATIRI OLMAYAN HESAP ESLESMEYENLERE (49) DUSER.
       MS-SATIR-BUL.
           MOVE SPACES TO HM-SATIR.
           IF MS-HM-AC = "E"
              MOVE MS-HESAP TO HM-KOD
              READ HPMALI INVALID KEY MOVE SPACES TO HM-SATIR.
           IF HM-SATIR = SPACES
              PERFORM MS-VARSAYILAN THRU MS-VARSAYILAN-SON
           ELSE
              MOVE HM-SATIR TO MS-KOD.
           PERFORM MS-KOD-ARA THRU MS-KOD-ARA-SON.
       MS-SATIR-BUL-SON. EXIT.
      * TANIMSIZ HESABIN SATIRI: ILK IKI HANE; 7 GRUBU MALIYET
      * HESAPLARI 70-74 SATIS MALIYETINE, 78 FINANSMANA, DIGERLERI
      * FAALIYET GIDERLERINE.
       MS-VARSAYILAN.
           MOVE MS-HESAP (1:2) TO MS-KOD.
           IF MS-HESAP (1:1) NOT = "7" GO MS-VARSAYILAN-SON.
           IF MS-HESAP (2:1) < "5"
              MOVE "62" TO MS-KOD GO MS-VARSAYILAN-SON.
           IF MS-HESAP (2:1) = "8"
              MOVE "66" TO MS-KOD
           ELSE
              MOVE "63" TO MS-KOD.
       MS-VARSAYILAN-SON. EXIT.
       MS-KOD-ARA.
           MOVE 49 TO MS-IX.
           PERFORM MS-KOD-BAK THRU MS-KOD-BAK-SON
              VARYING MS-K FROM 1 BY 1 UNTIL MS-K > 48.
       MS-KOD-ARA-SON. EXIT.
       MS-KOD-BAK.
           IF MS-S-KOD (MS-K) = MS-KOD MOVE MS-K TO MS-IX.
       MS-KOD-BAK-SON. EXIT.
      * YILIN KAPANIS FISI DAHA ONCE YAZILMIS MI.
       KP-VAR-MI.
           MOVE "H" TO KP-VAR.
           MOVE 0 TO YV-NO YV-SIRA.
           START YEVMIYE KEY NOT LESS THAN YV-KOD INVALID KEY
              GO KP-VAR-MI-SON.
       KPV-OKU. READ YEVMIYE NEXT AT END GO KP-VAR-MI-SON.
           IF YV-ACIKLAMA NOT = KP-ACIKLAMA GO KPV-OKU.
           IF YV-TARIH NOT = KP-BIT GO KPV-OKU.
           MOVE "E" TO KP-VAR.
       KP-VAR-MI-SON. EXIT.
      *
      * ALIS FATURASI GIRISI: TEDARIKCI (BM4 CARI KODU), FATURA NO VE
      * TARIHI, GIDER/MAL HESABI, KDV ORANI BASINA MATRAH VE KDV.
      * FATURA ALISFAT.DAT'A YAZILIR; TEDARIKCININ CARISINE GENEL
      * TOPLAM ALACAK OLARAK, YEVMIYEYE GIDER HESABI + 191 BORC /
      * 320 ALACAK FISIYLE ISLENIR. KONSIYE MAL KABULUNDE TEDFAT'A
      * GIRILMIS FATURA CARI AKTARMADAN GECTIGI ICIN CARIYE BURADAN
      * IKINCI KEZ ISLENMEZ. GIRILMIS FATURA DEGISTIRILMEZ; HATALI
      * FATURA YEVMIYE VE CARI KAYDIYLA TERS ISLENIR.
      *
       ALIS-FATURA SECTION.
       AF10. MOVE 6 TO FYET-SEC.
           PERFORM FYETKI-BAK THRU FYETKI-BAK-SON.
           IF FYET-VAR = "H"
              DISPLAY (22 1) "** BU ISLEM ICIN YETKINIZ YOK <ENT> **"
              ACCEPT CEVAP GO AF-CIK.
           OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (22 1) "** ONCE HESAP PLANI TANIMLAYIN <ENT> **"
              ACCEPT CEVAP GO AF-CIK.
           OPEN I-O MIZAN CARI.
           IF DOSYA-DURUM NOT = "00"
              DISPLAY (22 1) "DOSYA ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP CLOSE HESPLAN MIZAN CARI
              GO AF-CIK.
           OPEN I-O ALISFAT.
           IF AF-DST = "35" OPEN OUTPUT ALISFAT CLOSE ALISFAT
              OPEN I-O ALISFAT.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           MOVE "H" TO AF-TF-AC AF-DH-AC.
           IF ANA-SIRKET
              OPEN INPUT TEDFAT
              IF TF-DST = "00" MOVE "E" TO AF-TF-AC.
           OPEN INPUT DOVHES.
           IF DH-DST = "00" MOVE "E" TO AF-DH-AC.
           MOVE "153" TO AF-SON-GIDER.
       AF20. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** ALIS FATURASI GIRISI **".
           DISPLAY (5 1) "TEDARIKCI KODU (BOS=CIKIS):".
           MOVE SPACES TO AF-TD.
           ACCEPT (5 29) AF-TD WITH PROMPT UPDATE.
           IF AF-TD = SPACES GO AF-KAPAT.
           MOVE AF-TD TO MUSTERI-KODU.
           READ MIZAN INVALID KEY
              DISPLAY (22 1) "** CARI HESAP BULUNAMADI <ENT> BAS **"
              ACCEPT CEVAP GO AF20.
           DISPLAY (5 40) MIZ-UNVAN.
           MOVE "H" TO AF-DOVIZ.
           IF AF-DH-AC = "E"
              MOVE "E" TO AF-DOVIZ
              MOVE AF-TD TO DH-KOD
              READ DOVHES INVALID KEY MOVE "H" TO AF-DOVIZ.
           IF AF-DOVIZ = "E"
              DISPLAY (22 1) "** DOVIZLI HESAP, CARI EKLE ILE GIRIN **"
              ACCEPT CEVAP GO AF20.
           DISPLAY (6 1) "FATURA NO..................:".
           MOVE SPACES TO AF-FATNO.
           ACCEPT (6 29) AF-FATNO WITH PROMPT UPDATE.
           IF AF-FATNO = SPACES GO AF20.
           MOVE AF-TD TO AF-G-TD.
           MOVE AF-FATNO TO AF-G-FATNO.
           MOVE "E" TO AF-VAR.
           READ ALISFAT INVALID KEY MOVE "H" TO AF-VAR.
           IF AF-VAR = "E"
              DISPLAY (22 1) "** BU FATURA DAHA ONCE GIRILMIS <ENT> **"
              ACCEPT CEVAP GO AF20.
           MOVE SPACES TO ALISFAT-KAYDI.
           MOVE AF-G-TD TO AF-TD.
           MOVE AF-G-FATNO TO AF-FATNO.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD TO AF-TARIH.
           DISPLAY (7 1) "FATURA TARIHI (YYYYAAGG)...:".
           ACCEPT (7 29) AF-TARIH WITH PROMPT UPDATE.
           MOVE AF-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO AF20.
       AF30. DISPLAY (8 1) "GIDER / MAL HESABI.........:".
           MOVE AF-SON-GIDER TO AF-GIDER.
           ACCEPT (8 29) AF-GIDER WITH PROMPT UPDATE.
           MOVE AF-GIDER TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (22 1) "** HESAP PLANINDA YOK <ENT> BAS **"
              ACCEPT CEVAP GO AF30.
           DISPLAY (8 40) HP-ADI.
           MOVE AF-GIDER TO AF-SON-GIDER.
           DISPLAY (9 1) "ACIKLAMA...................:".
           MOVE MIZ-UNVAN TO AF-ACIKLAMA.
           ACCEPT (9 29) AF-ACIKLAMA WITH PROMPT UPDATE.
           DISPLAY (11 1) "   KDV %        MATRAH           KDV".
           MOVE ZEROS TO AF-KDVLER.
           MOVE 20 TO AF-ORAN (1).
           MOVE 10 TO AF-ORAN (2).
           MOVE 1 TO AF-ORAN (3).
           PERFORM AF-KDV-GIR THRU AF-KDV-GIR-SON
              VARYING AF-I FROM 1 BY 1 UNTIL AF-I > 4.
           MOVE 0 TO AF-T-MATRAH AF-T-KDV.
           PERFORM AF-TOPLA THRU AF-TOPLA-SON
              VARYING AF-I FROM 1 BY 1 UNTIL AF-I > 4.
           COMPUTE AF-TOPLAM = AF-T-MATRAH + AF-T-KDV.
           IF AF-T-MATRAH = 0
              DISPLAY (22 1) "** MATRAH GIRILMEDI <ENT> BAS **"
              ACCEPT CEVAP GO AF20.
           IF AF-TOPLAM > 999999999
              DISPLAY (22 1) "** TUTAR CARI HESAP ICIN BUYUK <ENT> **"
              ACCEPT CEVAP GO AF20.
           DISPLAY (17 1) "MATRAH TOPLAMI.....:".
           DISPLAY (17 22) AF-T-MATRAH.
           DISPLAY (18 1) "KDV TOPLAMI........:".
           DISPLAY (18 22) AF-T-KDV.
           DISPLAY (19 1) "FATURA TOPLAMI.....:".
           DISPLAY (19 22) AF-TOPLAM.
           DISPLAY (21 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (21 29) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" GO AF20.
           PERFORM AF-ISLE THRU AF-ISLE-SON.
           GO AF20.
       AF-KAPAT. CLOSE HESPLAN MIZAN CARI ALISFAT YEVMIYE.
           IF AF-TF-AC = "E" CLOSE TEDFAT.
           IF AF-DH-AC = "E" CLOSE DOVHES.
       AF-CIK. EXIT.
      *
      * KDV BEYANNAME CALISMASI: SECILEN AYIN FATURALI KONSIYE
      * SATISLARININ HESAPLANAN KDV'SI (KONSIYE KDV ICMALI ILE AYNI
      * HESAP), AYIN ALIS FATURALARININ INDIRILECEK KDV'SI VE ONCEKI
      * DONEMDEN DEVREDEN KDV BIRLESTIRILIR. ODENECEK YA DA SONRAKI
      * DONEME DEVREDEN KDV KDVDEV.DAT'A DONEM BASINA YAZILIR;
      * ERTESI AYIN CALISMASI DEVREDENI BURADAN ONERIR.
      *
       KDV-CALISMA SECTION.
       KV10. DISPLAY (1 1) ERASE.
           DISPLAY (3 1) "** KDV BEYANNAME CALISMASI **".
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           MOVE BUGUN-YMD (1:4) TO KV-YIL.
           MOVE BUGUN-YMD (5:2) TO KV-AY.
           SUBTRACT 1 FROM KV-AY.
           IF KV-AY = 0 MOVE 12 TO KV-AY SUBTRACT 1 FROM KV-YIL.
           DISPLAY (5 1) "YIL (YYYY)...........:".
           ACCEPT (5 24) KV-YIL WITH PROMPT UPDATE.
           DISPLAY (6 1) "AY (1-12, 0=CIKIS)...:".
           ACCEPT (6 24) KV-AY WITH PROMPT UPDATE.
           IF KV-AY = 0 GO KV-CIK.
           IF KV-AY > 12
              DISPLAY (22 1) "** AY HATALI <ENT> **"
              ACCEPT CEVAP GO KV10.
           COMPUTE KV-DONEM = (KV-YIL * 100) + KV-AY.
           IF KV-AY = 1
              COMPUTE KV-ONCEKI = ((KV-YIL - 1) * 100) + 12
           ELSE
              COMPUTE KV-ONCEKI = KV-DONEM - 1.
           OPEN I-O KDVDEV.
           IF KVD-DST = "35" OPEN OUTPUT KDVDEV CLOSE KDVDEV
              OPEN I-O KDVDEV.
           MOVE KV-ONCEKI TO KVD-DONEM.
           READ KDVDEV INVALID KEY MOVE 0 TO KVD-DEVREDEN.
           MOVE KVD-DEVREDEN TO KV-DEVREDEN.
           DISPLAY (7 1) "ONCEKI DONEMDEN DEVREDEN KDV:".
           ACCEPT (7 31) KV-DEVREDEN WITH PROMPT UPDATE.
           DISPLAY (9 1) "** DOGRUMU ? ( E / H ) : **".
           ACCEPT (9 29) CEVAP WITH PROMPT.
           IF CEVAP NOT = "E" CLOSE KDVDEV GO KV-CIK.
           MOVE ZEROS TO KV-TAB.
           DISPLAY (22 1) "** SATIS VE ALIS FATURALARI TARANIYOR **".
           PERFORM KV-SATIS THRU KV-SATIS-SON.
           PERFORM YAZICI-AC.
           MOVE KV-AY TO KV-B-AY.
           MOVE KV-YIL TO KV-B-YIL.
           WRITE SATIR FROM KVZ1 AFTER 2.
           MOVE "HESAPLANAN KDV (FATURALI SATISLAR)" TO KV-H-ADI.
           WRITE SATIR FROM KVZ2 AFTER 2.
           MOVE 1 TO KV-T.
           PERFORM KV-GRUP-YAZ THRU KV-GRUP-YAZ-SON.
           MOVE "INDIRILECEK KDV (ALIS FATURALARI)" TO KV-H-ADI.
           WRITE SATIR FROM KVZ2 AFTER 2.
           PERFORM KV-ALIS THRU KV-ALIS-SON.
           MOVE 2 TO KV-T.
           PERFORM KV-GRUP-YAZ THRU KV-GRUP-YAZ-SON.
           COMPUTE KV-INDIRIM = KV-TKDV (2) + KV-DEVREDEN.
           MOVE 0 TO KV-ODENECEK KV-SONRAKI.
           IF KV-TKDV (1) > KV-INDIRIM
              COMPUTE KV-ODENECEK = KV-TKDV (1) - KV-INDIRIM
           ELSE
              COMPUTE KV-SONRAKI = KV-INDIRIM - KV-TKDV (1).
           MOVE "HESAPLANAN KDV" TO KV-R-ADI.
           MOVE KV-TKDV (1) TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6 AFTER 2.
           MOVE "ALIS FATURALARI INDIRILECEK KDV" TO KV-R-ADI.
           MOVE KV-TKDV (2) TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6.
           MOVE "ONCEKI DONEMDEN DEVREDEN KDV" TO KV-R-ADI.
           MOVE KV-DEVREDEN TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6.
           MOVE "INDIRIMLER TOPLAMI" TO KV-R-ADI.
           MOVE KV-INDIRIM TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6.
           MOVE "ODENECEK KDV" TO KV-R-ADI.
           MOVE KV-ODENECEK TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6 AFTER 2.
           MOVE "SONRAKI DONEME DEVREDEN KDV" TO KV-R-ADI.
           MOVE KV-SONRAKI TO KV-R-TUTAR.
           WRITE SATIR FROM KVZ6.
           CLOSE YAZICI.
           MOVE KV-DONEM TO KVD-DONEM.
           MOVE KV-SONRAKI TO KVD-DEVREDEN.
           WRITE KDVDEV-KAYDI INVALID KEY REWRITE KDVDEV-KAYDI.
           CLOSE KDVDEV.
           DISPLAY (22 1) "** KDV CALISMASI YAZICIDA <ENT> BAS **".
           ACCEPT CEVAP.
       KV-CIK. EXIT.
      *
      * ALIS FATURASI VE KDV CALISMASI YARDIMCILARI.
      *
       AF-YARDIM SECTION.
       AF-KDV-GIR.
           COMPUTE AF-LIN = AF-I + 11.
           ACCEPT (AF-LIN 4) AF-ORAN (AF-I) WITH PROMPT UPDATE.
           ACCEPT (AF-LIN 10) AF-MATRAH (AF-I) WITH PROMPT UPDATE.
           COMPUTE AF-KDV (AF-I) ROUNDED =
              AF-MATRAH (AF-I) * AF-ORAN (AF-I) / 100.
           ACCEPT (AF-LIN 25) AF-KDV (AF-I) WITH PROMPT UPDATE.
       AF-KDV-GIR-SON. EXIT.
       AF-TOPLA.
           ADD AF-MATRAH (AF-I) TO AF-T-MATRAH.
           ADD AF-KDV (AF-I) TO AF-T-KDV.
       AF-TOPLA-SON. EXIT.
      * FATURANIN CARI, DENETIM JURNALI, MIZAN VE YEVMIYE KAYITLARI.
       AF-ISLE.
           PERFORM YG-NO-BUL.
           MOVE YG-NO TO AF-YVNO.
           MOVE SPACES TO AF-YV-ACIKLAMA.
           STRING "ALIS FAT. " AF-FATNO DELIMITED BY SIZE
              INTO AF-YV-ACIKLAMA.
           MOVE "E" TO AF-CARI.
           IF AF-TF-AC = "E"
              MOVE AF-TD TO TF-TD
              MOVE AF-FATNO TO TF-FATNO
              READ TEDFAT INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "H" TO AF-CARI.
           MOVE 0 TO AF-CARI-SIRA.
           IF AF-CARI = "H" GO AF-ISLE-YEV.
           MOVE AF-TD TO CARI-MUSTERI-KODU.
           PERFORM CARI-SON-SIRA-BUL THRU CARI-SON-SIRA-BUL-SON.
           MOVE YENI-CARI-SIRA TO CARI-SIRA-NO AF-CARI-SIRA.
           MOVE AF-TARIH (7:2) TO CARI-GUNU.
           MOVE AF-TARIH (5:2) TO CARI-AYI.
           MOVE AF-TARIH (1:4) TO CARI-YILI.
           MOVE AF-YV-ACIKLAMA TO CARI-ACIKLAMA.
           MOVE MIZ-UNVAN TO CARI-UNVAN.
           MOVE "ALFT" TO CARI-KAYNAK. MOVE YG-NO TO CARI-REF.
           MOVE 0 TO CARI-BORC.
           MOVE AF-TOPLAM TO CARI-ALACAK.
           WRITE CARI-KAYDI INVALID KEY
              DISPLAY (22 1) "** CARI KAYDI YAZILAMADI <ENT> BAS **"
              ACCEPT CEVAP GO AF-ISLE-SON.
           MOVE "E" TO CJ-ISLEM.
           MOVE 0 TO CJ-ESKI-BORC CJ-ESKI-ALACAK.
           MOVE CARI-BORC TO CJ-YENI-BORC.
           MOVE CARI-ALACAK TO CJ-YENI-ALACAK.
           PERFORM CJ-YAZ.
           ADD AF-TOPLAM TO MIZ-ALACAK MIZ-ALACAK-BAKIYE.
           REWRITE MIZAN-KAYDI.
       AF-ISLE-YEV.
           MOVE YG-NO TO YV-NO. MOVE AF-TARIH TO YV-TARIH.
           MOVE AF-YV-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 1 TO YV-SIRA.
           MOVE AF-GIDER TO YV-HESAP.
           MOVE AF-T-MATRAH TO YV-BORC. MOVE 0 TO YV-ALACAK.
           WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           IF AF-T-KDV > 0
              ADD 1 TO YV-SIRA
              MOVE "191" TO YV-HESAP
              MOVE AF-T-KDV TO YV-BORC MOVE 0 TO YV-ALACAK
              WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           ADD 1 TO YV-SIRA.
           MOVE "320" TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE AF-TOPLAM TO YV-ALACAK.
           WRITE YEVMIYE-KAYDI INVALID KEY CONTINUE.
           WRITE ALISFAT-KAYDI INVALID KEY
              DISPLAY (22 1) "** FATURA YAZILAMADI <ENT> BAS **"
              ACCEPT CEVAP GO AF-ISLE-SON.
           IF AF-CARI = "H"
              DISPLAY (22 1) "** CARIYE MAL KABULDEN AKTARILIR <ENT> **"
              ACCEPT CEVAP.
       AF-ISLE-SON. EXIT.
      * AYIN FATURALI KONSIYE SATISLARI ORAN BASINA (KONSIYE KDV
      * ICMALI ILE AYNI: MALIN MALTAB'DAKI KDV ORANI, SATIR BASINA
      * YUVARLAMA).
       KV-SATIS.
           MOVE 1 TO KV-T.
           IF NOT ANA-SIRKET GO KV-SATIS-SON.
           OPEN INPUT KON2.
           IF K2-DST NOT = "00" GO KV-SATIS-SON.
           MOVE "H" TO KV-MT-AC.
           OPEN INPUT MALTAB.
           IF MT-DST = "00" MOVE "E" TO KV-MT-AC.
           MOVE SPACES TO KOD11.
           MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS THAN KOD2 INVALID KEY
              GO KV-SATIS-KAPAT.
       KVS-OKU. READ KON2 NEXT AT END GO KV-SATIS-KAPAT.
           IF ISLEM-TIPI NOT = "M" GO KVS-OKU.
           IF K2-FATURA-NO = 0 GO KVS-OKU.
           IF I-AYI NOT = KV-AY OR I-YILI NOT = KV-YIL GO KVS-OKU.
           MOVE 0 TO KV-E-ORAN.
           IF MAL-KODU NOT = SPACES AND KV-MT-AC = "E"
              MOVE MAL-KODU TO MT-KOD
              READ MALTAB INVALID KEY MOVE 0 TO MT-KDV
              END-READ
              MOVE MT-KDV TO KV-E-ORAN.
           MOVE TUTAR TO KV-E-MATRAH.
           COMPUTE KV-E-KDV ROUNDED = TUTAR * KV-E-ORAN / 100.
           PERFORM KV-EKLE THRU KV-EKLE-SON.
           GO KVS-OKU.
       KV-SATIS-KAPAT.
           CLOSE KON2.
           IF KV-MT-AC = "E" CLOSE MALTAB.
       KV-SATIS-SON. EXIT.
      * AYIN ALIS FATURALARI: FATURA FATURA DOKULUR, ORANLARA
      * DAGITILIR.
       KV-ALIS.
           MOVE 2 TO KV-T.
           WRITE SATIR FROM KVZ7.
           OPEN INPUT ALISFAT.
           IF AF-DST NOT = "00" GO KV-ALIS-SON.
           MOVE LOW-VALUES TO AF-ANAHTAR.
           START ALISFAT KEY NOT LESS THAN AF-ANAHTAR INVALID KEY
              GO KV-ALIS-KAPAT.
       KVA-OKU. READ ALISFAT NEXT AT END GO KV-ALIS-KAPAT.
           IF AF-TARIH (1:6) NOT = KV-DONEM GO KVA-OKU.
           MOVE 0 TO AF-T-MATRAH AF-T-KDV.
           PERFORM KV-AF-ORAN THRU KV-AF-ORAN-SON
              VARYING AF-I FROM 1 BY 1 UNTIL AF-I > 4.
           MOVE AF-TD TO KV-F-TD.
           MOVE AF-FATNO TO KV-F-FATNO.
           MOVE AF-TARIH TO KV-F-TARIH.
           MOVE AF-T-MATRAH TO KV-F-MATRAH.
           MOVE AF-T-KDV TO KV-F-KDV.
           MOVE AF-ACIKLAMA TO KV-F-ACIKLAMA.
           WRITE SATIR FROM KVZ5.
           GO KVA-OKU.
       KV-ALIS-KAPAT.
           CLOSE ALISFAT.
       KV-ALIS-SON. EXIT.
       KV-AF-ORAN.
           IF AF-MATRAH (AF-I) = 0 AND AF-KDV (AF-I) = 0
              GO KV-AF-ORAN-SON.
           ADD AF-MATRAH (AF-I) TO AF-T-MATRAH.
           ADD AF-KDV (AF-I) TO AF-T-KDV.
           MOVE AF-ORAN (AF-I) TO KV-E-ORAN.
           MOVE AF-MATRAH (AF-I) TO KV-E-MATRAH.
           MOVE AF-KDV (AF-I) TO KV-E-KDV.
           PERFORM KV-EKLE THRU KV-EKLE-SON.
       KV-AF-ORAN-SON. EXIT.
      * KV-T GRUBUNDA (1 SATIS, 2 ALIS) ORANIN SATIRINA EKLER.
       KV-EKLE.
           ADD KV-E-MATRAH TO KV-TMATRAH (KV-T).
           ADD KV-E-KDV TO KV-TKDV (KV-T).
           MOVE "H" TO KV-BULDU.
           PERFORM KV-ARA THRU KV-ARA-SON
              VARYING KV-I FROM 1 BY 1 UNTIL KV-I > KV-N (KV-T).
           IF KV-BULDU = "E" GO KV-EKLE-SON.
           IF KV-N (KV-T) = 5 GO KV-EKLE-SON.
           ADD 1 TO KV-N (KV-T).
           MOVE KV-N (KV-T) TO KV-I.
           MOVE KV-E-ORAN TO KV-ORAN (KV-T KV-I).
           MOVE KV-E-MATRAH TO KV-MATRAH (KV-T KV-I).
           MOVE KV-E-KDV TO KV-KDV (KV-T KV-I).
       KV-EKLE-SON. EXIT.
       KV-ARA.
           IF KV-BULDU = "H" AND KV-ORAN (KV-T KV-I) = KV-E-ORAN
              ADD KV-E-MATRAH TO KV-MATRAH (KV-T KV-I)
              ADD KV-E-KDV TO KV-KDV (KV-T KV-I)
              MOVE "E" TO KV-BULDU.
       KV-ARA-SON. EXIT.
      * GRUBUN ORAN SATIRLARI VE TOPLAMI.
       KV-GRUP-YAZ.
           WRITE SATIR FROM KVZ3.
           PERFORM KV-SATIR THRU KV-SATIR-SON
              VARYING KV-I FROM 1 BY 1 UNTIL KV-I > KV-N (KV-T).
           MOVE "TOPLAM" TO KV-D-ADI.
           MOVE 0 TO KV-D-ORAN.
           MOVE KV-TMATRAH (KV-T) TO KV-D-MATRAH.
           MOVE KV-TKDV (KV-T) TO KV-D-KDV.
           WRITE SATIR FROM KVZ4.
       KV-GRUP-YAZ-SON. EXIT.
       KV-SATIR.
           MOVE "KDV %" TO KV-D-ADI.
           MOVE KV-ORAN (KV-T KV-I) TO KV-D-ORAN.
           MOVE KV-MATRAH (KV-T KV-I) TO KV-D-MATRAH.
           MOVE KV-KDV (KV-T KV-I) TO KV-D-KDV.
           WRITE SATIR FROM KVZ4.
       KV-SATIR-SON. EXIT.
      *
      * DENETIM JURNALI DOKUMU.
      *
       JURNAL-DOKUM SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
           IF MENU-SIRKET-ADI NOT = SPACES AND SB-BASMA NOT = "E"
              MOVE MENU-SIRKET-ADI TO SB-ADI
              WRITE SATIR FROM SIRKET-BASLIK.
           MOVE "H" TO SB-BASMA.
       YAZICI-AC-SON. EXIT.
