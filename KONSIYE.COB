           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS ND-DST.
           SELECT PLASIYER ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY PL-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS PL-DST.
           SELECT MUSPLS ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MP-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS MP-DST.
           SELECT TAKSIT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TK-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TK-DST.
           SELECT SERVIS ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SV-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS SV-DST.
           SELECT TEDARIK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TD-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TD-DST.
           SELECT SIPARIS ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SP-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS SP-DST.
           SELECT TEDFAT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY TF-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS TF-DST.
           SELECT FIYAT ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY FY-ANAHTAR
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS FY-DST.
           SELECT MUSVRG ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MV-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS MV-DST.
           SELECT EFATURA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY EF-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS EF-DST.
           SELECT EFDOSYA ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS EY-DST.
           SELECT SRTWRK ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
              03 OP-F-YEDEK1 PIC X.
              03 OP-F-YEDEK2 PIC X.
              03 OP-F-YEDEK3 PIC X.
      * SIRKET BASINA YETKILER; ANAMENU GIRISINDE BAKILIR.
           02 OP-SIRKETLER PIC X(20).
      * AKTIPT.DOS - CARIYE AKTARILMIS (AKT = "A") TAHSILATLARIN
      * SONRADAN IPTAL/DEGISIKLIK KUYRUGU. AKTARIM BU KUYRUGU OKUR,
      * CARIYE TERS KAYIT YAZAR VE SATIRI ISLENDI YAPAR; BOYLECE
           02 SR-KOD11 PIC X(15).
           02 SR-INO PIC 9(8).
           02 SR-DURUM PIC X.
              88 SERI-DEPODA VALUE "G".
              88 SERI-DISARDA VALUE "D".
              88 SERI-TAHSIL VALUE "T".
              88 SERI-IADE VALUE "I".
       01 NEDEN-KAYDI.
           02 ND-KOD PIC X(2).
           02 ND-ADI PIC X(20).
      * PLASIYER.DOS - SATIS TEMSILCILERI (PLASIYER) VE TAHSILAT
      * UZERINDEN ODENEN PRIM YUZDELERI.
       FD PLASIYER LABEL RECORD STANDARD
           VALUE OF FILE-ID "PLASIYER.DOS".
       01 PLASIYER-KAYDI.
           02 PL-KOD PIC X(3).
           02 PL-ADI PIC X(25).
           02 PL-ORAN PIC 99V99.
      * MUSPLS.DOS - MUSTERININ BAGLI OLDUGU PLASIYER. KON1.DOS
      * BIRCOK PROGRAMCA OKUNDUGUNDAN KAYDI UZATILMADI, ATAMA BU
      * YAN DOSYADA MUSTERI KODUYLA TUTULUR. KAYDI OLMAYAN MUSTERI
      * PLASIYERSIZDIR.
       FD MUSPLS LABEL RECORD STANDARD VALUE OF FILE-ID "MUSPLS.DOS".
       01 MUSPLS-KAYDI.
           02 MP-KOD PIC X(15).
           02 MP-PLS PIC X(3).
      * TAKSIT.DOS - TAKSITLI SATIS PLANLARI. HER TAKSIT AYRI KAYITTIR;
      * ANAHTAR MUSTERI KODU + SATIS (M) FISININ NOSU VE TARIHI +
      * TAKSIT SIRASIDIR. VADE FARKI SATIS TUTARINA EKLENIP TAKSITLERE
      * BOLUNUR. TAHSILATLAR EN ESKI VADELI ACIK TAKSITTEN BASLAYARAK
      * TK-ODENEN ALANINA DAGITILIR.
       FD TAKSIT LABEL RECORD STANDARD VALUE OF FILE-ID "TAKSIT.DOS".
       01 TAKSIT-KAYDI.
           02 TK-ANAHTAR.
              03 TK-KOD PIC X(15).
              03 TK-SNO PIC 9(8).
              03 TK-STARIH PIC 9(8).
              03 TK-TNO PIC 99.
           02 TK-VADE PIC 9(8).
           02 TK-TUTAR PIC 9(11).
           02 TK-ODENEN PIC 9(11).
           02 TK-SON-ODEME PIC 9(8).
           02 TK-ADET PIC 99.
      * SERVIS.DOS - SERI NUMARALI MAKINELERIN SERVIS (TAMIR) FISLERI.
      * FIS GIRISTE ACILIR (A), MAKINE TESLIM EDILINCE KULLANILAN
      * PARCALAR VE ISCILIKLE KAPANIR (K). GARANTI DISI TAMIRIN
      * TUTARI MUSTERININ KON1 BAKIYESINE "M" SATIRI OLARAK YAZILIR.
       FD SERVIS LABEL RECORD STANDARD VALUE OF FILE-ID "SERVIS.DOS".
       01 SERVIS-KAYDI.
           02 SV-NO PIC 9(6).
           02 SV-SERI PIC X(15).
           02 SV-MAL-KODU PIC X(8).
           02 SV-KOD PIC X(15).
           02 SV-SIKAYET PIC X(40).
           02 SV-GIRIS PIC 9(8).
           02 SV-CIKIS PIC 9(8).
           02 SV-GARANTI PIC X.
           02 SV-DURUM PIC X.
              88 SV-ACIK VALUE "A".
              88 SV-KAPALI VALUE "K".
           02 SV-PARCALAR.
              03 SV-PARCA OCCURS 5 TIMES.
                 04 SV-P-KOD PIC X(8).
                 04 SV-P-ADET PIC 9(3).
                 04 SV-P-TUTAR PIC 9(11).
           02 SV-PARCA-TOP PIC 9(11).
           02 SV-ISCILIK PIC 9(11).
           02 SV-BORC PIC X.
      * TEDARIK.DOS - MAL ALINAN TEDARIKCILER. TEDARIKCI KODU AYNI
      * ZAMANDA BM4 CARI DEFTERINDEKI HESAP KODUDUR (8 HANE).
      * TD-VKN 10 HANELI VKN VEYA SAHIS FIRMASINDA 11 HANELI TC
      * KIMLIK NO'DUR (BA FORMUNA GECER).
       FD TEDARIK LABEL RECORD STANDARD
           VALUE OF FILE-ID "TEDARIK.DOS".
       01 TEDARIK-KAYDI.
           02 TD-KOD PIC X(8).
           02 TD-ADI PIC X(25).
           02 TD-TEL PIC X(15).
           02 TD-VKN PIC X(11).
      * SIPARIS.DOS - TEDARIKCIYE VERILEN SATINALMA SIPARISLERI. HER
      * SIPARIS SATIRI BIR MAL KODUDUR; GELEN ADET MAL KABULDE
      * ARTAR, SIPARIS ADEDINE ULASINCA SATIR KAPANIR (K).
       FD SIPARIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "SIPARIS.DOS".
       01 SIPARIS-KAYDI.
           02 SP-ANAHTAR.
              03 SP-NO PIC 9(6).
              03 SP-SATIR PIC 99.
           02 SP-TD PIC X(8).
           02 SP-TARIH PIC 9(8).
           02 SP-TESLIM PIC 9(8).
           02 SP-MAL PIC X(8).
           02 SP-MIKTAR PIC 9(5).
           02 SP-GELEN PIC 9(5).
           02 SP-FIAT PIC 9(9).
           02 SP-DURUM PIC X.
              88 SP-ACIK VALUE "A".
              88 SP-TAMAM VALUE "K".
      * TEDFAT.DOS - MAL KABULDE GIRILEN TEDARIKCI FATURALARI. CARI
      * AKTARMA PROGRAMI TEDARIKCININ CARI HESABINA ALACAK OLARAK
      * ISLER VE "A" ILE ISARETLER.
       FD TEDFAT LABEL RECORD STANDARD VALUE OF FILE-ID "TEDFAT.DOS".
       01 TEDFAT-KAYDI.
           02 TF-ANAHTAR.
              03 TF-TD PIC X(8).
              03 TF-FATNO PIC X(10).
           02 TF-TARIH PIC 9(8).
           02 TF-SPNO PIC 9(6).
           02 TF-TUTAR PIC 9(11).
           02 TF-AKT PIC X.
              88 TF-AKTARILDI VALUE "A".
      * FIYAT.DOS - MAL LISTE FIATLARININ TARIHCESI. HER KAYIT BIR
      * MALIN FY-TARIH'TEN GECERLI FIATIDIR, FY-ESKI O TARIHTEN
      * ONCEKI FIATTIR. ISLEM TARIHINDE GECERLI FIAT BURADAN BULUNUR;
      * TARIHCESI OLMAYAN MALDA MT-FIAT GECERLIDIR.
       FD FIYAT LABEL RECORD STANDARD VALUE OF FILE-ID "FIYAT.DOS".
       01 FIYAT-KAYDI.
           02 FY-ANAHTAR.
              03 FY-MAL PIC X(8).
              03 FY-TARIH PIC 9(8).
           02 FY-ESKI PIC 9(9).
           02 FY-FIAT PIC 9(9).
           02 FY-KAYNAK PIC X.
              88 FY-ELLE VALUE "E".
              88 FY-TOPLU VALUE "Y".
           02 FY-ISLEM PIC 9(8).
      * MUSVRG.DOS - MUSTERININ VERGI BILGISI. KON1 BIRCOK PROGRAMIN
      * ORTAK DOSYASI OLDUGUNDAN AYRICA TUTULUR. MV-VKN 10 HANELI VKN
      * VEYA 11 HANELI TC KIMLIK NO'DUR. "*FIRMA" ANAHTARLI KAYIT
      * FIRMANIN KENDI BILGISIDIR (FATURADA SATICI OLARAK YAZILIR).
       FD MUSVRG LABEL RECORD STANDARD VALUE OF FILE-ID "MUSVRG.DOS".
       01 MUSVRG-KAYDI.
           02 MV-KOD PIC X(15).
           02 MV-VKN PIC X(11).
           02 MV-DAIRE PIC X(20).
           02 MV-ADRES PIC X(30).
           02 MV-ILCE PIC X(15).
           02 MV-IL PIC X(15).
           02 MV-EFAT PIC X.
              88 MV-EFATURA VALUE "E".
           02 MV-EPOSTA PIC X(40).
      * EFATURA.DOS - KESILEN HER FATURANIN ELEKTRONIK KAYDI, FATSAY
      * NUMARASIYLA. E-FATURA MUKELLEFINE E-FATURA (F), DIGERLERINE
      * E-ARSIV (A). DURUM: BOS DOSYA HAZIR / GONDERILMEDI, G
      * ENTEGRATORE GONDERILDI, K ALICI KABUL ETTI, R ALICI REDDETTI
      * (NEDENIYLE). E-ARSIVDE G SON DURUMDUR.
       FD EFATURA LABEL RECORD STANDARD
           VALUE OF FILE-ID "EFATURA.DOS".
       01 EFATURA-KAYDI.
           02 EF-NO PIC 9(6).
           02 EF-KOD PIC X(15).
           02 EF-TARIH PIC 9(8).
           02 EF-TUR PIC X.
              88 EF-EFATURA VALUE "F".
              88 EF-EARSIV VALUE "A".
           02 EF-ETTN PIC X(36).
           02 EF-MATRAH PIC 9(13).
           02 EF-KDV PIC 9(13).
           02 EF-DURUM PIC X.
              88 EF-BEKLIYOR VALUE SPACE.
              88 EF-GONDERILDI VALUE "G".
              88 EF-KABUL VALUE "K".
              88 EF-RED VALUE "R".
           02 EF-DTARIH PIC 9(8).
           02 EF-NEDEN PIC X(30).
      * UBL-TR FATURA DOSYASI. HER FATURA ICIN AYRI DOSYA
      * (EF + FATURA NO .XML); ENTEGRATOR PORTALINA AYNEN YUKLENIR.
       FD EFDOSYA LABEL RECORD STANDARD VALUE OF FILE-ID EF-AD.
       01 EY-SATIR PIC X(250).
       SD SRTWRK.
       01 SRT-KAYDI.
           02 W-KOD PIC X(8).
           02 W2-M PIC 9(11).
           02 W2-I PIC 9(11).
           02 W2-T PIC 9(11).
       01 SRT6-KAYDI.
           02 W6-PLS PIC X(3).
           02 W6-KOD PIC X(15).
           02 W6-TIP PIC X.
           02 W6-TUTAR PIC 9(11).
       01 SRT7-KAYDI.
           02 W7-PLS PIC X(3).
           02 W7-KOD PIC X(15).
           02 W7-M PIC 9(11).
           02 W7-I PIC 9(11).
           02 W7-T PIC 9(11).
           02 W7-BAKIYE PIC S9(11).
       01 SRT8-KAYDI.
           02 W8-MAL PIC X(8).
           02 W8-SERI PIC X(15).
           02 W8-GAR PIC X.
           02 W8-PARCA PIC 9(11).
           02 W8-ISC PIC 9(11).
       01 SRT9-KAYDI.
           02 W9-GIRIS PIC 9(8).
           02 W9-NO PIC 9(6).
       01 SRT10-KAYDI.
           02 W10-TESLIM PIC 9(8).
           02 W10-NO PIC 9(6).
           02 W10-SATIR PIC 99.
       01 SRT11-KAYDI.
           02 W11-TARIH PIC 9(8).
           02 W11-MAL PIC X(8).
           02 W11-ESKI PIC 9(9).
           02 W11-FIAT PIC 9(9).
           02 W11-KAYNAK PIC X.
      * ORTAK.DAT - ADRES/P2/KONSIYE'NIN BIRLIKTE KULLANDIGI ORTAK
      * URETICI/MUSTERI ANA DOSYASI.
       FD ORTAK LABEL RECORD STANDARD VALUE OF FILE-ID "ORTAK.DAT".
       77 SR-DST PIC XX VALUE SPACES.
       77 SRI-K PIC 9(4) VALUE 0.
       77 SRI-SERI PIC X(15) VALUE SPACES.
       77 SRI-DEPO PIC X VALUE "H".
       77 SDK-KOD PIC X(15) VALUE SPACES.
       77 SDK-SAYI PIC 9(4) VALUE 0.
       77 SDK-ILK PIC X VALUE "Y".
       77 AQ-YENI PIC 9(6) VALUE 0.
       77 AQI-TUTAR PIC 9(11) VALUE 0.
       77 ESKI-AKT PIC X VALUE SPACE.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 FA-VAR PIC X VALUE "H".
       77 FT-KOD PIC X(15) VALUE SPACES.
       77 FT-SATIR PIC 9(4) VALUE 0.
              03 KV-MATRAH PIC 9(13).
              03 KV-KDV PIC 9(13).
       77 ND-HATA PIC X VALUE "H".
       77 PL-DST PIC XX VALUE SPACES.
       77 MP-DST PIC XX VALUE SPACES.
       77 MP-VAR PIC X VALUE "H".
       77 PLS-KOD PIC X(3) VALUE SPACES.
       77 PLS-HATA PIC X VALUE "H".
       77 PR-AY PIC 99 VALUE 0.
       77 PR-YIL PIC 9999 VALUE 0.
       77 PR-SEC PIC X(3) VALUE SPACES.
       77 PR-ILK PIC X VALUE "Y".
       77 PR-TUR PIC X VALUE "P".
       77 PR-PLS PIC X(3) VALUE SPACES.
       77 PR-KOD PIC X(15) VALUE SPACES.
       77 PR-ESKI PIC X(15) VALUE SPACES.
       77 PR-CPLS PIC X(3) VALUE SPACES.
       77 PR-ORAN PIC 99V99 VALUE 0.
       77 PR-T PIC 9(11) VALUE 0.
       77 PR-I PIC 9(11) VALUE 0.
       77 PR-K PIC 9(11) VALUE 0.
       77 PR-PT PIC 9(13) VALUE 0.
       77 PR-PI PIC 9(13) VALUE 0.
       77 PR-PK PIC 9(13) VALUE 0.
       77 PR-NET PIC S9(13) VALUE 0.
       77 PR-PRIM PIC S9(13) VALUE 0.
       77 PR-GNET PIC S9(13) VALUE 0.
       77 PR-GPRIM PIC S9(13) VALUE 0.
       77 PS-YIL PIC 9999 VALUE 0.
       77 PS-SAY PIC 9(4) VALUE 0.
       77 PS-GSAY PIC 9(4) VALUE 0.
       77 PS-M PIC 9(11) VALUE 0.
       77 PS-I PIC 9(11) VALUE 0.
       77 PS-T PIC 9(11) VALUE 0.
       77 PS-PM PIC 9(13) VALUE 0.
       77 PS-PI PIC 9(13) VALUE 0.
       77 PS-PT PIC 9(13) VALUE 0.
       77 PS-PB PIC S9(13) VALUE 0.
       77 PS-GM PIC 9(13) VALUE 0.
       77 PS-GI PIC 9(13) VALUE 0.
       77 PS-GT PIC 9(13) VALUE 0.
       77 PS-GB PIC S9(13) VALUE 0.
       77 TK-DST PIC XX VALUE SPACES.
       77 TK-VAR PIC X VALUE "H".
       77 TK-PLAN PIC X VALUE "H".
       77 TK-HATA PIC X VALUE "H".
       77 TK-BULDU PIC X VALUE "H".
       77 TK-SAY PIC 99 VALUE 0.
       77 TK-I PIC 99 VALUE 0.
       77 TK-G-GUN PIC 99 VALUE 0.
       77 TK-G-AY PIC 99 VALUE 0.
       77 TK-G-YIL PIC 9999 VALUE 0.
       77 TK-V-GUN PIC 99 VALUE 0.
       77 TK-V-AY PIC 99 VALUE 0.
       77 TK-V-YIL PIC 9999 VALUE 0.
       77 TK-AYGUN PIC 99 VALUE 0.
       77 TK-BOL PIC 9999 VALUE 0.
       77 TK-KALAN4 PIC 9 VALUE 0.
       77 TK-VF-ORAN PIC 99V99 VALUE 0.
       77 TK-VF PIC 9(11) VALUE 0.
       77 TK-TOPLAM PIC 9(11) VALUE 0.
       77 TK-TAKSIT PIC 9(11) VALUE 0.
       77 TK-SONTAKSIT PIC 9(11) VALUE 0.
       77 TK-ILK-VADE PIC 9(8) VALUE 0.
       77 TK-SATIS-YMD PIC 9(8) VALUE 0.
       77 TK-MIKTAR PIC 9(11) VALUE 0.
       77 TK-KALAN PIC 9(11) VALUE 0.
       77 TK-SIL-ODENEN PIC 9(11) VALUE 0.
       77 TK-EN-VADE PIC 9(8) VALUE 0.
       77 TK-BUL-ANAHTAR PIC X(33) VALUE SPACES.
       77 TK-ACIK PIC 9(13) VALUE 0.
       77 TK-RISK PIC S9(13) VALUE 0.
       77 TK-L-TARIH PIC 9(8) VALUE 0.
       77 TK-L-GUN PIC 999 VALUE 0.
       77 TK-L-SINIR PIC 9(8) VALUE 0.
       77 TK-L-BGUN PIC 9(8) VALUE 0.
       77 TK-L-FARK PIC S9(7) VALUE 0.
       77 TK-L-KOD PIC X(15) VALUE SPACES.
       77 TK-L-GEL PIC 9(13) VALUE 0.
       77 TK-L-YAK PIC 9(13) VALUE 0.
       77 TK-L-GGEL PIC 9(13) VALUE 0.
       77 TK-L-GYAK PIC 9(13) VALUE 0.
       77 SV-DST PIC XX VALUE SPACES.
       77 SV-GAR-YIL PIC 9 VALUE 2.
       77 SV-ARA-SERI PIC X(15) VALUE SPACES.
       77 SV-S-SIK PIC X(40) VALUE SPACES.
       77 SV-S-GAR PIC X VALUE SPACE.
       77 SV-YENI-NO PIC 9(6) VALUE 0.
       77 SV-YENI-INO PIC 9(8) VALUE 0.
       77 SV-SAY PIC 9(4) VALUE 0.
       77 SV-ACIK-SAY PIC 9(4) VALUE 0.
       77 SV-E-SAY PIC ZZZ9.
       77 SV-I PIC 9 VALUE 0.
       77 SV-SAT PIC 99 VALUE 0.
       77 SV-PBITTI PIC X VALUE "H".
       77 SV-MTVAR PIC X VALUE "H".
       77 SV-BUGUN PIC 9(8) VALUE 0.
       77 SV-GSON PIC 9(8) VALUE 0.
       77 SV-BORC-TUTAR PIC 9(11) VALUE 0.
       77 SV-E-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       77 AZ-YIL PIC 9999 VALUE 0.
       77 AZ-TYIL PIC 9999 VALUE 0.
       77 AZ-ILK PIC X VALUE "Y".
       77 AZ-MAL PIC X(8) VALUE SPACES.
       77 AZ-SERI PIC X(15) VALUE SPACES.
       77 AZ-ARIZA PIC 9(5) VALUE 0.
       77 AZ-UNITE PIC 9(5) VALUE 0.
       77 AZ-GAR PIC 9(5) VALUE 0.
       77 AZ-UCR PIC 9(5) VALUE 0.
       77 AZ-PARCA PIC 9(11) VALUE 0.
       77 AZ-ISC PIC 9(11) VALUE 0.
       77 AZ-GARIZA PIC 9(5) VALUE 0.
       77 AZ-GUNITE PIC 9(5) VALUE 0.
       77 AZ-GGAR PIC 9(5) VALUE 0.
       77 AZ-GUCR PIC 9(5) VALUE 0.
       77 AZ-GPARCA PIC 9(11) VALUE 0.
       77 AZ-GISC PIC 9(11) VALUE 0.
       77 AS-SAY PIC 9(4) VALUE 0.
       77 AS-BGUN PIC 9(8) VALUE 0.
       77 AS-GUN PIC S9(5) VALUE 0.
       77 TD-DST PIC XX VALUE SPACES.
       77 SP-DST PIC XX VALUE SPACES.
       77 TF-DST PIC XX VALUE SPACES.
       77 SP-H-NO PIC 9(6) VALUE 0.
       77 SP-H-SATIR PIC 99 VALUE 0.
       77 SP-H-TD PIC X(8) VALUE SPACES.
       77 SP-H-TESLIM PIC 9(8) VALUE 0.
       77 SP-G-GUN PIC 99 VALUE 0.
       77 SP-G-AY PIC 99 VALUE 0.
       77 SP-G-YIL PIC 9999 VALUE 0.
       77 SP-SAT PIC 99 VALUE 0.
       77 SP-BUGUN PIC 9(8) VALUE 0.
       77 SP-BITTI PIC X VALUE "H".
       77 KB-NO PIC 9(6) VALUE 0.
       77 KB-SATIR PIC 99 VALUE 0.
       77 KB-TD PIC X(8) VALUE SPACES.
       77 KB-TDVAR PIC X VALUE "H".
       77 KB-ADET PIC 9(5) VALUE 0.
       77 KB-KALAN PIC 9(5) VALUE 0.
       77 KB-K PIC 9(5) VALUE 0.
       77 KB-SAT PIC 99 VALUE 0.
       77 KB-SERI-NO PIC X(15) VALUE SPACES.
       77 KB-TUTAR PIC 9(11) VALUE 0.
       77 KB-FATNO PIC X(10) VALUE SPACES.
       77 KB-FTUTAR PIC 9(11) VALUE 0.
       77 KB-E-ADET PIC ZZZZ9.
       77 KB-E-TUTAR PIC ZZZ,ZZZ,ZZ9.
       77 AP-GECIKEN PIC X VALUE "H".
       77 AP-SAY PIC 9(4) VALUE 0.
       77 AP-GEC PIC 9(4) VALUE 0.
       77 AP-BGUN PIC 9(8) VALUE 0.
       77 AP-GUN PIC S9(5) VALUE 0.
       77 FY-DST PIC XX VALUE SPACES.
       77 FY-VAR PIC X VALUE "H".
       77 FY-A-MAL PIC X(8) VALUE SPACES.
       77 FY-A-TARIH PIC 9(8) VALUE 0.
       77 FY-A-FIAT PIC 9(9) VALUE 0.
       77 FY-ILK PIC X VALUE "E".
       77 FY-BUGUN PIC 9(8) VALUE 0.
       77 FY-Y-ADI PIC X(29) VALUE SPACES.
       77 FY-Y-FIAT PIC 9(9) VALUE 0.
       77 FY-Y-KDV PIC 99V99 VALUE 0.
       77 FY-Y-KAYNAK PIC X VALUE "E".
       77 FR-ILK PIC X(8) VALUE SPACES.
       77 FR-SON PIC X(8) VALUE SPACES.
       77 FR-ORAN PIC 99V99 VALUE 0.
       77 FR-G-GUN PIC 99 VALUE 0.
       77 FR-G-AY PIC 99 VALUE 0.
       77 FR-G-YIL PIC 9999 VALUE 0.
       77 FR-TARIH PIC 9(8) VALUE 0.
       77 FR-SAY PIC 9(5) VALUE 0.
       77 FR-E-SAY PIC ZZZZ9.
       77 FP-ILK PIC 9(8) VALUE 0.
       77 FP-SON PIC 9(8) VALUE 0.
       77 FP-SAY PIC 9(5) VALUE 0.
       77 MV-DST PIC XX VALUE SPACES.
       77 EF-DST PIC XX VALUE SPACES.
       77 EY-DST PIC XX VALUE SPACES.
       77 MV-VAR PIC X VALUE "H".
       77 EF-AD PIC X(12) VALUE "EF000000.XML".
       77 EF-HATA PIC X VALUE "H".
       77 EF-FIRMA-ADI PIC X(44) VALUE
           "YUKSEL TARIM ALETLERI SAN.VE TIC. LTD. STI.".
       77 EF-ETIKET PIC X(40) VALUE SPACES.
       77 EF-SATIR PIC X(250) VALUE SPACES.
       77 EF-M-CIK PIC X(300) VALUE SPACES.
       77 EF-M-SON PIC 999 VALUE 0.
       77 EF-M-I PIC 999 VALUE 0.
       77 EF-M-UZ PIC 999 VALUE 0.
       77 EF-M-BITTI PIC X VALUE "H".
       77 EF-S-GIR PIC 9(13)V99 VALUE 0.
       77 EF-S-BAS PIC 99 VALUE 0.
       77 EF-S-UZ PIC 99 VALUE 0.
       77 EF-S-TAM PIC X VALUE "H".
       77 EF-K-I PIC 999 VALUE 0.
       77 EF-K-BITTI PIC X VALUE "H".
       77 EF-SSAY PIC 9(4) VALUE 0.
       77 EF-L-NO PIC 9(4) VALUE 0.
       77 EF-MATRAH-T PIC 9(13) VALUE 0.
       77 EF-KDV-T PIC 9(13) VALUE 0.
       77 EF-LISTE PIC 9(13) VALUE 0.
       77 EF-ISK PIC 9(13) VALUE 0.
       77 EF-MIKTAR PIC 9(4) VALUE 0.
       77 EF-V-MATRAH PIC 9(13) VALUE 0.
       77 EF-V-KDV PIC 9(13) VALUE 0.
       77 EF-V-ORAN PIC 99V99 VALUE 0.
       77 EF-F-VKN PIC X(11) VALUE SPACES.
       77 EF-F-DAIRE PIC X(20) VALUE SPACES.
       77 EF-F-ADRES PIC X(30) VALUE SPACES.
       77 EF-F-ILCE PIC X(15) VALUE SPACES.
       77 EF-F-IL PIC X(15) VALUE SPACES.
       77 EF-P-VKN PIC X(11) VALUE SPACES.
       77 EF-P-SEMA PIC X(4) VALUE SPACES.
       77 EF-P-ADI PIC X(44) VALUE SPACES.
       77 EF-P-DAIRE PIC X(20) VALUE SPACES.
       77 EF-P-ADRES PIC X(30) VALUE SPACES.
       77 EF-P-ILCE PIC X(15) VALUE SPACES.
       77 EF-P-IL PIC X(15) VALUE SPACES.
       77 EF-P-EPOSTA PIC X(40) VALUE SPACES.
       77 EF-E-NO PIC 9(6) VALUE 0.
       77 EF-E-DURUM PIC X VALUE SPACE.
       77 EF-E-NEDEN PIC X(30) VALUE SPACES.
       77 EF-BUGUN PIC 9(8) VALUE 0.
       77 EL-SAY PIC 9(5) VALUE 0.
       77 EL-BSAY PIC 9(5) VALUE 0.
       77 EL-GSAY PIC 9(5) VALUE 0.
       77 EL-KSAY PIC 9(5) VALUE 0.
       77 EL-RSAY PIC 9(5) VALUE 0.
      * XML'E YAZILACAK METIN; SONDAKI BOSLUKLAR ATILIR, & < >
      * KARAKTERLERI KACIS DIZISIYLE YAZILIR.
       01 EF-M-ALAN.
           02 EF-M-GIR PIC X(60).
           02 EF-M-GIR-R REDEFINES EF-M-GIR.
              03 EF-M-H PIC X OCCURS 60 TIMES.
      * XML'E YAZILACAK TUTAR; BASTAKI BOSLUKLAR ATILIR.
       01 EF-S-ALAN.
           02 EF-S-ED PIC Z(12)9.99.
           02 EF-S-ED-R REDEFINES EF-S-ED.
              03 EF-S-H PIC X OCCURS 16 TIMES.
      * UBL-TR FATURA NUMARASI: SERI + YIL + 9 HANE SIRA (FATSAY NO).
       01 EF-BELGE.
           02 F PIC X(3) VALUE "KNS".
           02 EF-B-YIL PIC 9(4).
           02 EF-B-SIRA PIC 9(9).
      * FATURA TARIHI VE XML GORUNUMU (YYYY-AA-GG).
       01 EF-TG-ALAN.
           02 EF-TG PIC 9(8).
           02 EF-TG-R REDEFINES EF-TG.
              03 EF-TG-YIL PIC 9(4).
              03 EF-TG-AY PIC 99.
              03 EF-TG-GUN PIC 99.
       01 EF-ISO.
           02 EF-I-YIL PIC 9(4).
           02 F PIC X VALUE "-".
           02 EF-I-AY PIC 99.
           02 F PIC X VALUE "-".
           02 EF-I-GUN PIC 99.
      * ETTN (FATURANIN EVRENSEL TEKIL NUMARASI): TARIH, SAAT VE
      * FATURA NUMARASINDAN 8-4-4-4-12 DUZENINDE URETILIR.
       01 EF-ZAMAN.
           02 EF-Z-SAAT PIC 9(4).
           02 EF-Z-SAN PIC 9(3).
           02 EF-Z-SL PIC 9.
       01 EF-UUID.
           02 EF-U-TARIH PIC 9(8).
           02 F PIC X VALUE "-".
           02 EF-U-SAAT PIC 9(4).
           02 F PIC XX VALUE "-4".
           02 EF-U-SAN PIC 9(3).
           02 F PIC XX VALUE "-8".
           02 EF-U-SL PIC 9(3).
           02 F PIC X(7) VALUE "-4B4E53".
           02 EF-U-NO PIC 9(6).
       77 IDR-N PIC 99 VALUE 0.
       77 IDR-I PIC 99 VALUE 0.
       77 IDR-BULDU PIC X VALUE "H".
              03 IDR-KOD PIC X(2).
              03 IDR-ADET PIC 9(6).
              03 IDR-TUT PIC 9(11).
      * AY UZUNLUKLARI (SUBAT ARTIK YILDA 29 ALINIR).
       01 TK-AYTAB PIC X(24) VALUE "312831303130313130313031".
       01 TK-AYTAB-R REDEFINES TK-AYTAB.
           02 TK-AY-GUN PIC 99 OCCURS 12 TIMES.
       01 B1.    
           02 F PIC X(80) VALUE 
              "Y I K S E L   T A R I M   A L E T L E R I".
           02 FT-B-TARIH PIC 9(8).
       01 FTZ2.
           02 F PIC X(10) VALUE "MAL KODU".
           02 F PIC X(21) VALUE "CINSI".
           02 F PIC X(5) VALUE "ADET".
           02 F PIC X(12) VALUE "BIRIM FIAT".
           02 F PIC X(15) VALUE "MATRAH".
           02 F PIC X(6) VALUE "KDV %".
           02 F PIC X(10) VALUE "KDV TUTARI".
       01 FTZ3.
           02 FT-D-MAL PIC X(8).
           02 F PIC X(2) VALUE SPACES.
           02 FT-D-ISIM PIC X(20).
           02 F PIC X VALUE SPACE.
           02 FT-D-ADET PIC ZZZ9.
           02 F PIC X VALUE SPACE.
           02 FT-D-FIAT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 FT-D-MATRAH PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 FT-D-ORAN PIC Z9.99.
           02 IDR-T-ADET PIC ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 IDR-T-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
      * PLASIYER PRIM OZETI VE SATIS/BAKIYE RAPORU KALIPLARI.
       01 PRZ1.
           02 F PIC X(36) VALUE "PLASIYER PRIM HESAP OZETI   AY/YIL:".
           02 PR-B-AY PIC 99.
           02 F PIC X VALUE "/".
           02 PR-B-YIL PIC 9999.
       01 PRZ2.
           02 F PIC X(10) VALUE "PLASIYER:".
           02 PR-B-PLS PIC X(3).
           02 F PIC X(2) VALUE SPACES.
           02 PR-B-ADI PIC X(25).
           02 F PIC X(9) VALUE "  PRIM %:".
           02 PR-B-ORAN PIC Z9.99.
       01 PRZ3.
           02 F PIC X(32) VALUE "KODU            UNVANI".
           02 F PIC X(11) VALUE "   TAHSILAT".
           02 F PIC X(11) VALUE "       IADE".
           02 F PIC X(11) VALUE "KARSILIKSIZ".
           02 F PIC X(11) VALUE "     MATRAH".
       01 PRZ4.
           02 PR-D-KOD PIC X(15).
           02 F PIC X VALUE SPACE.
           02 PR-D-UNVAN PIC X(16).
           02 PR-D-T PIC ZZZ,ZZZ,ZZ9.
           02 PR-D-I PIC ZZZ,ZZZ,ZZ9.
           02 PR-D-K PIC ZZZ,ZZZ,ZZ9.
           02 PR-D-NET PIC ZZ,ZZZ,ZZ9-.
       01 PRZ5.
           02 F PIC X(32) VALUE "PLASIYER TOPLAMI".
           02 PR-S-T PIC ZZZ,ZZZ,ZZ9.
           02 PR-S-I PIC ZZZ,ZZZ,ZZ9.
           02 PR-S-K PIC ZZZ,ZZZ,ZZ9.
           02 PR-S-NET PIC ZZ,ZZZ,ZZ9-.
       01 PRZ6.
           02 F PIC X(16) VALUE "PRIM MATRAHI  :".
           02 PR-M-NET PIC Z,ZZZ,ZZZ,ZZ9-.
           02 F PIC X(9) VALUE "  ORAN %:".
           02 PR-M-ORAN PIC Z9.99.
           02 F PIC X(9) VALUE "  PRIM  :".
           02 PR-M-PRIM PIC Z,ZZZ,ZZZ,ZZ9-.
       01 PRZ7.
           02 F PIC X(16) VALUE "GENEL MATRAH  :".
           02 PR-G-NET PIC Z,ZZZ,ZZZ,ZZ9-.
           02 F PIC X(16) VALUE "  TOPLAM PRIM :".
           02 PR-G-PRIM PIC Z,ZZZ,ZZZ,ZZ9-.
       01 PSZ1.
           02 F PIC X(34) VALUE "PLASIYER SATIS / BAKIYE RAPORU".
           02 F PIC X(5) VALUE "YIL:".
           02 PS-B-YIL PIC ZZZ9.
       01 PSZ2.
           02 F PIC X(32) VALUE "KODU            UNVANI".
           02 F PIC X(11) VALUE "      SATIS".
           02 F PIC X(11) VALUE "       IADE".
           02 F PIC X(11) VALUE "   TAHSILAT".
           02 F PIC X(14) VALUE "        BAKIYE".
       01 PSZ3.
           02 PS-D-KOD PIC X(15).
           02 F PIC X VALUE SPACE.
           02 PS-D-UNVAN PIC X(16).
           02 PS-D-M PIC ZZZ,ZZZ,ZZ9.
           02 PS-D-I PIC ZZZ,ZZZ,ZZ9.
           02 PS-D-T PIC ZZZ,ZZZ,ZZ9.
           02 PS-D-BAK PIC Z,ZZZ,ZZZ,ZZ9-.
       01 PSZ4.
           02 F PIC X(17) VALUE "PLASIYER TOPLAMI".
           02 PS-S-SAY PIC ZZZ9.
           02 F PIC X(11) VALUE " MUSTERI".
           02 PS-S-M PIC ZZZ,ZZZ,ZZ9.
           02 PS-S-I PIC ZZZ,ZZZ,ZZ9.
           02 PS-S-T PIC ZZZ,ZZZ,ZZ9.
           02 PS-S-BAK PIC Z,ZZZ,ZZZ,ZZ9-.
      * TAKSIT PLANI ONIZLEME SATIRI VE TAKSIT VADE LISTESI KALIPLARI.
       01 TKZ-E.
           02 F PIC X(11) VALUE "VADE FARKI:".
           02 TK-E-VF PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(8) VALUE " TOPLAM:".
           02 TK-E-TOPLAM PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(8) VALUE " TAKSIT:".
           02 TK-E-TAKSIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 TKZ1.
           02 F PIC X(36) VALUE "TAKSIT VADE / GECIKME LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 TK-B-TARIH PIC 9999/99/99.
           02 F PIC X(10) VALUE "  SINIR:".
           02 TK-B-SINIR PIC 9999/99/99.
       01 TKZ2.
           02 F PIC X(9) VALUE "MUSTERI:".
           02 TK-B-KOD PIC X(15).
           02 F PIC X VALUE SPACE.
           02 TK-B-UNVAN PIC X(37).
       01 TKZ3.
           02 F PIC X(10) VALUE "  FIS NO".
           02 F PIC X(7) VALUE "TKS".
           02 F PIC X(10) VALUE "VADE".
           02 F PIC X(11) VALUE "     TAKSIT".
           02 F PIC X(11) VALUE "     ODENEN".
           02 F PIC X(11) VALUE "      KALAN".
           02 F PIC X(14) VALUE "  DURUM    GUN".
       01 TKZ4.
           02 TK-D-SNO PIC Z(7)9.
           02 F PIC X(2) VALUE SPACES.
           02 TK-D-TNO PIC Z9.
           02 F PIC X VALUE "/".
           02 TK-D-ADET PIC 99.
           02 F PIC X(2) VALUE SPACES.
           02 TK-D-VADE PIC 9999/99/99.
           02 TK-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
           02 TK-D-ODENEN PIC ZZZ,ZZZ,ZZ9.
           02 TK-D-KALAN PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 TK-D-DURUM PIC X(8).
           02 TK-D-GUN PIC ZZZ9.
       01 TKZ5.
           02 F PIC X(20) VALUE "MUSTERI TOPLAMI".
           02 F PIC X(14) VALUE " VADESI GELEN:".
           02 TK-S-GEL PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(11) VALUE " YAKLASAN:".
           02 TK-S-YAK PIC ZZ,ZZZ,ZZZ,ZZ9.
      * ARIZA SAYIM RAPORU VE ACIK SERVIS LISTESI KALIPLARI.
       01 AZZ1.
           02 F PIC X(40) VALUE "ARIZA SAYIM RAPORU (MAL KODU BAZINDA)".
           02 F PIC X(5) VALUE "YIL:".
           02 AZ-B-YIL PIC ZZZ9.
       01 AZZ2.
           02 F PIC X(30) VALUE "MAL KODU MALIN ADI".
           02 F PIC X(6) VALUE "ARIZA".
           02 F PIC X(6) VALUE "UNITE".
           02 F PIC X(6) VALUE "GARAN".
           02 F PIC X(5) VALUE "UCRET".
           02 F PIC X(11) VALUE "      PARCA".
           02 F PIC X(11) VALUE "    ISCILIK".
       01 AZZ3.
           02 AZ-D-MAL PIC X(8).
           02 F PIC X VALUE SPACE.
           02 AZ-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 AZ-D-ARIZA PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 AZ-D-UNITE PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 AZ-D-GAR PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 AZ-D-UCR PIC ZZZZ9.
           02 AZ-D-PARCA PIC ZZZ,ZZZ,ZZ9.
           02 AZ-D-ISC PIC ZZZ,ZZZ,ZZ9.
       01 ASZ1.
           02 F PIC X(36) VALUE "ACIK SERVIS FISLERI".
           02 F PIC X(7) VALUE "TARIH:".
           02 AS-B-TARIH PIC 9999/99/99.
       01 ASZ2.
           02 F PIC X(8) VALUE "FIS NO".
           02 F PIC X(11) VALUE "GIRIS".
           02 F PIC X(6) VALUE " GUN".
           02 F PIC X(16) VALUE "SERI NO".
           02 F PIC X(9) VALUE "MAL KODU".
           02 F PIC X(2) VALUE "G".
           02 F PIC X(7) VALUE "SIKAYET".
       01 ASZ3.
           02 AS-D-NO PIC 9(6).
           02 F PIC X(2) VALUE SPACES.
           02 AS-D-GIRIS PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 AS-D-GUN PIC ZZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 AS-D-SERI PIC X(15).
           02 F PIC X VALUE SPACE.
           02 AS-D-MAL PIC X(8).
           02 F PIC X VALUE SPACE.
           02 AS-D-GAR PIC X.
           02 F PIC X VALUE SPACE.
           02 AS-D-SIK PIC X(22).
       01 ASZ4.
           02 F PIC X(17) VALUE "ACIK FIS SAYISI:".
           02 AS-T-SAY PIC ZZZ9.
       01 SPZ1.
           02 F PIC X(36) VALUE "ACIK / GECIKEN SATINALMA SIPARISLERI".
           02 F PIC X(7) VALUE " TARIH:".
           02 AP-B-TARIH PIC 9999/99/99.
       01 SPZ2.
           02 F PIC X(10) VALUE "SIP.NO SR".
           02 F PIC X(9) VALUE "TEDARIK".
           02 F PIC X(9) VALUE "MAL KODU".
           02 F PIC X(11) VALUE "TESLIM".
           02 F PIC X(6) VALUE "  SIP.".
           02 F PIC X(6) VALUE " GELEN".
           02 F PIC X(6) VALUE " KALAN".
           02 F PIC X(5) VALUE "  GUN".
           02 F PIC X(8) VALUE SPACES.
       01 SPZ3.
           02 SP-D-NO PIC 9(6).
           02 F PIC X VALUE SPACE.
           02 SP-D-SATIR PIC 99.
           02 F PIC X VALUE SPACE.
           02 SP-D-TD PIC X(8).
           02 F PIC X VALUE SPACE.
           02 SP-D-MAL PIC X(8).
           02 F PIC X VALUE SPACE.
           02 SP-D-TESLIM PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 SP-D-SIP PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 SP-D-GELEN PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 SP-D-KALAN PIC ZZZZ9.
           02 F PIC X VALUE SPACE.
           02 SP-D-GEC PIC ZZZ9.
           02 F PIC X VALUE SPACE.
           02 SP-D-NOT PIC X(8).
       01 SPZ4.
           02 F PIC X(19) VALUE "ACIK SATIR SAYISI:".
           02 AP-T-SAY PIC ZZZ9.
           02 F PIC X(12) VALUE "   GECIKEN:".
           02 AP-T-GEC PIC ZZZ9.
       01 FPZ1.
           02 F PIC X(34) VALUE "LISTE FIATI DEGISIM RAPORU".
           02 FP-B-ILK PIC 9999/99/99.
           02 F PIC X(3) VALUE " - ".
           02 FP-B-SON PIC 9999/99/99.
       01 FPZ2.
           02 F PIC X(11) VALUE "GECERLILIK".
           02 F PIC X(9) VALUE "MAL KODU".
           02 F PIC X(21) VALUE "MAL ADI".
           02 F PIC X(12) VALUE "  ESKI FIAT".
           02 F PIC X(12) VALUE "  YENI FIAT".
           02 F PIC X(8) VALUE "  DEG.%".
           02 F PIC X(5) VALUE "TUR".
       01 FPZ3.
           02 FP-D-TARIH PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 FP-D-MAL PIC X(8).
           02 F PIC X VALUE SPACE.
           02 FP-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 FP-D-ESKI PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 FP-D-FIAT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 FP-D-DEG PIC ---9.99.
           02 F PIC X VALUE SPACE.
           02 FP-D-TUR PIC X(5).
       01 FPZ4.
           02 F PIC X(20) VALUE "DEGISIKLIK SAYISI:".
           02 FP-T-SAY PIC ZZZZ9.
       01 ELZ1.
           02 F PIC X(38) VALUE "E-FATURA / E-ARSIV DURUM LISTESI".
           02 F PIC X(7) VALUE "TARIH:".
           02 EL-B-TARIH PIC 9999/99/99.
       01 ELZ2.
           02 F PIC X(8) VALUE "FAT.NO".
           02 F PIC X(11) VALUE "TARIH".
           02 F PIC X(16) VALUE "MUSTERI KODU".
           02 F PIC X(9) VALUE "TUR".
           02 F PIC X(16) VALUE "   GENEL TOPLAM".
           02 F PIC X(11) VALUE " DURUM".
           02 F PIC X(8) VALUE "D.TARIH".
       01 ELZ3.
           02 EL-D-NO PIC 9(6).
           02 F PIC XX VALUE SPACES.
           02 EL-D-TARIH PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 EL-D-KOD PIC X(15).
           02 F PIC X VALUE SPACE.
           02 EL-D-TUR PIC X(8).
           02 F PIC X VALUE SPACE.
           02 EL-D-GENEL PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(2) VALUE SPACES.
           02 EL-D-DURUM PIC X(10).
           02 F PIC X VALUE SPACE.
           02 EL-D-DTARIH PIC 9(8).
       01 ELZ3B.
           02 F PIC X(20) VALUE SPACES.
           02 F PIC X(12) VALUE "RED NEDENI:".
           02 EL-D-NEDEN PIC X(30).
       01 ELZ4.
           02 F PIC X(8) VALUE "FATURA:".
           02 EL-T-SAY PIC ZZZZ9.
           02 F PIC X(11) VALUE "  BEKLEYEN:".
           02 EL-T-BEK PIC ZZZZ9.
           02 F PIC X(13) VALUE "  GONDERILEN:".
           02 EL-T-GON PIC ZZZZ9.
           02 F PIC X(8) VALUE "  KABUL:".
           02 EL-T-KABUL PIC ZZZZ9.
           02 F PIC X(6) VALUE "  RED:".
           02 EL-T-RED PIC ZZZZ9.
      * PARAMETRE DEGISIKLIK JURNALI (PRMKAYIT): TABLO, ANAHTAR,
      * ISLEM (E EKLEME, D DEGISTIRME, S SILME) VE KAYDIN ESKI/YENI
      * GORUNUMU. DEGER DEGISMEMISSE JURNALE YAZILMAZ.
       01 PRM-IZ.
           02 PI-TABLO PIC X(8).
           02 PI-ANAHTAR PIC X(20).
           02 PI-ISLEM PIC X.
           02 PI-ESKI PIC X(50).
           02 PI-YENI PIC X(50).
       01 PI-MAL.
           02 PI-M-ADI PIC X(20).
           02 F PIC X(6) VALUE " FIAT ".
           02 PI-M-FIAT PIC Z(8)9.
           02 F PIC X(5) VALUE " KDV ".
           02 PI-M-KDV PIC Z9.99.
      * ISLEM JURNALI (ISLJRN): KON1, KON2 VE CEKN'E YAPILAN HER
      * EKLEME (E), DEGISTIRME (D) VE SILMEDE (S) KAYDIN SON HALI.
      * YEDEK GERI YUKLENDIGINDE ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE SPACES.
           02 JI-ISLEM PIC X VALUE SPACE.
           02 JI-PROGRAM PIC X(8) VALUE "KONSIYE".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 E-MT.
           02 BLANK SCREEN.
           02 LINE 13 COLUMN 33 VALUE "21:FATURA KESIMI".
           02 LINE 13 COLUMN 55 VALUE "22:KDV ICMALI".
           02 LINE 15 COLUMN 55 VALUE "19:SERI DOKUMU".
           02 LINE 5 COLUMN 33 VALUE "23:PLASIYER TANIMI".
           02 LINE 6 COLUMN 33 VALUE "24:PLASIYER PRIM OZETI".
           02 LINE 7 COLUMN 33 VALUE "25:PLASIYER SATIS/BAKIYE".
           02 LINE 8 COLUMN 33 VALUE "26:TAKSIT VADE LISTESI".
           02 LINE 9 COLUMN 33 VALUE "27:SERVIS FISI GIRISI".
           02 LINE 10 COLUMN 33 VALUE "28:SERVIS FISI KAPAMA".
           02 LINE 11 COLUMN 33 VALUE "29:ARIZA SAYIM RAPORU".
           02 LINE 12 COLUMN 33 VALUE "30:ACIK SERVIS LISTESI".
           02 LINE 5 COLUMN 55 VALUE "31:TEDARIKCI TANIMI".
           02 LINE 6 COLUMN 55 VALUE "32:SATINALMA SIPARISI".
           02 LINE 7 COLUMN 55 VALUE "33:SIPARISE MAL KABUL".
           02 LINE 8 COLUMN 55 VALUE "34:ACIK SIPARIS LISTESI".
           02 LINE 9 COLUMN 55 VALUE "35:TOPLU FIAT ARTISI".
           02 LINE 10 COLUMN 55 VALUE "36:FIAT DEGISIM RAPORU".
           02 LINE 11 COLUMN 55 VALUE "37:MUSTERI VERGI BILGISI".
           02 LINE 12 COLUMN 55 VALUE "38:E-FATURA TAKIBI".
           02 LINE 14 COLUMN 55 VALUE "39:E-FATURA LISTESI".
           02 LINE 18 COLUMN 7 REVERSE-VIDEO VALUE "SECIMINIZ ==>".
           02 LINE 18 COLUMN 21 PIC 99 USING S.
       01 E2.
           02 LINE 7 COLUMN 25 PIC X(22) USING ADRES.
           02 LINE 8 COLUMN 25 PIC 9(11) USING LIMITI.
           02 LINE 9 COLUMN 25 PIC 99.99 USING ISK-ORAN.
           02 LINE 10 COLUMN 7 VALUE "PLASIYER KODU   :".
           02 LINE 10 COLUMN 25 PIC X(3) USING PLS-KOD.
       01 E3.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
           02 LINE 15 COLUMN 33 PIC 9999 USING VADE-YILI.
           02 LINE 16 COLUMN 7 VALUE "CEK NO {0=SIRADAN}:".
           02 LINE 16 COLUMN 27 PIC 9(6) USING CK-FIZ-NO.
       01 E-TK.
           02 LINE 14 COLUMN 7 VALUE "TAKSIT SAYISI      :".
           02 LINE 14 COLUMN 27 PIC 99 USING TK-SAY.
           02 LINE 15 COLUMN 7 VALUE "ILK VADE GG AA YYYY:".
           02 LINE 15 COLUMN 27 PIC 99 USING TK-G-GUN.
           02 LINE 15 COLUMN 30 PIC 99 USING TK-G-AY.
           02 LINE 15 COLUMN 33 PIC 9999 USING TK-G-YIL.
           02 LINE 16 COLUMN 7 VALUE "VADE FARKI %       :".
           02 LINE 16 COLUMN 27 PIC 99.99 USING TK-VF-ORAN.
       01 E-SV.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "SERVIS FISI GIRISI".
           02 LINE 5 COLUMN 7 VALUE "SERI NO         :".
           02 LINE 5 COLUMN 25 PIC X(15) USING SV-SERI.
       01 E-SV2.
           02 LINE 12 COLUMN 7 VALUE "SIKAYET         :".
           02 LINE 12 COLUMN 25 PIC X(40) USING SV-SIKAYET.
           02 LINE 13 COLUMN 7 VALUE "GARANTI (E/H)   :".
           02 LINE 13 COLUMN 25 PIC X USING SV-GARANTI.
       01 E-SK.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "SERVIS FISI KAPAMA".
           02 LINE 5 COLUMN 7 VALUE "SERVIS FIS NO   :".
           02 LINE 5 COLUMN 25 PIC 9(6) USING SV-NO.
       01 E-SK2.
           02 LINE 17 COLUMN 7 VALUE "ISCILIK TUTARI  :".
           02 LINE 17 COLUMN 25 PIC 9(11) USING SV-ISCILIK.
           02 LINE 18 COLUMN 7 VALUE "GARANTI (E/H)   :".
           02 LINE 18 COLUMN 25 PIC X USING SV-GARANTI.
       01 E-TD.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "TEDARIKCI TANIMI".
           02 LINE 5 COLUMN 7 VALUE "TEDARIKCI KODU :".
           02 LINE 6 COLUMN 7 VALUE "UNVANI         :".
           02 LINE 7 COLUMN 7 VALUE "TELEFONU       :".
           02 LINE 8 COLUMN 7 VALUE "VKN / TC KIMLIK:".
           02 LINE 5 COLUMN 25 PIC X(8) USING TD-KOD.
           02 LINE 6 COLUMN 25 PIC X(25) USING TD-ADI.
           02 LINE 7 COLUMN 25 PIC X(15) USING TD-TEL.
           02 LINE 8 COLUMN 25 PIC X(11) USING TD-VKN.
       01 E-SP.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "SATINALMA SIPARISI".
           02 LINE 5 COLUMN 7 VALUE "TEDARIKCI KODU :".
           02 LINE 5 COLUMN 25 PIC X(8) USING TD-KOD.
           02 LINE 7 COLUMN 7 VALUE "TESLIM GG AA YYYY:".
           02 LINE 7 COLUMN 27 PIC 99 USING SP-G-GUN.
           02 LINE 7 COLUMN 30 PIC 99 USING SP-G-AY.
           02 LINE 7 COLUMN 33 PIC 9999 USING SP-G-YIL.
       01 E-KB.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "SIPARISE KARSI MAL KABUL".
           02 LINE 5 COLUMN 7 VALUE "SIPARIS NO     :".
           02 LINE 5 COLUMN 25 PIC 9(6) USING KB-NO.
       01 E-FR.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "TOPLU FIAT ARTISI".
           02 LINE 5 COLUMN 7 VALUE "ILK MAL KODU      :".
           02 LINE 6 COLUMN 7 VALUE "SON MAL KODU      :".
           02 LINE 7 COLUMN 7 VALUE "ARTIS YUZDESI     :".
           02 LINE 8 COLUMN 7 VALUE "GECERLI GG AA YYYY:".
           02 LINE 5 COLUMN 27 PIC X(8) USING FR-ILK.
           02 LINE 6 COLUMN 27 PIC X(8) USING FR-SON.
           02 LINE 7 COLUMN 27 PIC 99.99 USING FR-ORAN.
           02 LINE 8 COLUMN 27 PIC 99 USING FR-G-GUN.
           02 LINE 8 COLUMN 30 PIC 99 USING FR-G-AY.
           02 LINE 8 COLUMN 33 PIC 9999 USING FR-G-YIL.
       01 E-MV.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "MUSTERI VERGI BILGISI".
           02 LINE 5 COLUMN 7 VALUE "MUSTERI KODU   :".
           02 LINE 5 COLUMN 25 PIC X(15) USING MV-KOD.
           02 LINE 20 COLUMN 7 VALUE
              "FIRMANIN KENDI BILGISI ICIN KOD: *FIRMA".
       01 E-MV2.
           02 LINE 7 COLUMN 7 VALUE "UNVANI         :".
           02 LINE 8 COLUMN 7 VALUE "VKN / TC KIMLIK:".
           02 LINE 9 COLUMN 7 VALUE "VERGI DAIRESI  :".
           02 LINE 10 COLUMN 7 VALUE "ADRES          :".
           02 LINE 11 COLUMN 7 VALUE "ILCE           :".
           02 LINE 12 COLUMN 7 VALUE "IL             :".
           02 LINE 13 COLUMN 7 VALUE "E-FATURA MUKELLEFI (E/H):".
           02 LINE 14 COLUMN 7 VALUE "E-POSTA        :".
           02 LINE 8 COLUMN 25 PIC X(11) USING MV-VKN.
           02 LINE 9 COLUMN 25 PIC X(20) USING MV-DAIRE.
           02 LINE 10 COLUMN 25 PIC X(30) USING MV-ADRES.
           02 LINE 11 COLUMN 25 PIC X(15) USING MV-ILCE.
           02 LINE 12 COLUMN 25 PIC X(15) USING MV-IL.
           02 LINE 13 COLUMN 34 PIC X USING MV-EFAT.
           02 LINE 14 COLUMN 25 PIC X(40) USING MV-EPOSTA.
       01 E-ND.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
           02 LINE 6 COLUMN 7 VALUE "ACIKLAMASI     :".
           02 LINE 5 COLUMN 25 PIC X(2) USING ND-KOD.
           02 LINE 6 COLUMN 25 PIC X(20) USING ND-ADI.
       01 E-PL.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 REVERSE-VIDEO
              "--- YUKSEL TARIM ALETLERI ---".
           02 LINE 2 COLUMN 1 REVERSE-VIDEO VALUE
              "--- SAN.VE TIC. LTD. STI. ---".
           02 LINE 3 COLUMN 7 VALUE "PLASIYER TANIMI".
           02 LINE 5 COLUMN 7 VALUE "PLASIYER KODU  :".
           02 LINE 6 COLUMN 7 VALUE "ADI SOYADI     :".
           02 LINE 7 COLUMN 7 VALUE "PRIM YUZDESI   :".
           02 LINE 5 COLUMN 25 PIC X(3) USING PL-KOD.
           02 LINE 6 COLUMN 25 PIC X(25) USING PL-ADI.
           02 LINE 7 COLUMN 25 PIC 99.99 USING PL-ORAN.
       01 SIF-EKRANI.
           02 LINE 18 COLUMN 11 VALUE "YETKILI SIFRESINI GIRINIZ:".
           02 LINE 18 COLUMN 39 PIC X(10) USING SIFRE SECURE AUTO.
           ELSE IF S = 20 PERFORM MARJ-RAPOR
           ELSE IF S = 21 PERFORM FATURA-KES
           ELSE IF S = 22 PERFORM KDV-ICMAL
           ELSE IF S = 23 PERFORM PLASIYER-TANIM
           ELSE IF S = 24 PERFORM PRIM-OZET
           ELSE IF S = 25 PERFORM PLS-RAPOR
           ELSE IF S = 26 PERFORM TAKSIT-LISTE
           ELSE IF S = 27 PERFORM SERVIS-GIR
           ELSE IF S = 28 PERFORM SERVIS-KAPA
           ELSE IF S = 29 PERFORM ARIZA-RAPOR
           ELSE IF S = 30 PERFORM ACIK-SERVIS
           ELSE IF S = 31 PERFORM TEDARIK-TANIM
           ELSE IF S = 32 PERFORM SIPARIS-GIR
           ELSE IF S = 33 PERFORM MAL-KABUL
           ELSE IF S = 34 PERFORM ACIK-SIPARIS
           ELSE IF S = 35 PERFORM FIYAT-ARTIR
           ELSE IF S = 36 PERFORM FIYAT-RAPOR
           ELSE IF S = 37 PERFORM MUSTERI-VERGI
           ELSE IF S = 38 PERFORM EFATURA-TAKIP
           ELSE IF S = 39 PERFORM EFATURA-LISTE
           ELSE IF S = 99 PERFORM DOS-YARAT
           ELSE DISPLAY (23 7) S DISPLAY (23 9) 
           "  .NOLU ISLEM YANLIS LUTFEN DOGRU GIRINIZ" GO KMA2.
           DISPLAY (23 11) "YARATMAK ISTIYOR MUSUNUZ?".
           ACCEPT (23 45) C. IF C = "H" GO DOS-SON.
           OPEN OUTPUT KON2. CLOSE KON2.
           OPEN OUTPUT TAKSIT. CLOSE TAKSIT.
           DISPLAY (1 1) ERASE.
           DISPLAY (11 11) "DOSYALAR TEKRAR YARATILDI ENT BAS".
           ACCEPT C.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO KON-G-SON.
       KD2. MOVE SPACES TO KOD1 UNVAN1 ADRES PLS-KOD.
           MOVE 0 TO BAKIYE LIMITI ISK-ORAN.
       KD3. DISPLAY E2. DISPLAY (3 7) "YENI MUSTERI KODU GIRISI".
            DISPLAY (25 1) "ESC ILE CIKILIR".
       KD6. ACCEPT EE2 ON ESCAPE GO KON-G-SON.            
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO KD6.
           PERFORM PLS-KONTROL THRU PLS-KONTROL-SON.
           IF PLS-HATA = "E" GO KD6.
           WRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
           ACCEPT C GO KON-G-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           PERFORM ORTAK-KAYIT THRU ORTAK-KAYIT-SON.
           PERFORM PLS-ATA THRU PLS-ATA-SON.
           GO KD2.
       KON-G-SON. CLOSE KON1.
       ORTAK-ARA.
       KI4. ACCEPT E2 ON ESCAPE GO KON-I-SON. MOVE KOD1 TO KOD11.
           READ KON1 INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 11) "BU KOD ISLENMEMIS ENT BAS" ACCEPT C GO KI2.
           PERFORM PLS-OKU THRU PLS-OKU-SON.
           DISPLAY EE2. 
           DISPLAY (21 11) "BU KAYDI SILMEK ISTIYORMUSUNUZ". 
           ACCEPT (21 43) C. IF C = "H" GO KI2.
           ACCEPT C GO KI2.
       KI5. DELETE KON1 INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- SILEMIYORUM  DISK BOZUK ENT BAS ---"
           ACCEPT C GO KON-I-SON.
           MOVE "S" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           MOVE SPACES TO PLS-KOD.
           PERFORM PLS-ATA THRU PLS-ATA-SON.
           GO KI2.
       KON-I-SON. CLOSE KON1 KON2.
       KOD-IPT-CIK. EXIT.
       KOD-DEG SECTION.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO KON-E-SON.
       KE2. MOVE SPACES TO KOD1 UNVAN1 ADRES PLS-KOD.
       KE3. DISPLAY E2. DISPLAY (3 7) "MUSTERI KODUNDA DEGISIKLIK".
            DISPLAY (25 1) "ESC ILE CIKILIR".
       KE4. ACCEPT E2 ON ESCAPE GO KON-E-SON.
           READ KON1 INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 11) "BU KOD YOK ENT BAS" ACCEPT C  GO KE2.
           PERFORM PLS-OKU THRU PLS-OKU-SON.
       KE5. DISPLAY EE2. 
           DISPLAY (23 1) "CTRL-B  (^B)  ILE BIR ALAN GERI GIDILIR".
       KE6. ACCEPT EE2 ON ESCAPE GO KON-E-SON.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 27) C.
           IF C = "H" GO KE6.
           PERFORM PLS-KONTROL THRU PLS-KONTROL-SON.
           IF PLS-HATA = "E" GO KE6.
           REWRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
           ACCEPT C GO KON-E-SON.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           PERFORM PLS-ATA THRU PLS-ATA-SON.
           GO KE2.
       KON-E-SON. CLOSE KON1.
       KON-GIR SECTION.
       KSG1. OPEN I-O KON2 KON1.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO KON-SG-SON.
           PERFORM TK-AC THRU TK-AC-SON.
       KSG2. MOVE SPACES TO KOD1 KOD11 MAL-ISMI MAL-KODU AKT.
           MOVE SPACES TO K2-NEDEN. MOVE 0 TO K2-FATURA-NO.
           MOVE "M" TO ISLEM-TIPI.
           READ KON2 INVALID KEY GO AQYT1. DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "BOYLE BIR KAYIT MEVCUT ENT BAS"
           ACCEPT C GO KSG2.
       AQYT1.
           COMPUTE DNK-TARIH =
              (I-YILI * 10000) + (I-AYI * 100) + I-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO KSG2.
           DISPLAY E33.
       KSGQ1. ACCEPT E33 ON ESCAPE GO KON-SG-SON.
           IF ISLEM-TIPI NOT = "M" AND ISLEM-TIPI NOT = "I" AND
           ISLEM-TIPI NOT = "T" DISPLAY (24 1) ERASE DISPLAY (24 1)
           IF ND-HATA = "E" GO KSGQ1.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO KSGQ1.
           MOVE "H" TO TK-PLAN.
           IF ISLEM-TIPI = "M"
              PERFORM TK-SOR THRU TK-SOR-SON
              IF TK-HATA = "E" GO KSGQ1.
           IF ISLEM-TIPI = "M"
              PERFORM TK-RISK-BUL THRU TK-RISK-BUL-SON.
           IF ISLEM-TIPI = "M" AND LIMITI > 0 AND
              TK-RISK + TUTAR > LIMITI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "KREDI LIMITI ASILIYOR, YETKILI SIFRESI GEREKIR"
              MOVE SPACES TO SIFRE
           WRITE KON2-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
           ACCEPT C GO KON-SG-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           IF KN-DST = "99" DISPLAY (24 1) ERASE DISPLAY (24 1)
           "KAYIT KULLANIMDA, TEKRAR DENEYINIZ ENT BAS"
           ACCEPT C GO KSGQ1.
           REWRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- BAKIYE GUNCELLENEMEDI ENT BAS ---"
           ACCEPT C.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           IF TK-PLAN = "E" PERFORM TK-YAZ THRU TK-YAZ-SON.
           IF ISLEM-TIPI = "T"
              MOVE TUTAR TO TK-MIKTAR
              PERFORM TK-DAGIT THRU TK-DAGIT-SON.
           IF MAL-KODU NOT = SPACES AND MAL-ADET > 0
              PERFORM SERI-ISLE THRU SERI-ISLE-SON.
           IF ISLEM-TIPI = "M"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "CEK KAYDI YAZILAMADI ENT BAS" ACCEPT C
              CLOSE CEKN GO CEK-KAYDET-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "CEK KAYDI ACILDI, CEK NO:".
           DISPLAY (24 27) CEK-NO.
           REWRITE KON2-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "CEK ISARETI YAZILAMADI ENT BAS" ACCEPT C.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
       CEK-KAYDET-SON. EXIT.
       KON-SG-SON. CLOSE KON1 KON2.
           IF TK-VAR = "E" CLOSE TAKSIT MOVE "H" TO TK-VAR.
       KON-DEG SECTION.
       KDG1. OPEN I-O KON2 KON1.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO KON-DG-SON.
           PERFORM TK-AC THRU TK-AC-SON.
       KDG2. MOVE SPACES TO KOD1 KOD11 MAL-ISMI MAL-KODU.
           MOVE 0 TO I-GUNU I-AYI I-YILI TUTAR I-NO MAL-ADET.
       KDG3. DISPLAY E3. DISPLAY (3 7) "KONSIYE DEGISIKLIGI".
           ACCEPT C GO KDG2.
           READ KON2 INVALID KEY DISPLAY (24 1) ERASE DISPLAY (24 1)
           "BOYLE BIR KAYIT MEVCUT DEGIL ENT BAS" ACCEPT C GO KDG2.
           COMPUTE DNK-TARIH =
              (I-YILI * 10000) + (I-AYI * 100) + I-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO KDG2.
           MOVE TUTAR TO ESKI-TUTAR. MOVE ISLEM-TIPI TO ESKI-TIPI.
           MOVE AKT TO ESKI-AKT.
           IF ISLEM-TIPI = "M" PERFORM TK-VAR-MI THRU TK-VAR-MI-SON
              IF TK-BULDU = "E" DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAKSITLI SATIS DEGISMEZ, IPTAL EDIP GIRIN ENT BAS"
              ACCEPT C GO KDG2.
           DISPLAY E33.
       KDGQ1. ACCEPT E33 ON ESCAPE GO KON-DG-SON.
           IF ISLEM-TIPI NOT = "M" AND ISLEM-TIPI NOT = "I" AND
           REWRITE KON2-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
           ACCEPT C GO KON-DG-SON.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           IF KN-DST = "99" DISPLAY (24 1) ERASE DISPLAY (24 1)
           "KAYIT KULLANIMDA, TEKRAR DENEYINIZ ENT BAS"
           ACCEPT C GO KDGQ1.
           REWRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- BAKIYE GUNCELLENEMEDI ENT BAS ---"
           ACCEPT C.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           IF ESKI-TIPI = "T"
              MOVE ESKI-TUTAR TO TK-MIKTAR
              PERFORM TK-GERI THRU TK-GERI-SON.
           IF ISLEM-TIPI = "T"
              MOVE TUTAR TO TK-MIKTAR
              PERFORM TK-DAGIT THRU TK-DAGIT-SON.
      * AKTARILMIS TAHSILAT DEGISTIYSE ESKI TUTAR STORNO KUYRUGUNA
      * YAZILIR VE AKTARMA ISARETI SILINIR; YENI TUTAR BIR SONRAKI
      * AKTARMADA YENIDEN GECER.
                 MOVE ESKI-TUTAR TO AQI-TUTAR
                 PERFORM AKT-IPTAL-YAZ THRU AKT-IPTAL-YAZ-SON
                 MOVE SPACE TO AKT
                 REWRITE KON2-KAYDI INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "D" TO JI-ISLEM
                 PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           GO KDG2.
       KON-DG-SON. CLOSE KON1 KON2.
           IF TK-VAR = "E" CLOSE TAKSIT MOVE "H" TO TK-VAR.
       KON-IPTAL SECTION.
       KIG1. OPEN I-O KON2 KON1.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO KON-IG-SON.
           PERFORM TK-AC THRU TK-AC-SON.
       KIG2. MOVE SPACES TO KOD1 KOD11 MAL-ISMI MAL-KODU.
           MOVE 0 TO I-GUNU I-AYI I-YILI TUTAR I-NO MAL-ADET.
       KIG3. DISPLAY E3. DISPLAY (3 7) "KONSIYE IPTALI".
           ACCEPT C GO KIG2.
           READ KON2 INVALID KEY DISPLAY (24 1) ERASE DISPLAY (24 1)
           "BOYLE BIR KAYIT MEVCUT DEGIL ENT BAS" ACCEPT C GO KIG2.
           COMPUTE DNK-TARIH =
              (I-YILI * 10000) + (I-AYI * 100) + I-GUNU.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO KIG2.
           DISPLAY E33.
           DISPLAY (21 11) "BU KAYDI SILMEK ISTIYOR MUSUNUZ".
           ACCEPT (21 47) C. IF C = "H" GO KIG2.
           DELETE KON2 INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- SILEMIYORUM DISK BOZUK ENT BAS ---"
           ACCEPT C GO KON-IG-SON.
           MOVE "S" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           IF ISLEM-TIPI = "T"
              MOVE TUTAR TO TK-MIKTAR
              PERFORM TK-GERI THRU TK-GERI-SON.
           IF ISLEM-TIPI = "M" PERFORM TK-SIL THRU TK-SIL-SON.
           IF ISLEM-TIPI = "M" SUBTRACT TUTAR FROM BAKIYE
           ELSE ADD TUTAR TO BAKIYE.
           REWRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- BAKIYE GUNCELLENEMEDI ENT BAS ---"
           ACCEPT C.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           GO KIG2.
       KON-IG-SON. CLOSE KON1 KON2.
           IF TK-VAR = "E" CLOSE TAKSIT MOVE "H" TO TK-VAR.
       KOD-EK SECTION.
       K-E-1. OPEN INPUT KON1.
           IF KN-DST NOT = "00"
           CLOSE MALTAB.
           MOVE MT-ADI TO MAL-ISMI.
           DISPLAY (10 27) MAL-ISMI.
           PERFORM FY-AC THRU FY-AC-SON.
           MOVE MAL-KODU TO FY-A-MAL.
           COMPUTE FY-A-TARIH = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           PERFORM FY-BUL THRU FY-BUL-SON.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
      * BIRIM FIAT LISTEDEN (IRSALIYE TARIHINDE GECERLI FIAT), TUTAR
      * MUSTERININ ISKONTOSU DUSULEREK HESAPLANIR; BUYUK BAYILER
      * ARTIK HESAP MAKINESIYLE DEGIL KAYITLI ORANLA INDIRIM ALIR.
           IF TUTAR = 0 AND MAL-ADET > 0
              COMPUTE TUTAR ROUNDED = (FY-A-FIAT * MAL-ADET *
                 (100 - ISK-ORAN)) / 100
              DISPLAY (11 27) TUTAR
              IF ISK-ORAN NOT = 0
           DISPLAY (13 31) ND-ADI.
           CLOSE NEDEN.
       NEDEN-SOR-SON. EXIT.
      * MUHASEBE DONEM KILIDI: DNK-TARIH (YYYYAAGG) KILITLI AYA
      * DUSUYORSA SATIR EKLENMEZ, DEGISTIRILMEZ, SILINMEZ. KILIDI
      * YALNIZ YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK SECTION.
       DNB-1. CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, ISLEM YAPILAMAZ ENT BAS"
              ACCEPT C.
       DONEM-BAK-SON. EXIT.
      * SERI NUMARALARI: MAL CIKISINDA HER UNITENIN SERISI ALINIR
      * VE KUTUKTE ACILIR; TAHSILAT/IADEDE SERI KAPATILIR. BOS
      * GIRILEREK YARIM BIRAKILABILIR (ESKI USUL SERISIZ MAL).
       SERI-ISLE-SON. EXIT.
       SERI-AC SECTION.
       SAC-0.
           MOVE SRI-SERI TO SR-SERI.
           MOVE "H" TO SRI-DEPO.
           READ SERI INVALID KEY GO SAC-1.
           IF NOT SERI-DEPODA
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SERI NO ZATEN KAYITLI ENT BAS" ACCEPT C
              SUBTRACT 1 FROM SRI-K GO SERI-AC-SON.
           IF SR-MAL-KODU NOT = MAL-KODU
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SERI NO BASKA MAL KODUNA AIT ENT BAS" ACCEPT C
              SUBTRACT 1 FROM SRI-K GO SERI-AC-SON.
           MOVE "E" TO SRI-DEPO.
       SAC-1.
           MOVE SRI-SERI TO SR-SERI.
           MOVE MAL-KODU TO SR-MAL-KODU.
           MOVE KOD11 TO SR-KOD11. MOVE I-NO TO SR-INO.
           MOVE "D" TO SR-DURUM.
           ACCEPT BU-TSAYI FROM DATE YYYYMMDD.
           MOVE BU-TSAYI TO SR-TARIH.
           IF SRI-DEPO = "E" REWRITE SERI-KAYDI GO SERI-AC-SON.
           WRITE SERI-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SERI NO ZATEN KAYITLI ENT BAS" ACCEPT C
           IF SERI-DISARDA DISPLAY (11 7) "DURUM     : MUSTERIDE".
           IF SERI-TAHSIL DISPLAY (11 7) "DURUM     : SATILDI".
           IF SERI-IADE DISPLAY (11 7) "DURUM     : IADE EDILDI".
           IF SERI-DEPODA DISPLAY (11 7) "DURUM     : DEPODA".
           MOVE SR-SERI TO SV-ARA-SERI.
           PERFORM SV-GAR-BUL THRU SV-GAR-BUL-SON.
           IF SV-GSON NOT = 0 DISPLAY (12 7) "GARANTI   :"
              DISPLAY (12 20) SV-GSON
              IF SV-GARANTI = "E" DISPLAY (12 30) "DEVAM EDIYOR"
              ELSE DISPLAY (12 30) "BITMIS".
           OPEN INPUT SERVIS.
           IF SV-DST = "00"
              PERFORM SV-SAY-BUL THRU SV-SAY-BUL-SON
              CLOSE SERVIS
              MOVE SV-SAY TO SV-E-SAY
              DISPLAY (13 7) "SERVIS    :" DISPLAY (13 20) SV-E-SAY
              DISPLAY (13 25) "KEZ, ACIK FIS:"
              MOVE SV-ACIK-SAY TO SV-E-SAY DISPLAY (13 40) SV-E-SAY.
           DISPLAY (23 7) "DEVAM ICIN ENT BAS". ACCEPT C.
           GO SSQ-2.
       SSQ-SON. CLOSE SERI.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO FATURA-KES-CIK.
           PERFORM FY-AC THRU FY-AC-SON.
       FK-1. DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "FATURA KESIMI".
           DISPLAY (5 7) "MUSTERI KODU (BOS=CIKIS):".
           MOVE MAL-KODU TO FT-D-MAL.
           MOVE MAL-ISMI TO FT-D-ISIM.
           MOVE MAL-ADET TO FT-D-ADET.
           MOVE FY-A-FIAT TO FT-D-FIAT.
           MOVE TUTAR TO FT-D-MATRAH.
           MOVE FT-ORAN TO FT-D-ORAN.
           MOVE FT-LKDV TO FT-D-KDV.
           ADD TUTAR TO FT-MATRAH. ADD FT-LKDV TO FT-KDV.
           MOVE FA-NO TO K2-FATURA-NO.
           REWRITE KON2-KAYDI.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           GO FK-OKU.
       FK-BIT. WRITE YAZ FROM BAS5.
           MOVE FT-MATRAH TO FT-T-MATRAH. MOVE FT-KDV TO FT-T-KDV.
           MOVE FT-GENEL TO FT-T-GENEL.
           WRITE YAZ FROM FTZ5.
           CLOSE YAZICI.
           PERFORM EF-KAYIT THRU EF-KAYIT-SON.
           IF EF-HATA = "E"
              DISPLAY (22 7)
              "E-FATURA DOSYASI YAZILAMADI, 38 ILE URETIN"
           ELSE IF EF-EFATURA
              DISPLAY (22 7) "E-FATURA DOSYASI:" DISPLAY (22 28) EF-AD
           ELSE
              DISPLAY (22 7) "E-ARSIV DOSYASI :" DISPLAY (22 28) EF-AD.
           DISPLAY (23 7) "FATURA YAZICIDA, NO:".
           DISPLAY (23 28) FA-NO.
           DISPLAY (24 7) "ENT BAS". ACCEPT C.
           GO FK-1.
       FK-SON. CLOSE KON2 KON1 MALTAB.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
       FATURA-KES-CIK. EXIT.
      * MUSTERININ FATURALANMAMIS ACIK "M" SATIRLARINI SAYAR.
       FK-SAY SECTION.
           GO FK-S-OKU.
       FK-SAY-SON. EXIT.
       FK-ORAN-BUL.
           MOVE 0 TO FT-ORAN FY-A-FIAT.
           IF MAL-KODU = SPACES GO FK-ORAN-BUL-SON.
           MOVE MAL-KODU TO MT-KOD.
           READ MALTAB INVALID KEY GO FK-ORAN-BUL-SON.
           MOVE MT-KDV TO FT-ORAN.
           MOVE MAL-KODU TO FY-A-MAL.
           COMPUTE FY-A-TARIH = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           PERFORM FY-BUL THRU FY-BUL-SON.
       FK-ORAN-BUL-SON. EXIT.
      * SIRADAKI FATURA NUMARASI.
       FT-NO-AL.
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KUTUGU YOK, ONCE MAL TANIMLAYIN ENT BAS"
              ACCEPT C CLOSE KON2 KON1 GO MARJ-RAPOR-CIK.
           PERFORM FY-AC THRU FY-AC-SON.
           PERFORM YAZICI-AC.
           MOVE "Y" TO MJ-ILK.
           MOVE 0 TO MJ-GLISTE MJ-GTUT.
              INPUT PROCEDURE MJ-BESLE THRU MJ-BESLE-SON
              OUTPUT PROCEDURE MJ-DOK THRU MJ-DOK-SON.
           CLOSE KON2 KON1 MALTAB YAZICI.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "MARJ RAPORU YAZICIDA ENT BAS". ACCEPT C.
       MARJ-RAPOR-CIK. EXIT.
           IF MAL-KODU = SPACES GO MJ-B-OKU.
           MOVE MAL-KODU TO MT-KOD.
           READ MALTAB INVALID KEY MOVE 0 TO MT-FIAT.
           MOVE MAL-KODU TO FY-A-MAL.
           COMPUTE FY-A-TARIH = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           PERFORM FY-BUL THRU FY-BUL-SON.
           MOVE KOD11 TO W5-KOD11.
           MOVE MAL-KODU TO W5-MAL.
           COMPUTE W5-LISTE = FY-A-FIAT * MAL-ADET.
           MOVE TUTAR TO W5-TUTAR.
           RELEASE SRT5-KAYDI.
           GO MJ-B-OKU.
       MT-1. OPEN I-O MALTAB.
           IF MT-DST = "35" OPEN OUTPUT MALTAB CLOSE MALTAB
              OPEN I-O MALTAB.
           PERFORM FY-AC THRU FY-AC-SON.
       MT-2. MOVE SPACES TO MT-KOD MT-ADI. MOVE 0 TO MT-FIAT MT-KDV.
       MT-3. DISPLAY E-MT.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       MT-4. ACCEPT E-MT ON ESCAPE GO MAL-T-SON.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO MT-4.
           MOVE MT-ADI TO FY-Y-ADI. MOVE MT-FIAT TO FY-Y-FIAT.
           MOVE MT-KDV TO FY-Y-KDV.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           READ MALTAB INVALID KEY GO MT-5.
           MOVE "D" TO PI-ISLEM.
           MOVE MT-ADI TO PI-M-ADI. MOVE MT-FIAT TO PI-M-FIAT.
           MOVE MT-KDV TO PI-M-KDV. MOVE PI-MAL TO PI-ESKI.
           IF FY-VAR = "E"
              MOVE MT-KOD TO FY-A-MAL
              ACCEPT FY-BUGUN FROM DATE YYYYMMDD
              MOVE FY-BUGUN TO FY-A-TARIH
              MOVE "E" TO FY-Y-KAYNAK
              PERFORM FY-KAYDET THRU FY-KAYDET-SON.
       MT-5. MOVE FY-Y-ADI TO MT-ADI. MOVE FY-Y-FIAT TO MT-FIAT.
           MOVE FY-Y-KDV TO MT-KDV.
           WRITE MALTAB-KAYDI INVALID KEY REWRITE MALTAB-KAYDI.
           MOVE MT-ADI TO PI-M-ADI. MOVE MT-FIAT TO PI-M-FIAT.
           MOVE MT-KDV TO PI-M-KDV. MOVE PI-MAL TO PI-YENI.
           IF PI-ESKI NOT = PI-YENI
              MOVE "MALTAB" TO PI-TABLO MOVE MT-KOD TO PI-ANAHTAR
              CALL "PRMKAYIT" USING PRM-IZ.
           GO MT-2.
       MAL-T-SON. CLOSE MALTAB.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
      * MAL BAZINDA DURUM: KON2 MAL KODUNA GORE SIRALANIR, HER MAL
      * ICIN GIDEN (M), IADE (I) VE SATILAN (T) ADETLERI ILE DISARIDA
      * KALAN ADET DOKULUR.
                 DISPLAY (1 1) ERASE MOVE 0 TO LIN.
           GO YRD-1.
       YR-DOKUM-SON. EXIT.
      * PLASIYER ATAMASI: MUSTERI KODU GIRIS/DEGISIKLIK/SILME
      * EKRANLARINDAN CAGRILIR. ATAMA MUSPLS.DOS YAN DOSYASINDA
      * TUTULUR; KOD BOS BIRAKILIRSA ATAMA KALDIRILIR.
       PLASIYER-ATAMA SECTION.
       PLS-OKU.
           MOVE SPACES TO PLS-KOD.
           OPEN INPUT MUSPLS.
           IF MP-DST NOT = "00" GO PLS-OKU-SON.
           MOVE KOD1 TO MP-KOD.
           READ MUSPLS INVALID KEY MOVE SPACES TO MP-PLS.
           MOVE MP-PLS TO PLS-KOD.
           CLOSE MUSPLS.
       PLS-OKU-SON. EXIT.
       PLS-KONTROL.
           MOVE "H" TO PLS-HATA.
           IF PLS-KOD = SPACES GO PLS-KONTROL-SON.
           OPEN INPUT PLASIYER.
           IF PL-DST NOT = "00" MOVE "E" TO PLS-HATA
              GO PLS-KONTROL-HATA.
           MOVE PLS-KOD TO PL-KOD.
           READ PLASIYER INVALID KEY MOVE "E" TO PLS-HATA.
           CLOSE PLASIYER.
           IF PLS-HATA = "E" GO PLS-KONTROL-HATA.
           DISPLAY (10 31) PL-ADI.
           GO PLS-KONTROL-SON.
       PLS-KONTROL-HATA.
           DISPLAY (24 1) ERASE DISPLAY (24 1)
           "PLASIYER TANIMSIZ, ONCE 23 ILE TANIMLAYIN ENT BAS"
           ACCEPT C.
       PLS-KONTROL-SON. EXIT.
       PLS-ATA.
           OPEN I-O MUSPLS.
           IF MP-DST = "35" OPEN OUTPUT MUSPLS CLOSE MUSPLS
              OPEN I-O MUSPLS.
           IF MP-DST NOT = "00" GO PLS-ATA-SON.
           MOVE KOD1 TO MP-KOD. MOVE PLS-KOD TO MP-PLS.
           IF PLS-KOD NOT = SPACES GO PLS-ATA-YAZ.
           DELETE MUSPLS INVALID KEY MOVE SPACES TO MP-PLS.
           GO PLS-ATA-KAPAT.
       PLS-ATA-YAZ.
           WRITE MUSPLS-KAYDI INVALID KEY REWRITE MUSPLS-KAYDI.
       PLS-ATA-KAPAT. CLOSE MUSPLS.
       PLS-ATA-SON. EXIT.
       PLASIYER-TANIM SECTION.
       PT-1. OPEN I-O PLASIYER.
           IF PL-DST = "35" OPEN OUTPUT PLASIYER CLOSE PLASIYER
              OPEN I-O PLASIYER.
       PT-2. MOVE SPACES TO PL-KOD PL-ADI. MOVE 0 TO PL-ORAN.
       PT-3. DISPLAY E-PL.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       PT-4. ACCEPT E-PL ON ESCAPE GO PLASIYER-T-SON.
           IF PL-KOD = SPACES DISPLAY (24 1) ERASE DISPLAY (24 1)
              "PLASIYER KODU BOS OLAMAZ ENT BAS" ACCEPT C GO PT-4.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO PT-4.
           WRITE PLASIYER-KAYDI INVALID KEY REWRITE PLASIYER-KAYDI.
           GO PT-2.
       PLASIYER-T-SON. CLOSE PLASIYER.
      * PLASIYER PRIM OZETI: SECILEN AYIN TAHSILATLARINDAN IADELER
      * VE O AY KARSILIKSIZ CIKAN KONSIYE CEKLERININ ODENMEMIS
      * KISMI DUSULUR; KALAN MATRAH PLASIYERIN PRIM YUZDESIYLE
      * CARPILIR. MATRAH EKSIYE DUSERSE PRIM DE EKSI CIKAR (GERI
      * ALINIR). MUSTERININ BUGUNKU PLASIYER ATAMASI KULLANILIR.
       PRIM-OZET SECTION.
       PRO-0. OPEN INPUT KON1 KON2.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO PRIM-OZET-CIK.
           OPEN INPUT PLASIYER.
           IF PL-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "PLASIYER TANIMI YOK, ONCE 23 ILE TANIMLAYIN ENT BAS"
              ACCEPT C CLOSE KON1 KON2 GO PRIM-OZET-CIK.
           MOVE "H" TO MP-VAR.
           OPEN INPUT MUSPLS.
           IF MP-DST = "00" MOVE "E" TO MP-VAR.
       PRO-1. DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "PLASIYER PRIM HESAP OZETI".
           DISPLAY (5 7) "AY (1-12, 0=CIKIS):".
           MOVE 0 TO PR-AY.
           ACCEPT (5 28) PR-AY.
           IF PR-AY = 0 GO PRO-SON.
           IF PR-AY > 12 GO PRO-1.
           DISPLAY (6 7) "YIL (YYYY)        :".
           MOVE 0 TO PR-YIL.
           ACCEPT (6 28) PR-YIL.
           DISPLAY (7 7) "PLASIYER (BOS=TUMU):".
           MOVE SPACES TO PR-SEC.
           ACCEPT (7 28) PR-SEC.
           PERFORM YAZICI-AC.
           MOVE "P" TO PR-TUR. MOVE "Y" TO PR-ILK.
           MOVE 0 TO PR-GNET PR-GPRIM.
           SORT SRTWRK ON ASCENDING KEY W6-PLS W6-KOD
              INPUT PROCEDURE PR-BESLE THRU PR-BESLE-SON
              OUTPUT PROCEDURE PR-DOK THRU PR-DOK-SON.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "PRIM OZETI YAZICIDA ENT BAS". ACCEPT C.
           GO PRO-1.
       PRO-SON. CLOSE KON1 KON2 PLASIYER.
           IF MP-VAR = "E" CLOSE MUSPLS.
       PRIM-OZET-CIK. EXIT.
       PR-BESLE SECTION.
       PRB-0.
           MOVE SPACES TO KOD11 PR-ESKI PR-CPLS.
           MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS KOD2 INVALID KEY GO PRB-CEK.
       PRB-1. READ KON2 NEXT AT END GO PRB-CEK.
           IF ISLEM-TIPI NOT = "T" AND ISLEM-TIPI NOT = "I" GO PRB-1.
           IF I-AYI NOT = PR-AY OR I-YILI NOT = PR-YIL GO PRB-1.
           MOVE KOD11 TO PR-KOD.
           PERFORM PR-PLS-BUL THRU PR-PLS-BUL-SON.
           IF PR-SEC NOT = SPACES AND PR-CPLS NOT = PR-SEC GO PRB-1.
           MOVE PR-CPLS TO W6-PLS. MOVE KOD11 TO W6-KOD.
           MOVE ISLEM-TIPI TO W6-TIP. MOVE TUTAR TO W6-TUTAR.
           RELEASE SRT6-KAYDI.
           GO PRB-1.
       PRB-CEK. OPEN INPUT CEKN.
           IF CK-DST NOT = "00" GO PR-BESLE-SON.
           MOVE 0 TO CEK-NO.
           START CEKN KEY NOT LESS CEK-NO INVALID KEY GO PRB-KAPAT.
       PRB-2. READ CEKN NEXT AT END GO PRB-KAPAT.
           IF DURUM NOT = "K" GO PRB-2.
           IF GIRIS-OPERATORU NOT = "KONSIYE" GO PRB-2.
           IF CEK-ORT-KOD = SPACES GO PRB-2.
           IF ISLEM-AYI NOT = PR-AY OR ISLEM-YILI NOT = PR-YIL
              GO PRB-2.
           IF ODENEN NOT < CK-TUTAR GO PRB-2.
           MOVE CEK-ORT-KOD TO PR-KOD.
           PERFORM PR-PLS-BUL THRU PR-PLS-BUL-SON.
           IF PR-SEC NOT = SPACES AND PR-CPLS NOT = PR-SEC GO PRB-2.
           MOVE PR-CPLS TO W6-PLS. MOVE CEK-ORT-KOD TO W6-KOD.
           MOVE "K" TO W6-TIP.
           COMPUTE W6-TUTAR = CK-TUTAR - ODENEN.
           RELEASE SRT6-KAYDI.
           GO PRB-2.
       PRB-KAPAT. CLOSE CEKN.
           GO PR-BESLE-SON.
       PR-PLS-BUL.
           IF PR-KOD = PR-ESKI GO PR-PLS-BUL-SON.
           MOVE PR-KOD TO PR-ESKI. MOVE SPACES TO PR-CPLS.
           IF MP-VAR = "H" GO PR-PLS-BUL-SON.
           MOVE PR-KOD TO MP-KOD.
           READ MUSPLS INVALID KEY MOVE SPACES TO MP-PLS.
           MOVE MP-PLS TO PR-CPLS.
       PR-PLS-BUL-SON. EXIT.
       PR-BESLE-SON. EXIT.
       PR-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE PR-AY TO PR-B-AY. MOVE PR-YIL TO PR-B-YIL.
           WRITE YAZ FROM PRZ1.
           MOVE 0 TO PR-T PR-I PR-K PR-PT PR-PI PR-PK.
       PRD-OKU. RETURN SRTWRK AT END GO PRD-FLUSH.
           IF PR-ILK = "Y"
              MOVE W6-PLS TO PR-PLS MOVE W6-KOD TO PR-KOD
              PERFORM PR-BASLIK THRU PR-BASLIK-SON
              MOVE "N" TO PR-ILK.
           IF W6-PLS NOT = PR-PLS
              PERFORM PR-MUS-YAZ THRU PR-MUS-YAZ-SON
              PERFORM PR-PLS-YAZ THRU PR-PLS-YAZ-SON
              MOVE W6-PLS TO PR-PLS MOVE W6-KOD TO PR-KOD
              PERFORM PR-BASLIK THRU PR-BASLIK-SON.
           IF W6-KOD NOT = PR-KOD
              PERFORM PR-MUS-YAZ THRU PR-MUS-YAZ-SON
              MOVE W6-KOD TO PR-KOD.
           IF W6-TIP = "T" ADD W6-TUTAR TO PR-T
           ELSE IF W6-TIP = "I" ADD W6-TUTAR TO PR-I
           ELSE ADD W6-TUTAR TO PR-K.
           GO PRD-OKU.
       PRD-FLUSH. IF PR-ILK = "N"
              PERFORM PR-MUS-YAZ THRU PR-MUS-YAZ-SON
              PERFORM PR-PLS-YAZ THRU PR-PLS-YAZ-SON.
           WRITE YAZ FROM BAS5.
           MOVE PR-GNET TO PR-G-NET.
           MOVE PR-GPRIM TO PR-G-PRIM.
           WRITE YAZ FROM PRZ7.
       PR-DOK-SON. EXIT.
       PR-BASLIK.
           MOVE PR-PLS TO PR-B-PLS PL-KOD.
           IF PR-PLS = SPACES
              MOVE "ATANMAMIS MUSTERILER" TO PR-B-ADI
              MOVE 0 TO PR-ORAN GO PR-BASLIK-YAZ.
           READ PLASIYER INVALID KEY MOVE "TANIMSIZ PLASIYER" TO PL-ADI
              MOVE 0 TO PL-ORAN.
           MOVE PL-ADI TO PR-B-ADI. MOVE PL-ORAN TO PR-ORAN.
       PR-BASLIK-YAZ. MOVE PR-ORAN TO PR-B-ORAN.
           WRITE YAZ FROM BAS5.
           WRITE YAZ FROM PRZ2.
           IF PR-TUR = "P" WRITE YAZ FROM PRZ3
           ELSE WRITE YAZ FROM PSZ2.
           WRITE YAZ FROM BAS5.
       PR-BASLIK-SON. EXIT.
       PR-MUS-YAZ.
           IF PR-T = 0 AND PR-I = 0 AND PR-K = 0 GO PR-MUS-YAZ-SON.
           MOVE PR-KOD TO PR-D-KOD KOD1.
           READ KON1 INVALID KEY MOVE SPACES TO UNVAN1.
           MOVE UNVAN1 TO PR-D-UNVAN.
           MOVE PR-T TO PR-D-T. MOVE PR-I TO PR-D-I.
           MOVE PR-K TO PR-D-K.
           COMPUTE PR-NET = PR-T - PR-I - PR-K.
           MOVE PR-NET TO PR-D-NET.
           WRITE YAZ FROM PRZ4.
           ADD PR-T TO PR-PT. ADD PR-I TO PR-PI. ADD PR-K TO PR-PK.
           MOVE 0 TO PR-T PR-I PR-K.
       PR-MUS-YAZ-SON. EXIT.
       PR-PLS-YAZ.
           WRITE YAZ FROM BAS5.
           MOVE PR-PT TO PR-S-T. MOVE PR-PI TO PR-S-I.
           MOVE PR-PK TO PR-S-K.
           COMPUTE PR-NET = PR-PT - PR-PI - PR-PK.
           MOVE PR-NET TO PR-S-NET.
           WRITE YAZ FROM PRZ5.
           COMPUTE PR-PRIM ROUNDED = PR-NET * PR-ORAN / 100.
           MOVE PR-NET TO PR-M-NET. MOVE PR-ORAN TO PR-M-ORAN.
           MOVE PR-PRIM TO PR-M-PRIM.
           WRITE YAZ FROM PRZ6.
           ADD PR-NET TO PR-GNET. ADD PR-PRIM TO PR-GPRIM.
           MOVE 0 TO PR-PT PR-PI PR-PK.
       PR-PLS-YAZ-SON. EXIT.
      * PLASIYER SATIS/BAKIYE RAPORU: HER MUSTERININ SECILEN YILDAKI
      * SATIS, IADE, TAHSILAT TOPLAMLARI VE BUGUNKU BAKIYESI
      * PLASIYERINE GORE GRUPLANARAK DOKULUR.
       PLS-RAPOR SECTION.
       PSR-0. OPEN INPUT KON1 KON2.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO PLS-RAPOR-CIK.
           OPEN INPUT PLASIYER.
           IF PL-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "PLASIYER TANIMI YOK, ONCE 23 ILE TANIMLAYIN ENT BAS"
              ACCEPT C CLOSE KON1 KON2 GO PLS-RAPOR-CIK.
           MOVE "H" TO MP-VAR.
           OPEN INPUT MUSPLS.
           IF MP-DST = "00" MOVE "E" TO MP-VAR.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "PLASIYER SATIS / BAKIYE RAPORU".
           DISPLAY (5 7) "YIL (YYYY, 0=TUMU) :".
           MOVE 0 TO PS-YIL.
           ACCEPT (5 28) PS-YIL.
           DISPLAY (6 7) "PLASIYER (BOS=TUMU):".
           MOVE SPACES TO PR-SEC.
           ACCEPT (6 28) PR-SEC.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO PSR-SON.
           PERFORM YAZICI-AC.
           MOVE "S" TO PR-TUR. MOVE "Y" TO PR-ILK.
           MOVE 0 TO PS-GM PS-GI PS-GT PS-GB PS-GSAY.
           SORT SRTWRK ON ASCENDING KEY W7-PLS W7-KOD
              INPUT PROCEDURE PS-BESLE THRU PS-BESLE-SON
              OUTPUT PROCEDURE PS-DOK THRU PS-DOK-SON.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "PLASIYER RAPORU YAZICIDA ENT BAS". ACCEPT C.
       PSR-SON. CLOSE KON1 KON2 PLASIYER.
           IF MP-VAR = "E" CLOSE MUSPLS.
       PLS-RAPOR-CIK. EXIT.
       PS-BESLE SECTION.
       PSB-0. MOVE SPACES TO KOD1 PR-ESKI PR-CPLS.
           START KON1 KEY NOT LESS KOD1 INVALID KEY GO PS-BESLE-SON.
       PSB-1. READ KON1 NEXT AT END GO PS-BESLE-SON.
           MOVE KOD1 TO PR-KOD.
           PERFORM PR-PLS-BUL THRU PR-PLS-BUL-SON.
           IF PR-SEC NOT = SPACES AND PR-CPLS NOT = PR-SEC GO PSB-1.
           MOVE 0 TO PS-M PS-I PS-T.
           MOVE KOD1 TO KOD11. MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS KOD2 INVALID KEY GO PSB-SAL.
       PSB-2. READ KON2 NEXT AT END GO PSB-SAL.
           IF KOD11 NOT = KOD1 GO PSB-SAL.
           IF PS-YIL NOT = 0 AND I-YILI NOT = PS-YIL GO PSB-2.
           IF ISLEM-TIPI = "M" ADD TUTAR TO PS-M
           ELSE IF ISLEM-TIPI = "I" ADD TUTAR TO PS-I
           ELSE ADD TUTAR TO PS-T.
           GO PSB-2.
       PSB-SAL. MOVE PR-CPLS TO W7-PLS. MOVE KOD1 TO W7-KOD.
           MOVE PS-M TO W7-M. MOVE PS-I TO W7-I. MOVE PS-T TO W7-T.
           MOVE BAKIYE TO W7-BAKIYE.
           RELEASE SRT7-KAYDI.
           GO PSB-1.
       PS-BESLE-SON. EXIT.
       PS-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE PS-YIL TO PS-B-YIL.
           WRITE YAZ FROM PSZ1.
           MOVE 0 TO PS-PM PS-PI PS-PT PS-PB PS-SAY.
       PSD-OKU. RETURN SRTWRK AT END GO PSD-FLUSH.
           IF PR-ILK = "Y"
              MOVE W7-PLS TO PR-PLS
              PERFORM PR-BASLIK THRU PR-BASLIK-SON
              MOVE "N" TO PR-ILK.
           IF W7-PLS NOT = PR-PLS
              PERFORM PS-PLS-YAZ THRU PS-PLS-YAZ-SON
              MOVE W7-PLS TO PR-PLS
              PERFORM PR-BASLIK THRU PR-BASLIK-SON.
           MOVE W7-KOD TO PS-D-KOD KOD1.
           READ KON1 INVALID KEY MOVE SPACES TO UNVAN1.
           MOVE UNVAN1 TO PS-D-UNVAN.
           MOVE W7-M TO PS-D-M. MOVE W7-I TO PS-D-I.
           MOVE W7-T TO PS-D-T. MOVE W7-BAKIYE TO PS-D-BAK.
           WRITE YAZ FROM PSZ3.
           ADD 1 TO PS-SAY.
           ADD W7-M TO PS-PM. ADD W7-I TO PS-PI. ADD W7-T TO PS-PT.
           ADD W7-BAKIYE TO PS-PB.
           GO PSD-OKU.
       PSD-FLUSH. IF PR-ILK = "N"
              PERFORM PS-PLS-YAZ THRU PS-PLS-YAZ-SON.
           WRITE YAZ FROM BAS5.
           MOVE "GENEL TOPLAM" TO PSZ4 (1:17).
           MOVE PS-GSAY TO PS-S-SAY.
           MOVE PS-GM TO PS-S-M. MOVE PS-GI TO PS-S-I.
           MOVE PS-GT TO PS-S-T. MOVE PS-GB TO PS-S-BAK.
           WRITE YAZ FROM PSZ4.
       PS-DOK-SON. EXIT.
       PS-PLS-YAZ.
           WRITE YAZ FROM BAS5.
           MOVE "PLASIYER TOPLAMI" TO PSZ4 (1:17).
           MOVE PS-SAY TO PS-S-SAY.
           MOVE PS-PM TO PS-S-M. MOVE PS-PI TO PS-S-I.
           MOVE PS-PT TO PS-S-T. MOVE PS-PB TO PS-S-BAK.
           WRITE YAZ FROM PSZ4.
           ADD PS-SAY TO PS-GSAY.
           ADD PS-PM TO PS-GM. ADD PS-PI TO PS-GI. ADD PS-PT TO PS-GT.
           ADD PS-PB TO PS-GB.
           MOVE 0 TO PS-PM PS-PI PS-PT PS-PB PS-SAY.
       PS-PLS-YAZ-SON. EXIT.
      * TAKSITLI SATIS: KONSIYE GIRIS/DEGISIKLIK/IPTAL EKRANLARINDAN
      * CAGRILAN PLAN YARATMA, TAHSILAT DAGITMA VE GERI ALMA ISLERI.
      * TAHSILAT EN ESKI VADELI ACIK TAKSITE, GERI ALMA EN YENI
      * VADELI ODENMIS TAKSITTEN YAPILIR. TAKSITLERI KAPATTIKTAN
      * SONRA ARTAN TAHSILAT NORMAL KONSIYE ODEMESI SAYILIR.
       TAKSIT-ISLE SECTION.
       TK-AC.
           MOVE "H" TO TK-VAR.
           OPEN I-O TAKSIT.
           IF TK-DST = "35" OPEN OUTPUT TAKSIT CLOSE TAKSIT
              OPEN I-O TAKSIT.
           IF TK-DST = "00" MOVE "E" TO TK-VAR.
       TK-AC-SON. EXIT.
       TK-SOR.
           MOVE "H" TO TK-PLAN TK-HATA.
           DISPLAY (22 11) "TAKSITLI SATIS MI (E/H):". ACCEPT (22 37) C.
           IF C NOT = "E" GO TK-SOR-SON.
           IF TK-VAR = "H" MOVE "E" TO TK-HATA
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAKSIT DOSYASI ACILAMADI ENT BAS" ACCEPT C
              GO TK-SOR-SON.
           MOVE 0 TO TK-SAY TK-VF-ORAN TK-G-GUN TK-G-AY TK-G-YIL.
           COMPUTE TK-SATIS-YMD = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           DISPLAY E-TK.
       TK-SOR-2. ACCEPT E-TK ON ESCAPE MOVE "E" TO TK-HATA
              GO TK-SOR-SON.
           IF TK-SAY < 2 OR TK-SAY > 36
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAKSIT SAYISI 2 ILE 36 ARASI OLMALI ENT BAS"
              ACCEPT C GO TK-SOR-2.
           MOVE TK-G-AY TO TK-V-AY. MOVE TK-G-YIL TO TK-V-YIL.
           MOVE 0 TO TK-AYGUN.
           IF TK-G-AY > 0 AND TK-G-AY < 13
              PERFORM TK-AY-UZUN THRU TK-AY-UZUN-SON.
           COMPUTE TK-ILK-VADE = (TK-G-YIL * 10000) + (TK-G-AY * 100)
              + TK-G-GUN.
           IF TK-G-GUN = 0 OR TK-G-GUN > TK-AYGUN
              OR TK-ILK-VADE < TK-SATIS-YMD
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ILK VADE HATALI VEYA SATIS TARIHINDEN ONCE ENT BAS"
              ACCEPT C GO TK-SOR-2.
           COMPUTE TK-VF ROUNDED = TUTAR * TK-VF-ORAN / 100.
           COMPUTE TK-TOPLAM = TUTAR + TK-VF.
           DIVIDE TK-TOPLAM BY TK-SAY GIVING TK-TAKSIT.
           COMPUTE TK-SONTAKSIT = TK-TOPLAM
              - (TK-TAKSIT * (TK-SAY - 1)).
           MOVE TK-VF TO TK-E-VF. MOVE TK-TOPLAM TO TK-E-TOPLAM.
           MOVE TK-TAKSIT TO TK-E-TAKSIT.
           DISPLAY (17 7) TKZ-E.
           DISPLAY (18 11) "PLAN UYGUN MU (E/H):". ACCEPT (18 33) C.
           IF C = "H" GO TK-SOR-2.
           MOVE TK-TOPLAM TO TUTAR.
           MOVE "E" TO TK-PLAN.
           DISPLAY E33.
       TK-SOR-SON. EXIT.
       TK-AY-UZUN.
           MOVE TK-AY-GUN (TK-V-AY) TO TK-AYGUN.
           IF TK-V-AY NOT = 2 GO TK-AY-UZUN-SON.
           DIVIDE TK-V-YIL BY 4 GIVING TK-BOL REMAINDER TK-KALAN4.
           IF TK-KALAN4 = 0 MOVE 29 TO TK-AYGUN.
       TK-AY-UZUN-SON. EXIT.
       TK-YAZ.
           PERFORM TK-SIL THRU TK-SIL-SON.
           MOVE TK-G-AY TO TK-V-AY. MOVE TK-G-YIL TO TK-V-YIL.
           PERFORM TK-SATIR THRU TK-SATIR-SON
              VARYING TK-I FROM 1 BY 1 UNTIL TK-I > TK-SAY.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "TAKSIT PLANI YAZILDI ENT BAS". ACCEPT C.
       TK-YAZ-SON. EXIT.
       TK-SATIR.
           MOVE KOD11 TO TK-KOD. MOVE I-NO TO TK-SNO.
           MOVE TK-SATIS-YMD TO TK-STARIH. MOVE TK-I TO TK-TNO.
           PERFORM TK-AY-UZUN THRU TK-AY-UZUN-SON.
           MOVE TK-G-GUN TO TK-V-GUN.
           IF TK-V-GUN > TK-AYGUN MOVE TK-AYGUN TO TK-V-GUN.
           COMPUTE TK-VADE = (TK-V-YIL * 10000) + (TK-V-AY * 100)
              + TK-V-GUN.
           IF TK-I = TK-SAY MOVE TK-SONTAKSIT TO TK-TUTAR
           ELSE MOVE TK-TAKSIT TO TK-TUTAR.
           MOVE 0 TO TK-ODENEN TK-SON-ODEME.
           MOVE TK-SAY TO TK-ADET.
           WRITE TAKSIT-KAYDI INVALID KEY REWRITE TAKSIT-KAYDI.
           ADD 1 TO TK-V-AY.
           IF TK-V-AY > 12 MOVE 1 TO TK-V-AY ADD 1 TO TK-V-YIL.
       TK-SATIR-SON. EXIT.
      * KREDI LIMITI KONTROLU ICIN RISK: BAKIYE ILE ODENMEMIS
      * TAKSITLERIN TOPLAMINDAN BUYUK OLANI.
       TK-RISK-BUL.
           MOVE BAKIYE TO TK-RISK. MOVE 0 TO TK-ACIK.
           IF TK-VAR = "H" GO TK-RISK-BUL-SON.
           MOVE KOD1 TO TK-KOD. MOVE 0 TO TK-SNO TK-STARIH TK-TNO.
           START TAKSIT KEY NOT LESS TK-ANAHTAR
              INVALID KEY GO TK-RISK-KARAR.
       TK-RISK-OKU. READ TAKSIT NEXT AT END GO TK-RISK-KARAR.
           IF TK-KOD NOT = KOD1 GO TK-RISK-KARAR.
           COMPUTE TK-ACIK = TK-ACIK + TK-TUTAR - TK-ODENEN.
           GO TK-RISK-OKU.
       TK-RISK-KARAR. IF TK-ACIK > TK-RISK MOVE TK-ACIK TO TK-RISK.
       TK-RISK-BUL-SON. EXIT.
       TK-DAGIT.
           IF TK-VAR = "H" GO TK-DAGIT-SON.
       TK-DAGIT-1. IF TK-MIKTAR = 0 GO TK-DAGIT-SON.
           PERFORM TK-ILK-BUL THRU TK-ILK-BUL-SON.
           IF TK-BULDU = "H" GO TK-DAGIT-SON.
           MOVE TK-BUL-ANAHTAR TO TK-ANAHTAR.
           READ TAKSIT INVALID KEY GO TK-DAGIT-SON.
           COMPUTE TK-KALAN = TK-TUTAR - TK-ODENEN.
           IF TK-KALAN > TK-MIKTAR MOVE TK-MIKTAR TO TK-KALAN.
           ADD TK-KALAN TO TK-ODENEN.
           SUBTRACT TK-KALAN FROM TK-MIKTAR.
           COMPUTE TK-SON-ODEME = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           REWRITE TAKSIT-KAYDI INVALID KEY GO TK-DAGIT-SON.
           GO TK-DAGIT-1.
       TK-DAGIT-SON. EXIT.
       TK-ILK-BUL.
           MOVE "H" TO TK-BULDU.
           MOVE KOD1 TO TK-KOD. MOVE 0 TO TK-SNO TK-STARIH TK-TNO.
           START TAKSIT KEY NOT LESS TK-ANAHTAR
              INVALID KEY GO TK-ILK-BUL-SON.
       TK-ILK-OKU. READ TAKSIT NEXT AT END GO TK-ILK-BUL-SON.
           IF TK-KOD NOT = KOD1 GO TK-ILK-BUL-SON.
           IF TK-ODENEN NOT < TK-TUTAR GO TK-ILK-OKU.
           IF TK-BULDU = "E" AND TK-VADE NOT < TK-EN-VADE
              GO TK-ILK-OKU.
           MOVE "E" TO TK-BULDU. MOVE TK-VADE TO TK-EN-VADE.
           MOVE TK-ANAHTAR TO TK-BUL-ANAHTAR.
           GO TK-ILK-OKU.
       TK-ILK-BUL-SON. EXIT.
       TK-GERI.
           IF TK-VAR = "H" GO TK-GERI-SON.
       TK-GERI-1. IF TK-MIKTAR = 0 GO TK-GERI-SON.
           PERFORM TK-SON-BUL THRU TK-SON-BUL-SON.
           IF TK-BULDU = "H" GO TK-GERI-SON.
           MOVE TK-BUL-ANAHTAR TO TK-ANAHTAR.
           READ TAKSIT INVALID KEY GO TK-GERI-SON.
           MOVE TK-ODENEN TO TK-KALAN.
           IF TK-KALAN > TK-MIKTAR MOVE TK-MIKTAR TO TK-KALAN.
           SUBTRACT TK-KALAN FROM TK-ODENEN TK-MIKTAR.
           REWRITE TAKSIT-KAYDI INVALID KEY GO TK-GERI-SON.
           GO TK-GERI-1.
       TK-GERI-SON. EXIT.
       TK-SON-BUL.
           MOVE "H" TO TK-BULDU.
           MOVE KOD1 TO TK-KOD. MOVE 0 TO TK-SNO TK-STARIH TK-TNO.
           START TAKSIT KEY NOT LESS TK-ANAHTAR
              INVALID KEY GO TK-SON-BUL-SON.
       TK-SON-OKU. READ TAKSIT NEXT AT END GO TK-SON-BUL-SON.
           IF TK-KOD NOT = KOD1 GO TK-SON-BUL-SON.
           IF TK-ODENEN = 0 GO TK-SON-OKU.
           IF TK-BULDU = "E" AND TK-VADE < TK-EN-VADE GO TK-SON-OKU.
           MOVE "E" TO TK-BULDU. MOVE TK-VADE TO TK-EN-VADE.
           MOVE TK-ANAHTAR TO TK-BUL-ANAHTAR.
           GO TK-SON-OKU.
       TK-SON-BUL-SON. EXIT.
       TK-VAR-MI.
           MOVE "H" TO TK-BULDU.
           IF TK-VAR = "H" GO TK-VAR-MI-SON.
           COMPUTE TK-SATIS-YMD = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           MOVE KOD11 TO TK-KOD. MOVE I-NO TO TK-SNO.
           MOVE TK-SATIS-YMD TO TK-STARIH. MOVE 0 TO TK-TNO.
           START TAKSIT KEY NOT LESS TK-ANAHTAR
              INVALID KEY GO TK-VAR-MI-SON.
           READ TAKSIT NEXT AT END GO TK-VAR-MI-SON.
           IF TK-KOD = KOD11 AND TK-SNO = I-NO
              AND TK-STARIH = TK-SATIS-YMD MOVE "E" TO TK-BULDU.
       TK-VAR-MI-SON. EXIT.
      * SATIS FISI SILINIRSE PLANI DA SILINIR; PLANA DAGITILMIS
      * TAHSILATLAR MUSTERININ DIGER ACIK TAKSITLERINE AKTARILIR.
       TK-SIL.
           IF TK-VAR = "H" GO TK-SIL-SON.
           COMPUTE TK-SATIS-YMD = (I-YILI * 10000) + (I-AYI * 100)
              + I-GUNU.
           MOVE 0 TO TK-SIL-ODENEN.
       TK-SIL-1. MOVE KOD11 TO TK-KOD. MOVE I-NO TO TK-SNO.
           MOVE TK-SATIS-YMD TO TK-STARIH. MOVE 0 TO TK-TNO.
           START TAKSIT KEY NOT LESS TK-ANAHTAR
              INVALID KEY GO TK-SIL-2.
           READ TAKSIT NEXT AT END GO TK-SIL-2.
           IF TK-KOD NOT = KOD11 OR TK-SNO NOT = I-NO
              OR TK-STARIH NOT = TK-SATIS-YMD GO TK-SIL-2.
           ADD TK-ODENEN TO TK-SIL-ODENEN.
           DELETE TAKSIT INVALID KEY GO TK-SIL-2.
           GO TK-SIL-1.
       TK-SIL-2. MOVE TK-SIL-ODENEN TO TK-MIKTAR.
           PERFORM TK-DAGIT THRU TK-DAGIT-SON.
       TK-SIL-SON. EXIT.
      * TAKSIT VADE LISTESI: LISTE TARIHINE KADAR VADESI GELMIS VE
      * ISTENEN GUN SAYISI ICINDE VADESI GELECEK ODENMEMIS TAKSITLER
      * MUSTERI BAZINDA YAZICIYA DOKULUR.
       TAKSIT-LISTE SECTION.
       TKL-0. OPEN INPUT KON1.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO TAKSIT-LISTE-CIK.
           OPEN INPUT TAKSIT.
           IF TK-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TAKSITLI SATIS KAYDI YOK ENT BAS"
              ACCEPT C CLOSE KON1 GO TAKSIT-LISTE-CIK.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "TAKSIT VADE LISTESI".
           DISPLAY (5 7) "LISTE TARIHI <YYYYAAGG, 0=BUGUN>:".
           MOVE 0 TO TK-L-TARIH.
           ACCEPT (5 42) TK-L-TARIH.
           IF TK-L-TARIH = 0 ACCEPT TK-L-TARIH FROM DATE YYYYMMDD.
           DISPLAY (6 7) "KAC GUN ILERISI <0=SADECE VADESI GELEN>:".
           MOVE 0 TO TK-L-GUN.
           ACCEPT (6 49) TK-L-GUN.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO TKL-KAPAT.
           COMPUTE TK-L-BGUN = FUNCTION INTEGER-OF-DATE(TK-L-TARIH).
           COMPUTE TK-L-SINIR = FUNCTION DATE-OF-INTEGER(
              TK-L-BGUN + TK-L-GUN).
           MOVE SPACES TO TK-L-KOD.
           MOVE 0 TO TK-L-GEL TK-L-YAK TK-L-GGEL TK-L-GYAK.
           PERFORM YAZICI-AC.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE TK-L-TARIH TO TK-B-TARIH.
           MOVE TK-L-SINIR TO TK-B-SINIR.
           WRITE YAZ FROM TKZ1.
           MOVE LOW-VALUES TO TK-ANAHTAR.
           START TAKSIT KEY NOT LESS TK-ANAHTAR INVALID KEY GO TKL-SON.
       TKL-OKU. READ TAKSIT NEXT AT END GO TKL-SON.
           IF TK-ODENEN NOT < TK-TUTAR GO TKL-OKU.
           IF TK-VADE > TK-L-SINIR GO TKL-OKU.
           IF TK-KOD NOT = TK-L-KOD
              IF TK-L-KOD NOT = SPACES
                 PERFORM TKL-ARA THRU TKL-ARA-SON
              END-IF
              MOVE TK-KOD TO TK-L-KOD
              PERFORM TKL-BASLIK THRU TKL-BASLIK-SON.
           COMPUTE TK-L-FARK = TK-L-BGUN
              - FUNCTION INTEGER-OF-DATE(TK-VADE).
           COMPUTE TK-KALAN = TK-TUTAR - TK-ODENEN.
           MOVE TK-SNO TO TK-D-SNO. MOVE TK-TNO TO TK-D-TNO.
           MOVE TK-ADET TO TK-D-ADET. MOVE TK-VADE TO TK-D-VADE.
           MOVE TK-TUTAR TO TK-D-TUTAR. MOVE TK-ODENEN TO TK-D-ODENEN.
           MOVE TK-KALAN TO TK-D-KALAN.
           IF TK-L-FARK > 0 MOVE "GECIKTI" TO TK-D-DURUM
              MOVE TK-L-FARK TO TK-D-GUN
              ADD TK-KALAN TO TK-L-GEL TK-L-GGEL
           ELSE IF TK-L-FARK = 0 MOVE "BUGUN" TO TK-D-DURUM
              MOVE 0 TO TK-D-GUN
              ADD TK-KALAN TO TK-L-GEL TK-L-GGEL
           ELSE MOVE "YAKLASAN" TO TK-D-DURUM
              COMPUTE TK-D-GUN = 0 - TK-L-FARK
              ADD TK-KALAN TO TK-L-YAK TK-L-GYAK.
           WRITE YAZ FROM TKZ4.
           GO TKL-OKU.
       TKL-SON. IF TK-L-KOD NOT = SPACES
              PERFORM TKL-ARA THRU TKL-ARA-SON.
           WRITE YAZ FROM BAS5.
           MOVE "GENEL TOPLAM" TO TKZ5 (1:20).
           MOVE TK-L-GGEL TO TK-S-GEL. MOVE TK-L-GYAK TO TK-S-YAK.
           WRITE YAZ FROM TKZ5.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "TAKSIT LISTESI YAZICIDA ENT BAS". ACCEPT C.
           GO TKL-KAPAT.
       TKL-BASLIK.
           MOVE TK-L-KOD TO TK-B-KOD KOD1.
           READ KON1 INVALID KEY MOVE SPACES TO UNVAN1.
           MOVE UNVAN1 TO TK-B-UNVAN.
           WRITE YAZ FROM BAS5.
           WRITE YAZ FROM TKZ2.
           WRITE YAZ FROM TKZ3.
       TKL-BASLIK-SON. EXIT.
       TKL-ARA.
           MOVE "MUSTERI TOPLAMI" TO TKZ5 (1:20).
           MOVE TK-L-GEL TO TK-S-GEL. MOVE TK-L-YAK TO TK-S-YAK.
           WRITE YAZ FROM TKZ5.
           MOVE 0 TO TK-L-GEL TK-L-YAK.
       TKL-ARA-SON. EXIT.
       TKL-KAPAT. CLOSE KON1 TAKSIT.
       TAKSIT-LISTE-CIK. EXIT.
      * SERVIS FISI GIRISI: MAKINE SERI NUMARASIYLA KABUL EDILIR;
      * MAL KODU VE MUSTERI SERI KUTUGUNDEN GELIR, GARANTI DURUMU
      * SATIS (TAHSIL) TARIHINDEN ONERILIR, OPERATOR DEGISTIREBILIR.
       SERVIS-GIR SECTION.
       SVG-0. OPEN I-O SERVIS.
           IF SV-DST = "35" OPEN OUTPUT SERVIS CLOSE SERVIS
              OPEN I-O SERVIS.
           IF SV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERVIS KUTUGU ACILAMADI ENT BAS" ACCEPT C
              GO SERVIS-GIR-CIK.
           OPEN INPUT SERI.
           IF SR-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERI KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              CLOSE SERVIS GO SERVIS-GIR-CIK.
       SVG-1. MOVE SPACES TO SV-SERI SV-SIKAYET.
           DISPLAY E-SV.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       SVG-2. ACCEPT E-SV ON ESCAPE GO SVG-SON.
           IF SV-SERI = SPACES GO SVG-SON.
           MOVE SV-SERI TO SR-SERI SV-ARA-SERI.
           READ SERI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SERI NO KUTUKTE YOK ENT BAS" ACCEPT C GO SVG-1.
           DISPLAY (6 7) "MAL KODU        :".
           DISPLAY (6 25) SR-MAL-KODU.
           DISPLAY (7 7) "MUSTERI         :". DISPLAY (7 25) SR-KOD11.
           DISPLAY (8 7) "DURUM           :".
           IF SERI-DISARDA DISPLAY (8 25) "MUSTERIDE".
           IF SERI-TAHSIL DISPLAY (8 25) "SATILDI".
           IF SERI-IADE DISPLAY (8 25) "IADE EDILDI".
           PERFORM SV-SAY-BUL THRU SV-SAY-BUL-SON.
           MOVE SV-SAY TO SV-E-SAY.
           DISPLAY (10 7) "ONCEKI SERVIS   :". DISPLAY (10 25) SV-E-SAY.
           IF SV-ACIK-SAY > 0
              DISPLAY (10 31) "(BU MAKINENIN ACIK FISI VAR)".
           PERFORM SV-GAR-BUL THRU SV-GAR-BUL-SON.
           IF SV-GSON NOT = 0 DISPLAY (9 7) "GARANTI SONU    :"
              DISPLAY (9 25) SV-GSON.
           MOVE SV-ARA-SERI TO SV-SERI.
           MOVE SPACES TO SV-SIKAYET.
       SVG-3. ACCEPT E-SV2 ON ESCAPE GO SVG-1.
           IF SV-GARANTI NOT = "E" AND SV-GARANTI NOT = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GARANTI E VEYA H OLMALI ENT BAS" ACCEPT C GO SVG-3.
           IF SV-SIKAYET = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SIKAYET BOS OLAMAZ ENT BAS" ACCEPT C GO SVG-3.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO SVG-3.
           MOVE SV-SIKAYET TO SV-S-SIK. MOVE SV-GARANTI TO SV-S-GAR.
           PERFORM SV-SAY-BUL THRU SV-SAY-BUL-SON.
           ADD 1 TO SV-YENI-NO.
           MOVE SV-YENI-NO TO SV-NO.
           MOVE SV-ARA-SERI TO SV-SERI.
           MOVE SR-MAL-KODU TO SV-MAL-KODU.
           MOVE SR-KOD11 TO SV-KOD.
           MOVE SV-S-SIK TO SV-SIKAYET. MOVE SV-S-GAR TO SV-GARANTI.
           ACCEPT SV-BUGUN FROM DATE YYYYMMDD.
           MOVE SV-BUGUN TO SV-GIRIS.
           MOVE 0 TO SV-CIKIS SV-PARCA-TOP SV-ISCILIK.
           MOVE "A" TO SV-DURUM. MOVE "H" TO SV-BORC.
           PERFORM SV-P-SIFIR THRU SV-P-SIFIR-SON
              VARYING SV-I FROM 1 BY 1 UNTIL SV-I > 5.
           WRITE SERVIS-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FIS NO KULLANIMDA, TEKRAR DENEYINIZ ENT BAS"
              ACCEPT C GO SVG-3.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "SERVIS FISI ACILDI, FIS NO:".
           DISPLAY (24 29) SV-NO.
           DISPLAY (23 1) "ENT BAS". ACCEPT C.
           GO SVG-1.
       SVG-SON. CLOSE SERVIS SERI.
       SERVIS-GIR-CIK. EXIT.
      * SERVIS FISI KAPAMA: KULLANILAN PARCALAR (MALTAB FIATIYLA) VE
      * ISCILIK GIRILIR, TESLIM TARIHI BUGUN OLARAK KAPANIR. GARANTI
      * DISI ISE PARCA + ISCILIK MUSTERIYE BORC YAZILIR.
       SERVIS-KAPA SECTION.
       SVK-0. OPEN I-O SERVIS.
           IF SV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERVIS KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              GO SERVIS-KAPA-CIK.
           OPEN I-O KON1 KON2.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C CLOSE SERVIS GO SERVIS-KAPA-CIK.
           MOVE "H" TO SV-MTVAR.
           OPEN INPUT MALTAB.
           IF MT-DST = "00" MOVE "E" TO SV-MTVAR.
           PERFORM FY-AC THRU FY-AC-SON.
       SVK-1. MOVE 0 TO SV-NO.
           DISPLAY E-SK.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       SVK-2. ACCEPT E-SK ON ESCAPE GO SVK-SON.
           IF SV-NO = 0 GO SVK-SON.
           READ SERVIS INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU FIS NO YOK ENT BAS" ACCEPT C GO SVK-1.
           IF SV-KAPALI
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU FIS ZATEN KAPALI ENT BAS" ACCEPT C GO SVK-1.
           DISPLAY (6 7) "SERI NO / MAL   :". DISPLAY (6 25) SV-SERI.
           DISPLAY (6 42) SV-MAL-KODU.
           DISPLAY (7 7) "MUSTERI         :". DISPLAY (7 25) SV-KOD.
           DISPLAY (8 7) "SIKAYET         :". DISPLAY (8 25) SV-SIKAYET.
           DISPLAY (9 7) "GIRIS TARIHI    :". DISPLAY (9 25) SV-GIRIS.
           DISPLAY (10 9) "P.KODU". DISPLAY (10 19) "PARCA ADI".
           DISPLAY (10 50) "ADET". DISPLAY (10 58) "TUTAR".
           MOVE 0 TO SV-PARCA-TOP SV-ISCILIK.
           MOVE "H" TO SV-PBITTI.
           PERFORM SV-P-SIFIR THRU SV-P-SIFIR-SON
              VARYING SV-I FROM 1 BY 1 UNTIL SV-I > 5.
           IF SV-MTVAR = "H"
              DISPLAY (11 9) "MAL KUTUGU YOK, PARCA GIRILEMEZ"
           ELSE DISPLAY (16 9) "PARCA KODU BOS BIRAKILINCA BITER"
              PERFORM SVK-PARCA THRU SVK-PARCA-SON
              VARYING SV-I FROM 1 BY 1
              UNTIL SV-I > 5 OR SV-PBITTI = "E".
           DISPLAY (16 1) ERASE.
       SVK-3. ACCEPT E-SK2 ON ESCAPE GO SVK-1.
           IF SV-GARANTI NOT = "E" AND SV-GARANTI NOT = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GARANTI E VEYA H OLMALI ENT BAS" ACCEPT C GO SVK-3.
           MOVE 0 TO SV-BORC-TUTAR.
           IF SV-GARANTI = "H"
              COMPUTE SV-BORC-TUTAR = SV-PARCA-TOP + SV-ISCILIK.
           MOVE SV-BORC-TUTAR TO SV-E-TUTAR.
           DISPLAY (19 7) "MUSTERIYE BORC  :".
           DISPLAY (19 25) SV-E-TUTAR.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO SVK-3.
           ACCEPT SV-BUGUN FROM DATE YYYYMMDD.
           MOVE SV-BUGUN TO SV-CIKIS.
           MOVE "H" TO SV-BORC.
           IF SV-BORC-TUTAR > 0 PERFORM SV-BORCLA THRU SV-BORCLA-SON
              IF SV-BORC NOT = "E"
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "BORC YAZILAMADI, SERVIS FISI ACIK KALDI ENT BAS"
                 ACCEPT C GO SVK-1.
           MOVE "K" TO SV-DURUM.
           REWRITE SERVIS-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
              ACCEPT C GO SVK-SON.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "SERVIS FISI KAPANDI ENT BAS". ACCEPT C.
           GO SVK-1.
       SVK-PARCA.
           COMPUTE SV-SAT = SV-I + 10.
       SVK-PARCA-2.
           ACCEPT (SV-SAT 9) SV-P-KOD (SV-I).
           IF SV-P-KOD (SV-I) = SPACES
              MOVE "E" TO SV-PBITTI GO SVK-PARCA-SON.
           MOVE SV-P-KOD (SV-I) TO MT-KOD.
           READ MALTAB INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU MAL KODU TANIMLI DEGIL ENT BAS" ACCEPT C
              GO SVK-PARCA-2.
           DISPLAY (SV-SAT 19) MT-ADI.
           MOVE MT-KOD TO FY-A-MAL.
           ACCEPT FY-A-TARIH FROM DATE YYYYMMDD.
           PERFORM FY-BUL THRU FY-BUL-SON.
           ACCEPT (SV-SAT 50) SV-P-ADET (SV-I).
           IF SV-P-ADET (SV-I) = 0 MOVE 1 TO SV-P-ADET (SV-I).
           COMPUTE SV-P-TUTAR (SV-I) = FY-A-FIAT * SV-P-ADET (SV-I).
           MOVE SV-P-TUTAR (SV-I) TO SV-E-TUTAR.
           DISPLAY (SV-SAT 55) SV-E-TUTAR.
           ADD SV-P-TUTAR (SV-I) TO SV-PARCA-TOP.
       SVK-PARCA-SON. EXIT.
      * GARANTI DISI TAMIR TUTARI, SERVIS FIS NOSUYLA BUGUN TARIHLI
      * BIR "M" SATIRI OLARAK KON2'YE YAZILIR VE BAKIYEYE EKLENIR;
      * BOYLECE EKSTRE VE FATURA KESIMINDE DE GORUNUR. SATIR NOSU
      * MUSTERININ KON2'DEKI EN BUYUK NOSUNUN BIR FAZLASIDIR (SERVIS
      * FIS NOSU BASKA BIR SATIRLA CAKISABILIR). BORC YAZILINCA
      * SV-BORC "E" OLUR; OLMAZSA FIS KAPANMAZ.
       SV-BORCLA.
           MOVE SV-KOD TO KOD1.
           READ KON1 INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MUSTERI KODU YOK, BORC YAZILAMADI ENT BAS" ACCEPT C
              GO SV-BORCLA-SON.
           MOVE 0 TO SV-YENI-INO.
           MOVE SV-KOD TO KOD11. MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS KOD2 INVALID KEY GO SV-INO-SON.
       SV-INO-OKU. READ KON2 NEXT AT END GO SV-INO-SON.
           IF KOD11 NOT = SV-KOD GO SV-INO-SON.
           MOVE I-NO TO SV-YENI-INO. GO SV-INO-OKU.
       SV-INO-SON. ADD 1 TO SV-YENI-INO.
           MOVE SV-KOD TO KOD11. MOVE SV-YENI-INO TO I-NO.
           MOVE SV-BUGUN (7:2) TO I-GUNU.
           MOVE SV-BUGUN (5:2) TO I-AYI.
           MOVE SV-BUGUN (1:4) TO I-YILI.
           MOVE SPACES TO MAL-ISMI MAL-KODU AKT K2-NEDEN.
           STRING "SERVIS " SV-SERI DELIMITED BY SIZE INTO MAL-ISMI.
           MOVE 0 TO MAL-ADET K2-FATURA-NO.
           MOVE "M" TO ISLEM-TIPI.
           MOVE SV-BORC-TUTAR TO TUTAR.
           MOVE SV-BUGUN TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO SV-BORCLA-SON.
           WRITE KON2-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BORC SATIRI YAZILAMADI ENT BAS" ACCEPT C
              GO SV-BORCLA-SON.
           MOVE "E" TO JI-ISLEM.
           PERFORM KON2-JURNAL THRU KON2-JURNAL-SON.
           ADD TUTAR TO BAKIYE.
           REWRITE KON1-KAYDI INVALID KEY DISPLAY (24 1) ERASE
           DISPLAY (24 1) "--- BAKIYE GUNCELLENEMEDI ENT BAS ---"
           ACCEPT C.
           MOVE "D" TO JI-ISLEM.
           PERFORM KON1-JURNAL THRU KON1-JURNAL-SON.
           MOVE "E" TO SV-BORC.
       SV-BORCLA-SON. EXIT.
       SVK-SON. CLOSE SERVIS KON1 KON2.
           IF SV-MTVAR = "E" CLOSE MALTAB.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
       SERVIS-KAPA-CIK. EXIT.
      * SERVIS FISLERININ ORTAK YARDIMCILARI: GARANTI SONU (TAHSIL
      * TARIHI + SV-GAR-YIL YIL), MAKINENIN SERVIS SAYISI VE SIRADAKI
      * FIS NUMARASI.
       SERVIS-ORTAK SECTION.
       SV-GAR-BUL.
           ACCEPT SV-BUGUN FROM DATE YYYYMMDD.
           MOVE 0 TO SV-GSON. MOVE "E" TO SV-GARANTI.
           IF NOT SERI-TAHSIL GO SV-GAR-BUL-SON.
           COMPUTE SV-GSON = SR-TARIH + (SV-GAR-YIL * 10000).
           IF SV-GSON < SV-BUGUN MOVE "H" TO SV-GARANTI.
       SV-GAR-BUL-SON. EXIT.
       SV-SAY-BUL.
           MOVE 0 TO SV-SAY SV-ACIK-SAY SV-YENI-NO SV-NO.
           START SERVIS KEY NOT LESS SV-NO INVALID KEY
              GO SV-SAY-BUL-SON.
       SV-SAY-OKU. READ SERVIS NEXT AT END GO SV-SAY-BUL-SON.
           MOVE SV-NO TO SV-YENI-NO.
           IF SV-SERI NOT = SV-ARA-SERI GO SV-SAY-OKU.
           ADD 1 TO SV-SAY.
           IF SV-ACIK ADD 1 TO SV-ACIK-SAY.
           GO SV-SAY-OKU.
       SV-SAY-BUL-SON. EXIT.
       SV-P-SIFIR.
           MOVE SPACES TO SV-P-KOD (SV-I).
           MOVE 0 TO SV-P-ADET (SV-I) SV-P-TUTAR (SV-I).
       SV-P-SIFIR-SON. EXIT.
      * ARIZA SAYIM RAPORU: SERVIS FISLERI MAL KODUNA GORE TOPLANIR;
      * FIS SAYISI, KAC AYRI MAKINE OLDUGU, GARANTILI/UCRETLI DAGILIMI
      * VE PARCA/ISCILIK TUTARLARI HANGI MODELIN SIK BOZULDUGUNU
      * GOSTERIR.
       ARIZA-RAPOR SECTION.
       AZ-0. OPEN INPUT SERVIS.
           IF SV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERVIS KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              GO ARIZA-RAPOR-CIK.
           MOVE "H" TO SV-MTVAR.
           OPEN INPUT MALTAB.
           IF MT-DST = "00" MOVE "E" TO SV-MTVAR.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "ARIZA SAYIM RAPORU".
           DISPLAY (5 7) "YIL (YYYY, 0=TUMU) :".
           MOVE 0 TO AZ-YIL.
           ACCEPT (5 28) AZ-YIL.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO AZ-SON.
           PERFORM YAZICI-AC.
           MOVE "Y" TO AZ-ILK.
           MOVE 0 TO AZ-ARIZA AZ-UNITE AZ-GAR AZ-UCR AZ-PARCA AZ-ISC.
           MOVE 0 TO AZ-GARIZA AZ-GUNITE AZ-GGAR AZ-GUCR.
           MOVE 0 TO AZ-GPARCA AZ-GISC.
           SORT SRTWRK ON ASCENDING KEY W8-MAL W8-SERI
              INPUT PROCEDURE AZ-BESLE THRU AZ-BESLE-SON
              OUTPUT PROCEDURE AZ-DOK THRU AZ-DOK-SON.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "ARIZA RAPORU YAZICIDA ENT BAS". ACCEPT C.
       AZ-SON. CLOSE SERVIS.
           IF SV-MTVAR = "E" CLOSE MALTAB.
       ARIZA-RAPOR-CIK. EXIT.
       AZ-BESLE SECTION.
       AZB-0. MOVE 0 TO SV-NO.
           START SERVIS KEY NOT LESS SV-NO INVALID KEY
              GO AZ-BESLE-SON.
       AZB-OKU. READ SERVIS NEXT AT END GO AZ-BESLE-SON.
           COMPUTE AZ-TYIL = SV-GIRIS / 10000.
           IF AZ-YIL NOT = 0 AND AZ-TYIL NOT = AZ-YIL GO AZB-OKU.
           MOVE SV-MAL-KODU TO W8-MAL.
           MOVE SV-SERI TO W8-SERI.
           MOVE SV-GARANTI TO W8-GAR.
           MOVE SV-PARCA-TOP TO W8-PARCA.
           MOVE SV-ISCILIK TO W8-ISC.
           RELEASE SRT8-KAYDI.
           GO AZB-OKU.
       AZ-BESLE-SON. EXIT.
       AZ-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE AZ-YIL TO AZ-B-YIL.
           WRITE YAZ FROM AZZ1.
           WRITE YAZ FROM AZZ2.
           WRITE YAZ FROM BAS5.
       AZD-OKU. RETURN SRTWRK AT END GO AZD-FLUSH.
           IF AZ-ILK = "Y"
              MOVE W8-MAL TO AZ-MAL MOVE SPACES TO AZ-SERI
              MOVE "N" TO AZ-ILK.
           IF W8-MAL NOT = AZ-MAL
              PERFORM AZ-SATIR THRU AZ-SATIR-SON
              MOVE W8-MAL TO AZ-MAL MOVE SPACES TO AZ-SERI.
           ADD 1 TO AZ-ARIZA.
           IF W8-SERI NOT = AZ-SERI
              ADD 1 TO AZ-UNITE MOVE W8-SERI TO AZ-SERI.
           IF W8-GAR = "E" ADD 1 TO AZ-GAR
           ELSE ADD 1 TO AZ-UCR.
           ADD W8-PARCA TO AZ-PARCA. ADD W8-ISC TO AZ-ISC.
           GO AZD-OKU.
       AZD-FLUSH. IF AZ-ILK = "N" PERFORM AZ-SATIR THRU AZ-SATIR-SON.
           WRITE YAZ FROM BAS5.
           MOVE SPACES TO AZZ3.
           MOVE "GENEL TOPLAM" TO AZZ3 (1:29).
           MOVE AZ-GARIZA TO AZ-D-ARIZA. MOVE AZ-GUNITE TO AZ-D-UNITE.
           MOVE AZ-GGAR TO AZ-D-GAR. MOVE AZ-GUCR TO AZ-D-UCR.
           MOVE AZ-GPARCA TO AZ-D-PARCA. MOVE AZ-GISC TO AZ-D-ISC.
           WRITE YAZ FROM AZZ3.
       AZ-DOK-SON. EXIT.
       AZ-SATIR.
           MOVE AZ-MAL TO AZ-D-MAL MT-KOD.
           MOVE SPACES TO MT-ADI.
           IF SV-MTVAR = "H" GO AZ-SATIR-2.
           READ MALTAB INVALID KEY MOVE SPACES TO MT-ADI.
       AZ-SATIR-2. MOVE MT-ADI TO AZ-D-ADI.
           MOVE AZ-ARIZA TO AZ-D-ARIZA. MOVE AZ-UNITE TO AZ-D-UNITE.
           MOVE AZ-GAR TO AZ-D-GAR. MOVE AZ-UCR TO AZ-D-UCR.
           MOVE AZ-PARCA TO AZ-D-PARCA. MOVE AZ-ISC TO AZ-D-ISC.
           WRITE YAZ FROM AZZ3.
           ADD AZ-ARIZA TO AZ-GARIZA. ADD AZ-UNITE TO AZ-GUNITE.
           ADD AZ-GAR TO AZ-GGAR. ADD AZ-UCR TO AZ-GUCR.
           ADD AZ-PARCA TO AZ-GPARCA. ADD AZ-ISC TO AZ-GISC.
           MOVE 0 TO AZ-ARIZA AZ-UNITE AZ-GAR AZ-UCR AZ-PARCA AZ-ISC.
       AZ-SATIR-SON. EXIT.
      * ACIK SERVIS LISTESI: ATOLYEDE BEKLEYEN (KAPANMAMIS) FISLER
      * GIRIS TARIHINE GORE, KAC GUNDUR BEKLEDIKLERIYLE DOKULUR.
       ACIK-SERVIS SECTION.
       AS-0. OPEN INPUT SERVIS.
           IF SV-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERVIS KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              GO ACIK-SERVIS-CIK.
           ACCEPT SV-BUGUN FROM DATE YYYYMMDD.
           COMPUTE AS-BGUN = FUNCTION INTEGER-OF-DATE(SV-BUGUN).
           MOVE 0 TO AS-SAY.
           PERFORM YAZICI-AC.
           SORT SRTWRK ON ASCENDING KEY W9-GIRIS W9-NO
              INPUT PROCEDURE AS-BESLE THRU AS-BESLE-SON
              OUTPUT PROCEDURE AS-DOK THRU AS-DOK-SON.
           CLOSE SERVIS YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "ACIK SERVIS LISTESI YAZICIDA ENT BAS".
           ACCEPT C.
       ACIK-SERVIS-CIK. EXIT.
       AS-BESLE SECTION.
       ASB-0. MOVE 0 TO SV-NO.
           START SERVIS KEY NOT LESS SV-NO INVALID KEY
              GO AS-BESLE-SON.
       ASB-OKU. READ SERVIS NEXT AT END GO AS-BESLE-SON.
           IF NOT SV-ACIK GO ASB-OKU.
           MOVE SV-GIRIS TO W9-GIRIS.
           MOVE SV-NO TO W9-NO.
           RELEASE SRT9-KAYDI.
           GO ASB-OKU.
       AS-BESLE-SON. EXIT.
       AS-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE SV-BUGUN TO AS-B-TARIH.
           WRITE YAZ FROM ASZ1.
           WRITE YAZ FROM ASZ2.
           WRITE YAZ FROM BAS5.
       ASD-OKU. RETURN SRTWRK AT END GO ASD-FLUSH.
           MOVE W9-NO TO SV-NO.
           READ SERVIS INVALID KEY GO ASD-OKU.
           COMPUTE AS-GUN = AS-BGUN
              - FUNCTION INTEGER-OF-DATE(SV-GIRIS).
           MOVE SV-NO TO AS-D-NO. MOVE SV-GIRIS TO AS-D-GIRIS.
           MOVE AS-GUN TO AS-D-GUN. MOVE SV-SERI TO AS-D-SERI.
           MOVE SV-MAL-KODU TO AS-D-MAL. MOVE SV-GARANTI TO AS-D-GAR.
           MOVE SV-SIKAYET TO AS-D-SIK.
           WRITE YAZ FROM ASZ3.
           ADD 1 TO AS-SAY.
           GO ASD-OKU.
       ASD-FLUSH. WRITE YAZ FROM BAS5.
           MOVE AS-SAY TO AS-T-SAY.
           WRITE YAZ FROM ASZ4.
       AS-DOK-SON. EXIT.
      * TEDARIKCI TANIMI: KOD AYNI ZAMANDA TEDARIKCININ BM4 CARI
      * HESAP KODUDUR; MUSTERI VE NAKLIYECI KODLARIYLA CAKISMAMALI.
       TEDARIK-TANIM SECTION.
       TDT-1. OPEN I-O TEDARIK.
           IF TD-DST = "35" OPEN OUTPUT TEDARIK CLOSE TEDARIK
              OPEN I-O TEDARIK.
       TDT-2. MOVE SPACES TO TD-KOD TD-ADI TD-TEL TD-VKN.
       TDT-3. DISPLAY E-TD.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       TDT-4. ACCEPT E-TD ON ESCAPE GO TEDARIK-T-SON.
           IF TD-KOD = SPACES DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TEDARIKCI KODU BOS OLAMAZ ENT BAS" ACCEPT C GO TDT-4.
           IF TD-VKN NOT = SPACES AND TD-VKN (11:1) = SPACE
              AND TD-VKN (1:10) NOT NUMERIC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "VKN 10, TC KIMLIK NO 11 HANELI OLMALI ENT BAS"
              ACCEPT C GO TDT-4.
           IF TD-VKN (11:1) NOT = SPACE AND TD-VKN NOT NUMERIC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "VKN 10, TC KIMLIK NO 11 HANELI OLMALI ENT BAS"
              ACCEPT C GO TDT-4.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO TDT-4.
           WRITE TEDARIK-KAYDI INVALID KEY REWRITE TEDARIK-KAYDI.
           GO TDT-2.
       TEDARIK-T-SON. CLOSE TEDARIK.
      * SATINALMA SIPARISI: TEDARIKCI VE BEKLENEN TESLIM TARIHI
      * GIRILIR, MAL KODLARI MALTAB'DAN SECILIR. HER SATIR GIRILDIGI
      * ANDA SIPARIS KUTUGUNE YAZILIR; SIPARIS NO OTOMATIK VERILIR.
       SIPARIS-GIR SECTION.
       SPG-0. OPEN INPUT TEDARIK.
           IF TD-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TEDARIKCI TANIMI YOK, ONCE 31 ILE TANIMLAYIN ENT BAS"
              ACCEPT C GO SIPARIS-GIR-CIK.
           OPEN INPUT MALTAB.
           IF MT-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL TANIMI YOK, ONCE 13 ILE TANIMLAYIN ENT BAS"
              ACCEPT C CLOSE TEDARIK GO SIPARIS-GIR-CIK.
           OPEN I-O SIPARIS.
           IF SP-DST = "35" OPEN OUTPUT SIPARIS CLOSE SIPARIS
              OPEN I-O SIPARIS.
           IF SP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SIPARIS KUTUGU ACILAMADI ENT BAS" ACCEPT C
              CLOSE TEDARIK MALTAB GO SIPARIS-GIR-CIK.
       SPG-1. MOVE SPACES TO TD-KOD.
           MOVE 0 TO SP-G-GUN SP-G-AY SP-G-YIL.
           DISPLAY E-SP.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       SPG-2. ACCEPT E-SP ON ESCAPE GO SPG-SON.
           IF TD-KOD = SPACES GO SPG-SON.
           READ TEDARIK INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TANIMSIZ TEDARIKCI KODU ENT BAS" ACCEPT C GO SPG-2.
           DISPLAY (6 25) TD-ADI.
           IF SP-G-AY < 1 OR SP-G-AY > 12 OR SP-G-GUN < 1
              OR SP-G-GUN > 31
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TESLIM TARIHI HATALI ENT BAS" ACCEPT C GO SPG-2.
           COMPUTE SP-H-TESLIM = SP-G-YIL * 10000 + SP-G-AY * 100
              + SP-G-GUN.
           ACCEPT SP-BUGUN FROM DATE YYYYMMDD.
           IF SP-H-TESLIM < SP-BUGUN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "TESLIM TARIHI GECMISTE OLAMAZ ENT BAS" ACCEPT C
              GO SPG-2.
           MOVE TD-KOD TO SP-H-TD.
           PERFORM SP-NO-BUL THRU SP-NO-BUL-SON.
           DISPLAY (8 7) "SIPARIS NO     :". DISPLAY (8 25) SP-H-NO.
           DISPLAY (9 7) "MAL KODU". DISPLAY (9 17) "MAL ADI".
           DISPLAY (9 48) "MIKTAR". DISPLAY (9 55) "BIRIM FIAT".
           DISPLAY (21 7) "MAL KODU BOS BIRAKILINCA SIPARIS BITER".
           MOVE 0 TO SP-H-SATIR. MOVE "H" TO SP-BITTI.
           PERFORM SPG-SATIR THRU SPG-SATIR-SON
              UNTIL SP-H-SATIR NOT < 10 OR SP-BITTI = "E".
           DISPLAY (24 1) ERASE.
           IF SP-H-SATIR = 0 DISPLAY (24 1) "SIPARIS ACILMADI"
           ELSE DISPLAY (24 1) "SIPARIS YAZILDI, NO:"
              DISPLAY (24 22) SP-H-NO.
           DISPLAY (24 30) "ENT BAS". ACCEPT C.
           GO SPG-1.
       SPG-SATIR.
           COMPUTE SP-SAT = SP-H-SATIR + 10.
           MOVE SPACES TO SP-MAL.
       SPG-S-1. ACCEPT (SP-SAT 7) SP-MAL.
           IF SP-MAL = SPACES MOVE "E" TO SP-BITTI GO SPG-SATIR-SON.
           MOVE SP-MAL TO MT-KOD.
           READ MALTAB INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU MAL KODU TANIMLI DEGIL ENT BAS" ACCEPT C GO SPG-S-1.
           DISPLAY (SP-SAT 17) MT-ADI.
           MOVE 0 TO SP-MIKTAR SP-FIAT.
       SPG-S-2. ACCEPT (SP-SAT 48) SP-MIKTAR.
           IF SP-MIKTAR = 0 GO SPG-S-2.
       SPG-S-3. ACCEPT (SP-SAT 55) SP-FIAT.
           IF SP-FIAT = 0 GO SPG-S-3.
           ADD 1 TO SP-H-SATIR.
           MOVE SP-H-NO TO SP-NO. MOVE SP-H-SATIR TO SP-SATIR.
           MOVE SP-H-TD TO SP-TD. MOVE SP-BUGUN TO SP-TARIH.
           MOVE SP-H-TESLIM TO SP-TESLIM.
           MOVE 0 TO SP-GELEN. MOVE "A" TO SP-DURUM.
           WRITE SIPARIS-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SIPARIS SATIRI YAZILAMADI ENT BAS" ACCEPT C
              SUBTRACT 1 FROM SP-H-SATIR MOVE "E" TO SP-BITTI.
       SPG-SATIR-SON. EXIT.
       SP-NO-BUL.
           MOVE 0 TO SP-H-NO SP-NO SP-SATIR.
           START SIPARIS KEY NOT LESS SP-ANAHTAR INVALID KEY
              GO SP-NO-BUL-2.
       SP-NO-OKU. READ SIPARIS NEXT AT END GO SP-NO-BUL-2.
           MOVE SP-NO TO SP-H-NO.
           GO SP-NO-OKU.
       SP-NO-BUL-2. ADD 1 TO SP-H-NO.
       SP-NO-BUL-SON. EXIT.
       SPG-SON. CLOSE TEDARIK MALTAB SIPARIS.
       SIPARIS-GIR-CIK. EXIT.
      * SIPARISE KARSI MAL KABUL: SIPARIS SATIRINA GELEN ADET GIRILIR
      * (KISMI TESLIMAT OLABILIR), HER UNITENIN SERI NUMARASI SERI
      * KUTUGUNE DEPODA (G) OLARAK ACILIR; MAL CIKISINDA AYNI SERI
      * MUSTERIYE GECER. SIPARIS ADEDI DOLAN SATIR KAPANIR. SONUNDA
      * TEDARIKCI FATURASI GIRILIRSE TEDFAT'A YAZILIR, CARI AKTARMA
      * PROGRAMI TEDARIKCININ CARI HESABINA ALACAK OLARAK ISLER.
      * FATURASI SONRADAN GELEN SIPARIS, SATIR NO 0 ILE DOGRUDAN
      * FATURA GIRISINE GECILEREK KAYDEDILIR.
       MAL-KABUL SECTION.
       MKB-0. OPEN I-O SIPARIS.
           IF SP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SIPARIS KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              GO MAL-KABUL-CIK.
           OPEN I-O SERI.
           IF SR-DST = "35" OPEN OUTPUT SERI CLOSE SERI
              OPEN I-O SERI.
           OPEN I-O TEDFAT.
           IF TF-DST = "35" OPEN OUTPUT TEDFAT CLOSE TEDFAT
              OPEN I-O TEDFAT.
           IF SR-DST NOT = "00" OR TF-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SERI/FATURA KUTUGU ACILAMADI ENT BAS" ACCEPT C
              CLOSE SIPARIS SERI TEDFAT GO MAL-KABUL-CIK.
           MOVE "H" TO KB-TDVAR.
           OPEN INPUT TEDARIK.
           IF TD-DST = "00" MOVE "E" TO KB-TDVAR.
           ACCEPT SP-BUGUN FROM DATE YYYYMMDD.
       MKB-1. MOVE 0 TO KB-NO KB-TUTAR.
           DISPLAY E-KB.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       MKB-2. ACCEPT E-KB ON ESCAPE GO MKB-SON.
           IF KB-NO = 0 GO MKB-SON.
           MOVE KB-NO TO SP-NO. MOVE 1 TO SP-SATIR.
           READ SIPARIS INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SIPARIS NO YOK ENT BAS" ACCEPT C GO MKB-1.
           MOVE SP-TD TO KB-TD TD-KOD.
           DISPLAY (6 7) "TEDARIKCI      :". DISPLAY (6 25) SP-TD.
           MOVE SPACES TO TD-ADI.
           IF KB-TDVAR = "E" READ TEDARIK INVALID KEY
              MOVE SPACES TO TD-ADI.
           DISPLAY (6 35) TD-ADI.
       MKB-3. PERFORM MKB-LISTE THRU MKB-LISTE-SON.
       MKB-4. DISPLAY (20 1) ERASE.
           DISPLAY (20 7) "SATIR NO (0=BITTI):".
           MOVE 0 TO KB-SATIR.
           ACCEPT (20 27) KB-SATIR.
           IF KB-SATIR = 0 GO MKB-FAT.
           MOVE KB-NO TO SP-NO. MOVE KB-SATIR TO SP-SATIR.
           READ SIPARIS INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SATIR YOK ENT BAS" ACCEPT C GO MKB-4.
           IF SP-TAMAM
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SATIR TAMAMEN TESLIM ALINDI ENT BAS" ACCEPT C
              GO MKB-4.
           COMPUTE KB-KALAN = SP-MIKTAR - SP-GELEN.
           DISPLAY (20 32) "GELEN ADET:".
           MOVE 0 TO KB-ADET.
           ACCEPT (20 44) KB-ADET.
           IF KB-ADET = 0 GO MKB-4.
           IF KB-ADET > KB-KALAN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GELEN ADET KALANDAN FAZLA ENT BAS" ACCEPT C GO MKB-4.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO MKB-4.
           MOVE 0 TO KB-K.
           PERFORM KB-SERI THRU KB-SERI-SON
              UNTIL KB-K NOT < KB-ADET.
           ADD KB-ADET TO SP-GELEN.
           IF SP-GELEN NOT < SP-MIKTAR MOVE "K" TO SP-DURUM.
           REWRITE SIPARIS-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "--- YAZAMIYORUM DISK DOLU/BOZUK ENT BAS ---"
              ACCEPT C GO MKB-4.
           COMPUTE KB-TUTAR = KB-TUTAR + KB-ADET * SP-FIAT.
           GO MKB-3.
       MKB-FAT. DISPLAY (19 1) ERASE.
           MOVE KB-TUTAR TO KB-E-TUTAR.
           DISPLAY (19 7) "KABUL TUTARI   :".
           DISPLAY (19 25) KB-E-TUTAR.
           DISPLAY (20 7) "FATURA NO (BOS=FATURA YOK):".
           MOVE SPACES TO KB-FATNO.
           ACCEPT (20 36) KB-FATNO.
           IF KB-FATNO = SPACES GO MKB-1.
           DISPLAY (21 7) "FATURA TUTARI (0=KABUL TUTARI):".
           MOVE 0 TO KB-FTUTAR.
           ACCEPT (21 40) KB-FTUTAR.
           IF KB-FTUTAR = 0 MOVE KB-TUTAR TO KB-FTUTAR.
           IF KB-FTUTAR = 0 GO MKB-FAT.
           MOVE KB-FTUTAR TO KB-E-TUTAR.
           DISPLAY (21 40) KB-E-TUTAR.
           DISPLAY (22 11) "VERILER DOGRUMU". ACCEPT (22 29) C.
           IF C = "H" GO MKB-FAT.
           MOVE KB-TD TO TF-TD. MOVE KB-FATNO TO TF-FATNO.
           MOVE SP-BUGUN TO TF-TARIH. MOVE KB-NO TO TF-SPNO.
           MOVE KB-FTUTAR TO TF-TUTAR. MOVE SPACE TO TF-AKT.
           WRITE TEDFAT-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU FATURA ZATEN KAYITLI ENT BAS" ACCEPT C GO MKB-FAT.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "TEDARIKCI FATURASI KAYDEDILDI ENT BAS".
           ACCEPT C.
           GO MKB-1.
       MKB-LISTE.
           DISPLAY (8 1) ERASE.
           DISPLAY (8 7) "SATIR MAL KODU  SIPARIS  GELEN  KALAN DURUM".
           MOVE 8 TO KB-SAT.
           MOVE KB-NO TO SP-NO. MOVE 0 TO SP-SATIR.
           START SIPARIS KEY NOT LESS SP-ANAHTAR INVALID KEY
              GO MKB-LISTE-SON.
       MKB-L-OKU. READ SIPARIS NEXT AT END GO MKB-LISTE-SON.
           IF SP-NO NOT = KB-NO OR KB-SAT NOT < 18
              GO MKB-LISTE-SON.
           ADD 1 TO KB-SAT.
           DISPLAY (KB-SAT 8) SP-SATIR.
           DISPLAY (KB-SAT 13) SP-MAL.
           MOVE SP-MIKTAR TO KB-E-ADET. DISPLAY (KB-SAT 23) KB-E-ADET.
           MOVE SP-GELEN TO KB-E-ADET. DISPLAY (KB-SAT 32) KB-E-ADET.
           COMPUTE KB-E-ADET = SP-MIKTAR - SP-GELEN.
           DISPLAY (KB-SAT 39) KB-E-ADET.
           IF SP-TAMAM DISPLAY (KB-SAT 45) "TAMAM"
           ELSE DISPLAY (KB-SAT 45) "ACIK".
           GO MKB-L-OKU.
       MKB-LISTE-SON. EXIT.
      * GELEN HER UNITENIN SERISI DEPODA OLARAK ACILIR. BOS GIRILIRSE
      * KALAN UNITELER SERISIZ KABUL EDILIR (SERI-ISLE ILE AYNI USUL).
       KB-SERI.
           ADD 1 TO KB-K.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "SERI NO (BOS=SERISIZ)".
           DISPLAY (24 23) KB-K.
           MOVE SPACES TO KB-SERI-NO.
           ACCEPT (24 29) KB-SERI-NO.
           IF KB-SERI-NO = SPACES MOVE KB-ADET TO KB-K
              GO KB-SERI-SON.
           MOVE KB-SERI-NO TO SR-SERI.
           MOVE SP-MAL TO SR-MAL-KODU.
           MOVE SPACES TO SR-KOD11. MOVE SP-NO TO SR-INO.
           MOVE "G" TO SR-DURUM.
           MOVE SP-BUGUN TO SR-TARIH.
           WRITE SERI-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU SERI NO ZATEN KAYITLI ENT BAS" ACCEPT C
              SUBTRACT 1 FROM KB-K.
       KB-SERI-SON. EXIT.
       MKB-SON. CLOSE SIPARIS SERI TEDFAT.
           IF KB-TDVAR = "E" CLOSE TEDARIK.
       MAL-KABUL-CIK. EXIT.
      * ACIK SIPARIS LISTESI: TAMAMLANMAMIS SIPARIS SATIRLARI TESLIM
      * TARIHINE GORE DOKULUR; TESLIM TARIHI GECMIS OLANLAR KAC GUN
      * GECIKTIGIYLE ISARETLENIR. ISTENIRSE SADECE GECIKENLER.
       ACIK-SIPARIS SECTION.
       AP-0. OPEN INPUT SIPARIS.
           IF SP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "SIPARIS KUTUGU HENUZ YOK ENT BAS" ACCEPT C
              GO ACIK-SIPARIS-CIK.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "ACIK / GECIKEN SIPARIS LISTESI".
           DISPLAY (5 7) "SADECE GECIKENLER (E/H):".
           MOVE "H" TO AP-GECIKEN.
           ACCEPT (5 33) AP-GECIKEN.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO AP-SON.
           ACCEPT SP-BUGUN FROM DATE YYYYMMDD.
           COMPUTE AP-BGUN = FUNCTION INTEGER-OF-DATE(SP-BUGUN).
           MOVE 0 TO AP-SAY AP-GEC.
           PERFORM YAZICI-AC.
           SORT SRTWRK ON ASCENDING KEY W10-TESLIM W10-NO W10-SATIR
              INPUT PROCEDURE AP-BESLE THRU AP-BESLE-SON
              OUTPUT PROCEDURE AP-DOK THRU AP-DOK-SON.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "SIPARIS LISTESI YAZICIDA ENT BAS". ACCEPT C.
       AP-SON. CLOSE SIPARIS.
       ACIK-SIPARIS-CIK. EXIT.
       AP-BESLE SECTION.
       APB-0. MOVE 0 TO SP-NO SP-SATIR.
           START SIPARIS KEY NOT LESS SP-ANAHTAR INVALID KEY
              GO AP-BESLE-SON.
       APB-OKU. READ SIPARIS NEXT AT END GO AP-BESLE-SON.
           IF NOT SP-ACIK GO APB-OKU.
           IF AP-GECIKEN = "E" AND SP-TESLIM NOT < SP-BUGUN
              GO APB-OKU.
           MOVE SP-TESLIM TO W10-TESLIM.
           MOVE SP-NO TO W10-NO. MOVE SP-SATIR TO W10-SATIR.
           RELEASE SRT10-KAYDI.
           GO APB-OKU.
       AP-BESLE-SON. EXIT.
       AP-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE SP-BUGUN TO AP-B-TARIH.
           WRITE YAZ FROM SPZ1.
           WRITE YAZ FROM SPZ2.
           WRITE YAZ FROM BAS5.
       APD-OKU. RETURN SRTWRK AT END GO APD-FLUSH.
           MOVE W10-NO TO SP-NO. MOVE W10-SATIR TO SP-SATIR.
           READ SIPARIS INVALID KEY GO APD-OKU.
           MOVE SP-NO TO SP-D-NO. MOVE SP-SATIR TO SP-D-SATIR.
           MOVE SP-TD TO SP-D-TD. MOVE SP-MAL TO SP-D-MAL.
           MOVE SP-TESLIM TO SP-D-TESLIM.
           MOVE SP-MIKTAR TO SP-D-SIP. MOVE SP-GELEN TO SP-D-GELEN.
           COMPUTE SP-D-KALAN = SP-MIKTAR - SP-GELEN.
           MOVE 0 TO AP-GUN. MOVE SPACES TO SP-D-NOT.
           IF SP-TESLIM < SP-BUGUN
              COMPUTE AP-GUN = AP-BGUN
                 - FUNCTION INTEGER-OF-DATE(SP-TESLIM)
              MOVE "GECIKTI" TO SP-D-NOT
              ADD 1 TO AP-GEC.
           MOVE AP-GUN TO SP-D-GEC.
           WRITE YAZ FROM SPZ3.
           ADD 1 TO AP-SAY.
           GO APD-OKU.
       APD-FLUSH. WRITE YAZ FROM BAS5.
           MOVE AP-SAY TO AP-T-SAY. MOVE AP-GEC TO AP-T-GEC.
           WRITE YAZ FROM SPZ4.
       AP-DOK-SON. EXIT.
      * LISTE FIATI TARIHCESI YARDIMCILARI. FY-AC FIYAT'I ACAR (YOKSA
      * YARATIR), FY-VAR "E" ISE ACIKTIR; KAPATAN YER FY-VAR'I "H"
      * YAPAR. FY-BUL FY-A-MAL'IN FY-A-TARIH'TE GECERLI FIATINI
      * FY-A-FIAT'A KOYAR: O TARIHE KADARKI SON DEGISIKLIK, ILK
      * DEGISIKLIKTEN ONCEYSE ONUN ESKI FIATI, TARIHCE YOKSA MT-FIAT
      * (MT-FIAT CAGIRAN TARAFINDAN OKUNMUS OLMALI).
       FIYAT-ISLE SECTION.
       FY-AC.
           MOVE "H" TO FY-VAR.
           OPEN I-O FIYAT.
           IF FY-DST = "35" OPEN OUTPUT FIYAT CLOSE FIYAT
              OPEN I-O FIYAT.
           IF FY-DST = "00" MOVE "E" TO FY-VAR.
       FY-AC-SON. EXIT.
       FY-BUL.
           MOVE MT-FIAT TO FY-A-FIAT.
           IF FY-VAR NOT = "E" GO FY-BUL-SON.
           MOVE FY-A-MAL TO FY-MAL. MOVE 0 TO FY-TARIH.
           MOVE "E" TO FY-ILK.
           START FIYAT KEY NOT LESS FY-ANAHTAR INVALID KEY
              GO FY-BUL-SON.
       FY-BUL-OKU. READ FIYAT NEXT AT END GO FY-BUL-SON.
           IF FY-MAL NOT = FY-A-MAL GO FY-BUL-SON.
           IF FY-TARIH > FY-A-TARIH AND FY-ILK = "E"
              MOVE FY-ESKI TO FY-A-FIAT.
           IF FY-TARIH > FY-A-TARIH GO FY-BUL-SON.
           MOVE FY-FIAT TO FY-A-FIAT. MOVE "H" TO FY-ILK.
           GO FY-BUL-OKU.
       FY-BUL-SON. EXIT.
      * FY-A-MAL ICIN FY-A-TARIH'TEN GECERLI YENI FIAT (FY-Y-FIAT)
      * TARIHCEYE YAZILIR; AYNI GUNE IKINCI DEGISIKLIK O GUNUN
      * KAYDINI DUZELTIR, ESKI FIATI KORUNUR.
       FY-KAYDET.
           PERFORM FY-BUL THRU FY-BUL-SON.
           IF FY-A-FIAT = FY-Y-FIAT GO FY-KAYDET-SON.
           ACCEPT FY-BUGUN FROM DATE YYYYMMDD.
           MOVE FY-A-MAL TO FY-MAL. MOVE FY-A-TARIH TO FY-TARIH.
           READ FIYAT INVALID KEY GO FY-KAYDET-YENI.
           MOVE FY-Y-FIAT TO FY-FIAT. MOVE FY-Y-KAYNAK TO FY-KAYNAK.
           MOVE FY-BUGUN TO FY-ISLEM.
           REWRITE FIYAT-KAYDI INVALID KEY CONTINUE.
           GO FY-KAYDET-SON.
       FY-KAYDET-YENI.
           MOVE FY-A-MAL TO FY-MAL. MOVE FY-A-TARIH TO FY-TARIH.
           MOVE FY-A-FIAT TO FY-ESKI. MOVE FY-Y-FIAT TO FY-FIAT.
           MOVE FY-Y-KAYNAK TO FY-KAYNAK. MOVE FY-BUGUN TO FY-ISLEM.
           WRITE FIYAT-KAYDI INVALID KEY CONTINUE.
       FY-KAYDET-SON. EXIT.
      * TOPLU FIAT ARTISI: MAL KODU ARALIGINDAKI MALLARIN VERILEN
      * TARIHTE GECERLI FIATI YUZDE ILE ARTIRILIR, O TARIHTEN GECERLI
      * YENI FIAT OLARAK TARIHCEYE YAZILIR. TARIH BUGUN VEYA ILERISI
      * OLMALIDIR, GECMIS IRSALIYELERIN FIATI DEGISMEZ. BUGUNDEN
      * GECERLI ARTISTA MT-FIAT DA GUNCELLENIR.
       FIYAT-ARTIR SECTION.
       FRT-0. OPEN I-O MALTAB.
           IF MT-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KUTUGU YOK, ONCE MAL TANIMLAYIN ENT BAS"
              ACCEPT C GO FIYAT-ARTIR-CIK.
           PERFORM FY-AC THRU FY-AC-SON.
           IF FY-VAR NOT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FIAT TARIHCESI ACILAMADI ENT BAS"
              ACCEPT C CLOSE MALTAB GO FIYAT-ARTIR-CIK.
       FRT-1. MOVE SPACES TO FR-ILK FR-SON.
           MOVE 0 TO FR-ORAN FR-G-GUN FR-G-AY FR-G-YIL.
           DISPLAY E-FR.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       FRT-2. ACCEPT E-FR ON ESCAPE GO FRT-SON.
           IF FR-SON = SPACES MOVE FR-ILK TO FR-SON.
           IF FR-ORAN = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ARTIS YUZDESI BOS OLAMAZ ENT BAS" ACCEPT C GO FRT-2.
           IF FR-G-AY < 1 OR FR-G-AY > 12 OR FR-G-GUN < 1
              OR FR-G-GUN > 31
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERLILIK TARIHI HATALI ENT BAS" ACCEPT C GO FRT-2.
           COMPUTE FR-TARIH = FR-G-YIL * 10000 + FR-G-AY * 100
              + FR-G-GUN.
           ACCEPT FY-BUGUN FROM DATE YYYYMMDD.
           IF FR-TARIH < FY-BUGUN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECMIS TARIHE FIAT DEGISMEZ ENT BAS" ACCEPT C GO FRT-2.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO FRT-2.
           MOVE 0 TO FR-SAY.
           MOVE FR-ILK TO MT-KOD.
           START MALTAB KEY NOT LESS MT-KOD INVALID KEY GO FRT-BIT.
       FRT-OKU. READ MALTAB NEXT AT END GO FRT-BIT.
           IF MT-KOD > FR-SON GO FRT-BIT.
           MOVE MT-KOD TO FY-A-MAL.
           MOVE FR-TARIH TO FY-A-TARIH.
           PERFORM FY-BUL THRU FY-BUL-SON.
           COMPUTE FY-Y-FIAT ROUNDED = FY-A-FIAT * (100 + FR-ORAN)
              / 100.
           MOVE "Y" TO FY-Y-KAYNAK.
           PERFORM FY-KAYDET THRU FY-KAYDET-SON.
           ADD 1 TO FR-SAY.
           IF FR-TARIH NOT > FY-BUGUN
              PERFORM FRT-GUNCEL THRU FRT-GUNCEL-SON.
           GO FRT-OKU.
      * BUGUNDEN GECERLI ARTIS MAL KUTUGUNE ISLENIR VE ESKI/YENI
      * FIATIYLA PARAMETRE JURNALINE DUSER.
       FRT-GUNCEL.
           MOVE MT-ADI TO PI-M-ADI. MOVE MT-FIAT TO PI-M-FIAT.
           MOVE MT-KDV TO PI-M-KDV. MOVE PI-MAL TO PI-ESKI.
           MOVE FY-Y-FIAT TO MT-FIAT PI-M-FIAT.
           REWRITE MALTAB-KAYDI INVALID KEY GO FRT-GUNCEL-SON.
           MOVE PI-MAL TO PI-YENI.
           IF PI-ESKI = PI-YENI GO FRT-GUNCEL-SON.
           MOVE "MALTAB" TO PI-TABLO. MOVE MT-KOD TO PI-ANAHTAR.
           MOVE "D" TO PI-ISLEM.
           CALL "PRMKAYIT" USING PRM-IZ.
       FRT-GUNCEL-SON. EXIT.
       FRT-BIT. MOVE FR-SAY TO FR-E-SAY.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "FIATI DEGISEN MAL SAYISI:".
           DISPLAY (24 27) FR-E-SAY.
           DISPLAY (24 34) "ENT BAS". ACCEPT C.
           GO FRT-1.
       FRT-SON. CLOSE MALTAB FIYAT. MOVE "H" TO FY-VAR.
       FIYAT-ARTIR-CIK. EXIT.
      * FIAT DEGISIM RAPORU: TARIH ARALIGINDA GECERLILIGE GIREN FIAT
      * DEGISIKLIKLERI ESKI VE YENI FIAT, DEGISIM YUZDESI VE KAYNAGI
      * (ELLE / TOPLU) ILE DOKULUR; IRSALIYE ITIRAZINDA O GUNKU
      * LISTE FIATI BURADAN GOSTERILIR.
       FIYAT-RAPOR SECTION.
       FPR-0. OPEN INPUT FIYAT.
           IF FY-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FIAT TARIHCESI HENUZ YOK ENT BAS" ACCEPT C
              GO FIYAT-RAPOR-CIK.
           MOVE "H" TO SV-MTVAR.
           OPEN INPUT MALTAB.
           IF MT-DST = "00" MOVE "E" TO SV-MTVAR.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "FIAT DEGISIM RAPORU".
           DISPLAY (5 7) "ILK TARIH (YYYYAAGG, 0=BASTAN):".
           DISPLAY (6 7) "SON TARIH (YYYYAAGG, 0=SONA)  :".
           MOVE 0 TO FP-ILK FP-SON.
           ACCEPT (5 40) FP-ILK.
           ACCEPT (6 40) FP-SON.
           IF FP-SON = 0 MOVE 99999999 TO FP-SON.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO FPR-SON.
           MOVE 0 TO FP-SAY.
           PERFORM YAZICI-AC.
           SORT SRTWRK ON ASCENDING KEY W11-TARIH W11-MAL
              INPUT PROCEDURE FP-BESLE THRU FP-BESLE-SON
              OUTPUT PROCEDURE FP-DOK THRU FP-DOK-SON.
           CLOSE YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "FIAT DEGISIM RAPORU YAZICIDA ENT BAS".
           ACCEPT C.
       FPR-SON. CLOSE FIYAT.
           IF SV-MTVAR = "E" CLOSE MALTAB.
       FIYAT-RAPOR-CIK. EXIT.
       FP-BESLE SECTION.
       FPB-0. MOVE SPACES TO FY-MAL. MOVE 0 TO FY-TARIH.
           START FIYAT KEY NOT LESS FY-ANAHTAR INVALID KEY
              GO FP-BESLE-SON.
       FPB-OKU. READ FIYAT NEXT AT END GO FP-BESLE-SON.
           IF FY-TARIH < FP-ILK OR FY-TARIH > FP-SON GO FPB-OKU.
           MOVE FY-TARIH TO W11-TARIH. MOVE FY-MAL TO W11-MAL.
           MOVE FY-ESKI TO W11-ESKI. MOVE FY-FIAT TO W11-FIAT.
           MOVE FY-KAYNAK TO W11-KAYNAK.
           RELEASE SRT11-KAYDI.
           GO FPB-OKU.
       FP-BESLE-SON. EXIT.
       FP-DOK.
           WRITE YAZ FROM B1 AFTER 3.
           MOVE FP-ILK TO FP-B-ILK. MOVE FP-SON TO FP-B-SON.
           WRITE YAZ FROM FPZ1.
           WRITE YAZ FROM FPZ2.
           WRITE YAZ FROM BAS5.
       FPD-OKU. RETURN SRTWRK AT END GO FPD-FLUSH.
           MOVE W11-TARIH TO FP-D-TARIH. MOVE W11-MAL TO FP-D-MAL.
           MOVE W11-ESKI TO FP-D-ESKI. MOVE W11-FIAT TO FP-D-FIAT.
           MOVE 0 TO FP-D-DEG.
           IF W11-ESKI > 0
              COMPUTE FP-D-DEG ROUNDED =
                 (W11-FIAT - W11-ESKI) * 100 / W11-ESKI.
           IF W11-KAYNAK = "Y" MOVE "TOPLU" TO FP-D-TUR
           ELSE MOVE "ELLE" TO FP-D-TUR.
           MOVE SPACES TO MT-ADI.
           MOVE W11-MAL TO MT-KOD.
           IF SV-MTVAR = "E" READ MALTAB INVALID KEY
              MOVE SPACES TO MT-ADI.
           MOVE MT-ADI TO FP-D-ADI.
           WRITE YAZ FROM FPZ3.
           ADD 1 TO FP-SAY.
           GO FPD-OKU.
       FPD-FLUSH. WRITE YAZ FROM BAS5.
           MOVE FP-SAY TO FP-T-SAY.
           WRITE YAZ FROM FPZ4.
       FP-DOK-SON. EXIT.
      * E-FATURA / E-ARSIV. FATURA KESIMINDE EF-KAYIT FATURANIN
      * ELEKTRONIK KAYDINI ACAR (MUSTERI E-FATURA MUKELLEFIYSE
      * E-FATURA, DEGILSE E-ARSIV) VE EF-URET UBL-TR DOSYASINI YAZAR.
      * EF-URET ICIN KON1 KAYDI OKUNMUS, KON2 VE MALTAB ACIK
      * OLMALIDIR; SATIRLAR K2-FATURA-NO ILE BULUNUR, KDV HER SATIRDA
      * MALIN ORANIYLA BASILI FATURADAKI GIBI HESAPLANIR.
       EFATURA-ISLE SECTION.
       EF-KAYIT.
           MOVE "H" TO EF-HATA.
           OPEN I-O EFATURA.
           IF EF-DST = "35" OPEN OUTPUT EFATURA CLOSE EFATURA
              OPEN I-O EFATURA.
           IF EF-DST NOT = "00" MOVE "E" TO EF-HATA
              GO EF-KAYIT-SON.
           MOVE FA-NO TO EF-NO. MOVE FT-KOD TO EF-KOD.
           MOVE BU-TSAYI TO EF-TARIH.
           MOVE "A" TO EF-TUR. MOVE "H" TO MV-VAR.
           OPEN INPUT MUSVRG.
           IF MV-DST = "00" MOVE "E" TO MV-VAR.
           IF MV-VAR = "E"
              MOVE FT-KOD TO MV-KOD
              READ MUSVRG INVALID KEY MOVE "H" TO MV-EFAT
              END-READ
              IF MV-EFATURA MOVE "F" TO EF-TUR.
           IF MV-VAR = "E" CLOSE MUSVRG.
           ACCEPT EF-ZAMAN FROM TIME.
           MOVE BU-TSAYI TO EF-U-TARIH. MOVE EF-Z-SAAT TO EF-U-SAAT.
           MOVE EF-Z-SAN TO EF-U-SAN. MOVE EF-Z-SL TO EF-U-SL.
           MOVE FA-NO TO EF-U-NO.
           MOVE EF-UUID TO EF-ETTN.
           MOVE SPACE TO EF-DURUM. MOVE 0 TO EF-DTARIH.
           MOVE SPACES TO EF-NEDEN.
           PERFORM EF-URET THRU EF-URET-SON.
           WRITE EFATURA-KAYDI INVALID KEY REWRITE EFATURA-KAYDI.
           CLOSE EFATURA.
       EF-KAYIT-SON. EXIT.
       EF-URET.
           MOVE "H" TO EF-HATA MV-VAR.
           MOVE SPACES TO EF-F-VKN EF-F-DAIRE EF-F-ADRES EF-F-ILCE
              EF-F-IL.
           OPEN INPUT MUSVRG.
           IF MV-DST = "00" MOVE "E" TO MV-VAR.
           IF MV-VAR NOT = "E" GO EFU-MUS.
           MOVE "*FIRMA" TO MV-KOD.
           READ MUSVRG INVALID KEY GO EFU-MUS.
           MOVE MV-VKN TO EF-F-VKN. MOVE MV-DAIRE TO EF-F-DAIRE.
           MOVE MV-ADRES TO EF-F-ADRES. MOVE MV-ILCE TO EF-F-ILCE.
           MOVE MV-IL TO EF-F-IL.
       EFU-MUS.
           MOVE SPACES TO MUSVRG-KAYDI.
           MOVE EF-KOD TO MV-KOD.
           IF MV-VAR = "E" READ MUSVRG INVALID KEY
              MOVE SPACES TO MUSVRG-KAYDI.
           IF MV-VAR = "E" CLOSE MUSVRG.
           MOVE 0 TO EF-SSAY EF-MATRAH-T EF-KDV-T KV-N.
           MOVE ZEROS TO KV-TAB.
           MOVE EF-KOD TO KOD11.
           MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS KOD2 INVALID KEY GO EFU-DOSYA.
       EFU-OKU1. READ KON2 NEXT AT END GO EFU-DOSYA.
           IF KOD11 NOT = EF-KOD GO EFU-DOSYA.
           IF ISLEM-TIPI NOT = "M" OR K2-FATURA-NO NOT = EF-NO
              GO EFU-OKU1.
           PERFORM FK-ORAN-BUL THRU FK-ORAN-BUL-SON.
           COMPUTE FT-LKDV ROUNDED = TUTAR * FT-ORAN / 100.
           PERFORM KV-SAYAC THRU KV-SAYAC-SON.
           ADD TUTAR TO EF-MATRAH-T. ADD FT-LKDV TO EF-KDV-T.
           ADD 1 TO EF-SSAY.
           GO EFU-OKU1.
       EFU-DOSYA.
           MOVE EF-MATRAH-T TO EF-MATRAH. MOVE EF-KDV-T TO EF-KDV.
           MOVE SPACES TO EF-AD.
           STRING "EF" EF-NO ".XML" DELIMITED BY SIZE INTO EF-AD.
           OPEN OUTPUT EFDOSYA.
           IF EY-DST NOT = "00" MOVE "E" TO EF-HATA GO EF-URET-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<?xml version=""1.0"" encoding=""UTF-8""?>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<Invoice" TO EY-SATIR. WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING " xmlns=""urn:oasis:names:specification:ubl:"
              "schema:xsd:Invoice-2""" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING " xmlns:cac=""urn:oasis:names:specification:ubl:"
              "schema:xsd:CommonAggregateComponents-2"""
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING " xmlns:cbc=""urn:oasis:names:specification:ubl:"
              "schema:xsd:CommonBasicComponents-2"">"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cbc:UBLVersionID>2.1</cbc:UBLVersionID>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cbc:CustomizationID>TR1.2</cbc:CustomizationID>"
              TO EY-SATIR.
           WRITE EY-SATIR.
           IF EF-EFATURA
              MOVE "<cbc:ProfileID>TICARIFATURA</cbc:ProfileID>"
                 TO EY-SATIR
           ELSE
              MOVE "<cbc:ProfileID>EARSIVFATURA</cbc:ProfileID>"
                 TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE EF-TARIH TO EF-TG.
           MOVE EF-TG-YIL TO EF-B-YIL EF-I-YIL.
           MOVE EF-TG-AY TO EF-I-AY. MOVE EF-TG-GUN TO EF-I-GUN.
           MOVE EF-NO TO EF-B-SIRA.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:ID>" EF-BELGE "</cbc:ID>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cbc:CopyIndicator>false</cbc:CopyIndicator>"
              TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:UUID>" EF-ETTN "</cbc:UUID>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:IssueDate>" EF-ISO "</cbc:IssueDate>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cbc:InvoiceTypeCode>SATIS</cbc:InvoiceTypeCode>"
              TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:DocumentCurrencyCode>TRY"
              "</cbc:DocumentCurrencyCode>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:LineCountNumeric" TO EF-ETIKET.
           MOVE EF-SSAY TO EF-S-GIR. MOVE "E" TO EF-S-TAM.
           PERFORM EF-YAZ-SAYI THRU EF-YAZ-SAYI-SON.
           IF EF-EFATURA GO EFU-SATICI.
           MOVE "<cac:AdditionalDocumentReference>" TO EY-SATIR.
           WRITE EY-SATIR.
           IF MV-EPOSTA = SPACES
              MOVE "<cbc:ID>KAGIT</cbc:ID>" TO EY-SATIR
           ELSE
              MOVE "<cbc:ID>ELEKTRONIK</cbc:ID>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:IssueDate>" EF-ISO "</cbc:IssueDate>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cbc:DocumentTypeCode>SEND_TYPE</cbc:DocumentTypeCode>"
              TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "</cac:AdditionalDocumentReference>" TO EY-SATIR.
           WRITE EY-SATIR.
       EFU-SATICI.
           MOVE "<cac:AccountingSupplierParty>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE EF-F-VKN TO EF-P-VKN. MOVE EF-FIRMA-ADI TO EF-P-ADI.
           MOVE EF-F-DAIRE TO EF-P-DAIRE. MOVE EF-F-ADRES TO EF-P-ADRES.
           MOVE EF-F-ILCE TO EF-P-ILCE. MOVE EF-F-IL TO EF-P-IL.
           MOVE SPACES TO EF-P-EPOSTA.
           PERFORM EF-TARAF THRU EF-TARAF-SON.
           MOVE "</cac:AccountingSupplierParty>" TO EY-SATIR.
           WRITE EY-SATIR.
      * E-FATURA MUKELLEFI OLMAYAN VE VERGI BILGISI GIRILMEMIS
      * MUSTERIDE E-ARSIV NIHAI TUKETICI NUMARASI KULLANILIR.
           MOVE "<cac:AccountingCustomerParty>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE MV-VKN TO EF-P-VKN.
           IF EF-P-VKN = SPACES MOVE "11111111111" TO EF-P-VKN.
           MOVE UNVAN1 TO EF-P-ADI. MOVE MV-DAIRE TO EF-P-DAIRE.
           MOVE MV-ADRES TO EF-P-ADRES.
           IF EF-P-ADRES = SPACES MOVE ADRES TO EF-P-ADRES.
           MOVE MV-ILCE TO EF-P-ILCE. MOVE MV-IL TO EF-P-IL.
           MOVE MV-EPOSTA TO EF-P-EPOSTA.
           PERFORM EF-TARAF THRU EF-TARAF-SON.
           MOVE "</cac:AccountingCustomerParty>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cac:TaxTotal>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:TaxAmount" TO EF-ETIKET.
           MOVE EF-KDV-T TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           PERFORM EFU-VERGI THRU EFU-VERGI-SON
              VARYING KV-I FROM 1 BY 1 UNTIL KV-I > KV-N.
           MOVE "</cac:TaxTotal>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cac:LegalMonetaryTotal>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:LineExtensionAmount" TO EF-ETIKET.
           MOVE EF-MATRAH-T TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:TaxExclusiveAmount" TO EF-ETIKET.
           MOVE EF-MATRAH-T TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:TaxInclusiveAmount" TO EF-ETIKET.
           COMPUTE EF-S-GIR = EF-MATRAH-T + EF-KDV-T.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:PayableAmount" TO EF-ETIKET.
           COMPUTE EF-S-GIR = EF-MATRAH-T + EF-KDV-T.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "</cac:LegalMonetaryTotal>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE 0 TO EF-L-NO.
           MOVE EF-KOD TO KOD11.
           MOVE 0 TO I-NO I-GUNU I-AYI I-YILI.
           START KON2 KEY NOT LESS KOD2 INVALID KEY GO EFU-BIT.
       EFU-OKU2. READ KON2 NEXT AT END GO EFU-BIT.
           IF KOD11 NOT = EF-KOD GO EFU-BIT.
           IF ISLEM-TIPI NOT = "M" OR K2-FATURA-NO NOT = EF-NO
              GO EFU-OKU2.
           PERFORM EFU-SATIR THRU EFU-SATIR-SON.
           GO EFU-OKU2.
       EFU-BIT.
           MOVE "</Invoice>" TO EY-SATIR. WRITE EY-SATIR.
           CLOSE EFDOSYA.
       EF-URET-SON. EXIT.
       EFU-VERGI.
           MOVE KV-MATRAH (KV-I) TO EF-V-MATRAH.
           MOVE KV-KDV (KV-I) TO EF-V-KDV.
           MOVE KV-ORAN (KV-I) TO EF-V-ORAN.
           PERFORM EF-ALT-VERGI THRU EF-ALT-VERGI-SON.
       EFU-VERGI-SON. EXIT.
      * FATURA SATIRI. LISTE FIATI TUTARDAN YUKSEKSE ARADAKI FARK
      * SATIR ISKONTOSU OLARAK YAZILIR; DEGILSE BIRIM FIAT TUTARDAN
      * BULUNUR.
       EFU-SATIR.
           ADD 1 TO EF-L-NO.
           PERFORM FK-ORAN-BUL THRU FK-ORAN-BUL-SON.
           COMPUTE FT-LKDV ROUNDED = TUTAR * FT-ORAN / 100.
           MOVE MAL-ADET TO EF-MIKTAR.
           IF EF-MIKTAR = 0 MOVE 1 TO EF-MIKTAR.
           COMPUTE EF-LISTE = FY-A-FIAT * EF-MIKTAR.
           MOVE 0 TO EF-ISK.
           IF FY-A-FIAT > 0 AND EF-LISTE NOT < TUTAR
              COMPUTE EF-ISK = EF-LISTE - TUTAR.
           MOVE "<cac:InvoiceLine>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:ID" TO EF-ETIKET.
           MOVE EF-L-NO TO EF-S-GIR. MOVE "E" TO EF-S-TAM.
           PERFORM EF-YAZ-SAYI THRU EF-YAZ-SAYI-SON.
           MOVE EF-MIKTAR TO EF-S-GIR. MOVE "E" TO EF-S-TAM.
           PERFORM EF-SAYI THRU EF-SAYI-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:InvoicedQuantity unitCode=""C62"">"
              EF-S-ED (EF-S-BAS:EF-S-UZ) "</cbc:InvoicedQuantity>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:LineExtensionAmount" TO EF-ETIKET.
           MOVE TUTAR TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           IF EF-ISK = 0 GO EFU-S-VERGI.
           MOVE "<cac:AllowanceCharge>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cbc:ChargeIndicator>false</cbc:ChargeIndicator>"
              TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:Amount" TO EF-ETIKET.
           MOVE EF-ISK TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:BaseAmount" TO EF-ETIKET.
           MOVE EF-LISTE TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "</cac:AllowanceCharge>" TO EY-SATIR. WRITE EY-SATIR.
       EFU-S-VERGI.
           MOVE "<cac:TaxTotal>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:TaxAmount" TO EF-ETIKET.
           MOVE FT-LKDV TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE TUTAR TO EF-V-MATRAH. MOVE FT-LKDV TO EF-V-KDV.
           MOVE FT-ORAN TO EF-V-ORAN.
           PERFORM EF-ALT-VERGI THRU EF-ALT-VERGI-SON.
           MOVE "</cac:TaxTotal>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cac:Item>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:Name" TO EF-ETIKET.
           MOVE MAL-ISMI TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           IF MAL-KODU = SPACES GO EFU-S-FIAT.
           MOVE "<cac:SellersItemIdentification>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:ID" TO EF-ETIKET.
           MOVE MAL-KODU TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "</cac:SellersItemIdentification>" TO EY-SATIR.
           WRITE EY-SATIR.
       EFU-S-FIAT.
           MOVE "</cac:Item>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cac:Price>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:PriceAmount" TO EF-ETIKET.
           IF EF-ISK > 0 OR (FY-A-FIAT > 0 AND EF-LISTE = TUTAR)
              MOVE FY-A-FIAT TO EF-S-GIR
           ELSE
              COMPUTE EF-S-GIR ROUNDED = TUTAR / EF-MIKTAR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "</cac:Price>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "</cac:InvoiceLine>" TO EY-SATIR. WRITE EY-SATIR.
       EFU-SATIR-SON. EXIT.
      * VERGI ALT TOPLAMI (EF-V-MATRAH, EF-V-KDV, EF-V-ORAN). SIFIR
      * ORANLI KDV'DE GIB ISTISNA KODU 351 YAZILIR.
       EF-ALT-VERGI.
           MOVE "<cac:TaxSubtotal>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:TaxableAmount" TO EF-ETIKET.
           MOVE EF-V-MATRAH TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:TaxAmount" TO EF-ETIKET.
           MOVE EF-V-KDV TO EF-S-GIR.
           PERFORM EF-YAZ-TL THRU EF-YAZ-TL-SON.
           MOVE "cbc:Percent" TO EF-ETIKET.
           MOVE EF-V-ORAN TO EF-S-GIR.
           PERFORM EF-YAZ-SAYI THRU EF-YAZ-SAYI-SON.
           MOVE "<cac:TaxCategory>" TO EY-SATIR. WRITE EY-SATIR.
           IF EF-V-ORAN NOT = 0 GO EF-ALT-V-TUR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:TaxExemptionReasonCode>351"
              "</cbc:TaxExemptionReasonCode>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:TaxExemptionReason>KDV - Istisna Olmayan Diger"
              "</cbc:TaxExemptionReason>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
       EF-ALT-V-TUR.
           MOVE "<cac:TaxScheme>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cbc:Name>KDV</cbc:Name>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cbc:TaxTypeCode>0015</cbc:TaxTypeCode>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "</cac:TaxScheme>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "</cac:TaxCategory>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "</cac:TaxSubtotal>" TO EY-SATIR. WRITE EY-SATIR.
       EF-ALT-VERGI-SON. EXIT.
      * SATICI / ALICI TARAFI (EF-P- ALANLARI). 10 HANELI NUMARA VKN,
      * 11 HANELI TC KIMLIK NO'DUR; TC KIMLIKLI ALICIDA AD SOYAD
      * UNVANIN SON KELIMESINDEN AYRILIR.
       EF-TARAF.
           MOVE "<cac:Party>" TO EY-SATIR. WRITE EY-SATIR.
           IF EF-P-VKN (11:1) = SPACE MOVE "VKN" TO EF-P-SEMA
           ELSE MOVE "TCKN" TO EF-P-SEMA.
           MOVE "<cac:PartyIdentification>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE EF-P-VKN TO EF-M-GIR.
           PERFORM EF-METIN THRU EF-METIN-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<cbc:ID schemeID=""" DELIMITED BY SIZE
              EF-P-SEMA DELIMITED BY SPACE
              """>" EF-M-CIK (1:EF-M-UZ) "</cbc:ID>"
              DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "</cac:PartyIdentification>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "<cac:PartyName>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:Name" TO EF-ETIKET.
           MOVE EF-P-ADI TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "</cac:PartyName>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "<cac:PostalAddress>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:StreetName" TO EF-ETIKET.
           MOVE EF-P-ADRES TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "cbc:CitySubdivisionName" TO EF-ETIKET.
           MOVE EF-P-ILCE TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "cbc:CityName" TO EF-ETIKET.
           MOVE EF-P-IL TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<cac:Country><cbc:Name>Turkiye</cbc:Name>"
              "</cac:Country>" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "</cac:PostalAddress>" TO EY-SATIR. WRITE EY-SATIR.
           IF EF-P-DAIRE = SPACES GO EF-TARAF-POSTA.
           MOVE "<cac:PartyTaxScheme><cac:TaxScheme>" TO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "cbc:Name" TO EF-ETIKET.
           MOVE EF-P-DAIRE TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "</cac:TaxScheme></cac:PartyTaxScheme>" TO EY-SATIR.
           WRITE EY-SATIR.
       EF-TARAF-POSTA.
           IF EF-P-EPOSTA = SPACES GO EF-TARAF-KISI.
           MOVE "<cac:Contact>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE "cbc:ElectronicMail" TO EF-ETIKET.
           MOVE EF-P-EPOSTA TO EF-M-GIR.
           PERFORM EF-YAZ-METIN THRU EF-YAZ-METIN-SON.
           MOVE "</cac:Contact>" TO EY-SATIR. WRITE EY-SATIR.
       EF-TARAF-KISI.
           IF EF-P-SEMA NOT = "TCKN" GO EF-TARAF-BIT.
           MOVE EF-P-ADI TO EF-M-GIR.
           PERFORM EF-METIN THRU EF-METIN-SON.
           MOVE EF-M-UZ TO EF-K-I. MOVE "H" TO EF-K-BITTI.
           PERFORM EF-K-ARA THRU EF-K-ARA-SON
              UNTIL EF-K-BITTI = "E".
           MOVE "<cac:Person>" TO EY-SATIR. WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           IF EF-K-I > 1
              STRING "<cbc:FirstName>" EF-M-CIK (1:EF-K-I - 1)
                 "</cbc:FirstName>" DELIMITED BY SIZE INTO EY-SATIR
           ELSE
              STRING "<cbc:FirstName>" EF-M-CIK (1:EF-M-UZ)
                 "</cbc:FirstName>" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE SPACES TO EY-SATIR.
           IF EF-K-I > 1
              STRING "<cbc:FamilyName>"
                 EF-M-CIK (EF-K-I + 1:EF-M-UZ - EF-K-I)
                 "</cbc:FamilyName>" DELIMITED BY SIZE INTO EY-SATIR
           ELSE
              STRING "<cbc:FamilyName>" EF-M-CIK (1:EF-M-UZ)
                 "</cbc:FamilyName>" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
           MOVE "</cac:Person>" TO EY-SATIR. WRITE EY-SATIR.
       EF-TARAF-BIT.
           MOVE "</cac:Party>" TO EY-SATIR. WRITE EY-SATIR.
       EF-TARAF-SON. EXIT.
      * UNVANDA SONDAN ILK BOSLUK ARANIR (EF-K-I, YOKSA 0).
       EF-K-ARA.
           IF EF-K-I = 0 MOVE "E" TO EF-K-BITTI GO EF-K-ARA-SON.
           IF EF-M-CIK (EF-K-I:1) = SPACE MOVE "E" TO EF-K-BITTI
           ELSE SUBTRACT 1 FROM EF-K-I.
       EF-K-ARA-SON. EXIT.
      * <ETIKET>METIN</ETIKET> SATIRI (EF-ETIKET, EF-M-GIR).
       EF-YAZ-METIN.
           PERFORM EF-METIN THRU EF-METIN-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<" DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              ">" EF-M-CIK (1:EF-M-UZ) "</" DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              ">" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
       EF-YAZ-METIN-SON. EXIT.
      * <ETIKET CURRENCYID="TRY">TUTAR</ETIKET> SATIRI.
       EF-YAZ-TL.
           PERFORM EF-SAYI THRU EF-SAYI-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<" DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              " currencyID=""TRY"">" EF-S-ED (EF-S-BAS:EF-S-UZ) "</"
              DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              ">" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
       EF-YAZ-TL-SON. EXIT.
      * <ETIKET>SAYI</ETIKET> SATIRI.
       EF-YAZ-SAYI.
           PERFORM EF-SAYI THRU EF-SAYI-SON.
           MOVE SPACES TO EY-SATIR.
           STRING "<" DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              ">" EF-S-ED (EF-S-BAS:EF-S-UZ) "</" DELIMITED BY SIZE
              EF-ETIKET DELIMITED BY SPACE
              ">" DELIMITED BY SIZE INTO EY-SATIR.
           WRITE EY-SATIR.
       EF-YAZ-SAYI-SON. EXIT.
      * EF-S-GIR IKI ONDALIKLA EF-S-ED'E YAZILIR, BASTAKI BOSLUKLAR
      * ATLANIR (EF-S-BAS, EF-S-UZ). EF-S-TAM "E" ISE ONDALIKSIZ.
       EF-SAYI.
           MOVE EF-S-GIR TO EF-S-ED.
           MOVE 1 TO EF-S-BAS.
           PERFORM EF-S-ILERI THRU EF-S-ILERI-SON
              UNTIL EF-S-H (EF-S-BAS) NOT = SPACE.
           COMPUTE EF-S-UZ = 17 - EF-S-BAS.
           IF EF-S-TAM = "E" SUBTRACT 3 FROM EF-S-UZ.
           MOVE "H" TO EF-S-TAM.
       EF-SAYI-SON. EXIT.
       EF-S-ILERI. ADD 1 TO EF-S-BAS.
       EF-S-ILERI-SON. EXIT.
      * EF-M-GIR SONDAKI BOSLUKLAR ATILARAK, & < > KACIS DIZISIYLE
      * EF-M-CIK'A YAZILIR (UZUNLUK EF-M-UZ, EN AZ 1).
       EF-METIN.
           MOVE 60 TO EF-M-SON. MOVE "H" TO EF-M-BITTI.
           PERFORM EF-M-GERI THRU EF-M-GERI-SON
              UNTIL EF-M-BITTI = "E".
           MOVE SPACES TO EF-M-CIK. MOVE 0 TO EF-M-UZ.
           PERFORM EF-M-KOPYA THRU EF-M-KOPYA-SON
              VARYING EF-M-I FROM 1 BY 1 UNTIL EF-M-I > EF-M-SON.
           IF EF-M-UZ = 0 MOVE 1 TO EF-M-UZ.
       EF-METIN-SON. EXIT.
       EF-M-GERI.
           IF EF-M-SON = 0 MOVE "E" TO EF-M-BITTI GO EF-M-GERI-SON.
           IF EF-M-H (EF-M-SON) NOT = SPACE MOVE "E" TO EF-M-BITTI
           ELSE SUBTRACT 1 FROM EF-M-SON.
       EF-M-GERI-SON. EXIT.
       EF-M-KOPYA.
           IF EF-M-H (EF-M-I) = "&"
              MOVE "&amp;" TO EF-M-CIK (EF-M-UZ + 1:5)
              ADD 5 TO EF-M-UZ GO EF-M-KOPYA-SON.
           IF EF-M-H (EF-M-I) = "<"
              MOVE "&lt;" TO EF-M-CIK (EF-M-UZ + 1:4)
              ADD 4 TO EF-M-UZ GO EF-M-KOPYA-SON.
           IF EF-M-H (EF-M-I) = ">"
              MOVE "&gt;" TO EF-M-CIK (EF-M-UZ + 1:4)
              ADD 4 TO EF-M-UZ GO EF-M-KOPYA-SON.
           ADD 1 TO EF-M-UZ.
           MOVE EF-M-H (EF-M-I) TO EF-M-CIK (EF-M-UZ:1).
       EF-M-KOPYA-SON. EXIT.
      * MUSTERI VERGI BILGISI: E-FATURA / E-ARSIV ICIN VKN VEYA TC
      * KIMLIK NO, VERGI DAIRESI, ADRES VE E-FATURA MUKELLEFIYETI.
      * "*FIRMA" KODUYLA FIRMANIN KENDI BILGISI GIRILIR.
       MUSTERI-VERGI SECTION.
       MVT-1. OPEN INPUT KON1.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO MUSTERI-VERGI-CIK.
           OPEN I-O MUSVRG.
           IF MV-DST = "35" OPEN OUTPUT MUSVRG CLOSE MUSVRG
              OPEN I-O MUSVRG.
       MVT-2. MOVE SPACES TO MV-KOD.
           DISPLAY E-MV.
           DISPLAY (25 1) "ESC ILE CIKILIR".
       MVT-3. ACCEPT E-MV ON ESCAPE GO MVT-SON.
           IF MV-KOD = SPACES GO MVT-3.
           MOVE EF-FIRMA-ADI TO EF-P-ADI.
           IF MV-KOD = "*FIRMA" GO MVT-4.
           MOVE MV-KOD TO KOD1.
           READ KON1 INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU KOD ISLENMEMIS ENT BAS" ACCEPT C GO MVT-3.
           MOVE UNVAN1 TO EF-P-ADI.
       MVT-4. READ MUSVRG INVALID KEY
              MOVE SPACES TO MV-VKN MV-DAIRE MV-ADRES MV-ILCE MV-IL
                 MV-EPOSTA
              MOVE "H" TO MV-EFAT.
           DISPLAY E-MV2.
           DISPLAY (7 25) EF-P-ADI.
       MVT-5. ACCEPT E-MV2 ON ESCAPE GO MVT-2.
           IF MV-VKN (11:1) = SPACE AND MV-VKN (1:10) NOT NUMERIC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "VKN 10, TC KIMLIK NO 11 HANELI OLMALI ENT BAS"
              ACCEPT C GO MVT-5.
           IF MV-VKN (11:1) NOT = SPACE AND MV-VKN NOT NUMERIC
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "VKN 10, TC KIMLIK NO 11 HANELI OLMALI ENT BAS"
              ACCEPT C GO MVT-5.
           IF MV-EFAT NOT = "E" AND MV-EFAT NOT = "H"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "E-FATURA MUKELLEFI E VEYA H OLMALI ENT BAS"
              ACCEPT C GO MVT-5.
           IF MV-IL = SPACES OR MV-ILCE = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "IL VE ILCE BOS OLAMAZ ENT BAS" ACCEPT C GO MVT-5.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO MVT-5.
           WRITE MUSVRG-KAYDI INVALID KEY REWRITE MUSVRG-KAYDI.
           GO MVT-2.
       MVT-SON. CLOSE KON1 MUSVRG.
       MUSTERI-VERGI-CIK. EXIT.
      * E-FATURA TAKIBI: FATURA NUMARASIYLA ELEKTRONIK KAYIT BULUNUR,
      * ENTEGRATORE GONDERILDIGI VE ALICININ KABUL / RED CEVABI
      * ISLENIR. HENUZ GONDERILMEMIS FATURANIN DOSYASI (ORNEGIN VERGI
      * BILGISI SONRADAN DUZELTILDIYSE) AYNI NUMARA VE ETTN ILE
      * YENIDEN URETILEBILIR.
       EFATURA-TAKIP SECTION.
       EFT-0. OPEN I-O EFATURA.
           IF EF-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "E-FATURA KAYDI HENUZ YOK ENT BAS" ACCEPT C
              GO EFATURA-TAKIP-CIK.
       EFT-1. DISPLAY (1 1) ERASE.
           DISPLAY (3 7) "E-FATURA TAKIBI".
           DISPLAY (5 7) "FATURA NO (0=CIKIS):".
           MOVE 0 TO EF-E-NO.
           ACCEPT (5 29) EF-E-NO.
           IF EF-E-NO = 0 GO EFT-SON.
           MOVE EF-E-NO TO EF-NO.
           READ EFATURA INVALID KEY
              DISPLAY (23 7) "BU NUMARADA FATURA YOK ENT BAS" ACCEPT C
              GO EFT-1.
           DISPLAY (7 7) "MUSTERI KODU  :". DISPLAY (7 23) EF-KOD.
           DISPLAY (8 7) "TURU          :".
           IF EF-EFATURA DISPLAY (8 23) "E-FATURA"
           ELSE DISPLAY (8 23) "E-ARSIV".
           DISPLAY (9 7) "TARIHI        :". DISPLAY (9 23) EF-TARIH.
           DISPLAY (10 7) "MATRAH        :". DISPLAY (10 23) EF-MATRAH.
           DISPLAY (11 7) "KDV           :". DISPLAY (11 23) EF-KDV.
           DISPLAY (12 7) "ETTN          :". DISPLAY (12 23) EF-ETTN.
           DISPLAY (13 7) "DURUMU        :".
           IF EF-BEKLIYOR DISPLAY (13 23) "GONDERILMEDI".
           IF EF-GONDERILDI DISPLAY (13 23) "GONDERILDI".
           IF EF-KABUL DISPLAY (13 23) "KABUL".
           IF EF-RED DISPLAY (13 23) "RED".
           IF EF-RED DISPLAY (14 7) "RED NEDENI    :"
              DISPLAY (14 23) EF-NEDEN.
           DISPLAY (16 7)
              "YENI DURUM (G:GONDERILDI K:KABUL R:RED".
           DISPLAY (17 7)
              "            Y:DOSYAYI YENIDEN URET, BOS=DEGISMEZ):".
           MOVE SPACE TO EF-E-DURUM.
       EFT-2. ACCEPT (17 59) EF-E-DURUM.
           IF EF-E-DURUM = SPACE GO EFT-1.
           IF EF-E-DURUM = "Y" GO EFT-URET.
           IF EF-E-DURUM NOT = "G" AND EF-E-DURUM NOT = "K"
              AND EF-E-DURUM NOT = "R"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DURUM G, K, R VEYA Y OLMALI ENT BAS" ACCEPT C GO EFT-2.
           IF EF-EARSIV AND EF-E-DURUM NOT = "G"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "E-ARSIV FATURADA KABUL / RED OLMAZ ENT BAS" ACCEPT C
              GO EFT-2.
           MOVE SPACES TO EF-E-NEDEN.
           IF EF-E-DURUM = "R"
              DISPLAY (19 7) "RED NEDENI:"
              ACCEPT (19 19) EF-E-NEDEN.
           DISPLAY (21 11) "VERILER DOGRUMU". ACCEPT (21 29) C.
           IF C = "H" GO EFT-1.
           MOVE EF-E-DURUM TO EF-DURUM.
           MOVE EF-E-NEDEN TO EF-NEDEN.
           ACCEPT EF-BUGUN FROM DATE YYYYMMDD.
           MOVE EF-BUGUN TO EF-DTARIH.
           REWRITE EFATURA-KAYDI.
           GO EFT-1.
       EFT-URET.
           IF NOT EF-BEKLIYOR
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GONDERILMIS FATURANIN DOSYASI DEGISMEZ ENT BAS"
              ACCEPT C GO EFT-1.
           OPEN INPUT KON1 KON2.
           IF KN-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DOSYA ACILAMADI, DUZELT ILE ONARIN ENT BAS"
              ACCEPT C GO EFT-1.
           OPEN INPUT MALTAB.
           IF MT-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "MAL KUTUGU YOK, ONCE MAL TANIMLAYIN ENT BAS"
              ACCEPT C CLOSE KON1 KON2 GO EFT-1.
           PERFORM FY-AC THRU FY-AC-SON.
           MOVE EF-KOD TO KOD1.
           READ KON1 INVALID KEY MOVE SPACES TO UNVAN1 ADRES.
           PERFORM EF-URET THRU EF-URET-SON.
           CLOSE KON1 KON2 MALTAB.
           IF FY-VAR = "E" CLOSE FIYAT MOVE "H" TO FY-VAR.
           IF EF-HATA = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "E-FATURA DOSYASI YAZILAMADI ENT BAS" ACCEPT C
              GO EFT-1.
           REWRITE EFATURA-KAYDI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "DOSYA YENIDEN URETILDI:".
           DISPLAY (24 25) EF-AD.
           DISPLAY (24 38) "ENT BAS". ACCEPT C.
           GO EFT-1.
       EFT-SON. CLOSE EFATURA.
       EFATURA-TAKIP-CIK. EXIT.
      * E-FATURA / E-ARSIV DURUM LISTESI: FATURA NUMARASI SIRASIYLA
      * TUM ELEKTRONIK FATURALAR VE GONDERIM DURUMLARI YAZICIYA
      * DOKULUR; SONDA DURUM BASINA SAYILAR VERILIR.
       EFATURA-LISTE SECTION.
       ELS-0. OPEN INPUT EFATURA.
           IF EF-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "E-FATURA KAYDI HENUZ YOK ENT BAS" ACCEPT C
              GO EFATURA-LISTE-CIK.
           MOVE 0 TO EL-SAY EL-BSAY EL-GSAY EL-KSAY EL-RSAY.
           PERFORM YAZICI-AC.
           ACCEPT EF-BUGUN FROM DATE YYYYMMDD.
           MOVE EF-BUGUN TO EL-B-TARIH.
           WRITE YAZ FROM B1 AFTER 3.
           WRITE YAZ FROM ELZ1 AFTER 2.
           WRITE YAZ FROM ELZ2.
           WRITE YAZ FROM BAS5.
           MOVE 0 TO EF-NO.
           START EFATURA KEY NOT LESS EF-NO INVALID KEY GO ELS-BIT.
       ELS-OKU. READ EFATURA NEXT AT END GO ELS-BIT.
           MOVE EF-NO TO EL-D-NO. MOVE EF-TARIH TO EL-D-TARIH.
           MOVE EF-KOD TO EL-D-KOD.
           IF EF-EFATURA MOVE "E-FATURA" TO EL-D-TUR
           ELSE MOVE "E-ARSIV" TO EL-D-TUR.
           COMPUTE EL-D-GENEL = EF-MATRAH + EF-KDV.
           MOVE EF-DTARIH TO EL-D-DTARIH.
           ADD 1 TO EL-SAY.
           IF EF-BEKLIYOR MOVE "BEKLIYOR" TO EL-D-DURUM
              ADD 1 TO EL-BSAY.
           IF EF-GONDERILDI MOVE "GONDERILDI" TO EL-D-DURUM
              ADD 1 TO EL-GSAY.
           IF EF-KABUL MOVE "KABUL" TO EL-D-DURUM ADD 1 TO EL-KSAY.
           IF EF-RED MOVE "RED" TO EL-D-DURUM ADD 1 TO EL-RSAY.
           WRITE YAZ FROM ELZ3.
           IF EF-RED MOVE EF-NEDEN TO EL-D-NEDEN
              WRITE YAZ FROM ELZ3B.
           GO ELS-OKU.
       ELS-BIT. WRITE YAZ FROM BAS5.
           MOVE EL-SAY TO EL-T-SAY. MOVE EL-BSAY TO EL-T-BEK.
           MOVE EL-GSAY TO EL-T-GON. MOVE EL-KSAY TO EL-T-KABUL.
           MOVE EL-RSAY TO EL-T-RED.
           WRITE YAZ FROM ELZ4.
           CLOSE EFATURA YAZICI.
           DISPLAY (24 1) ERASE.
           DISPLAY (24 1) "E-FATURA LISTESI YAZICIDA ENT BAS". ACCEPT C.
       EFATURA-LISTE-CIK. EXIT.
       K-P-SON SECTION.
       MEHMET-HARAS. DISPLAY (1 1) ERASE. GOBACK.

           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
      * ISLEM JURNALI: BASARILI EKLEME, DEGISTIRME VE SILMEDEN HEMEN
      * SONRA KAYDIN SON HALI ISLJRN ILE GUNUN JURNALINE DUSER. ISLEM
      * KODU (JI-ISLEM) CAGIRAN YERDE VERILIR; KUTUK DURUMU BASARISIZ
      * ISE JURNALE YAZILMAZ.
       ISLEM-JURNAL SECTION.
       KON1-JURNAL.
           IF KN-DST NOT = "00" AND KN-DST NOT = "02"
              GO KON1-JURNAL-SON.
           MOVE "KON1" TO JI-DOSYA. MOVE KON1-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       KON1-JURNAL-SON. EXIT.
       KON2-JURNAL.
           IF KN-DST NOT = "00" AND KN-DST NOT = "02"
              GO KON2-JURNAL-SON.
           MOVE "KON2" TO JI-DOSYA. MOVE KON2-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       KON2-JURNAL-SON. EXIT.
       CEKN-JURNAL.
           IF CK-DST NOT = "00" AND CK-DST NOT = "02"
              GO CEKN-JURNAL-SON.
           MOVE "CEKN" TO JI-DOSYA. MOVE CEKN-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       CEKN-JURNAL-SON. EXIT.
