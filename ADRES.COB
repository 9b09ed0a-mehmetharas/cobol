           FILE STATUS DURUM.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
           SELECT ORTAK ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ORT-KOD
           FILE STATUS OR-DST.
           SELECT KATTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KAT-KOD
           FILE STATUS KAT-DST.
           SELECT MEKTUP ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL
           FILE STATUS MEK-DST.
           SELECT GORUSME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY GR-ANAHTAR
           FILE STATUS GR-DST.
           SELECT ILTAB ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ILT-YER
           FILE STATUS SH-DST.
           SELECT SRTWRK ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD ADRES LABEL RECORD STANDARD VALUE OF FILE-ID "ADRES.DAT".
      * YERDEN ITIBAREN SATIRIN UZERINE YAZILIR.
       FD MEKTUP LABEL RECORD STANDARD VALUE OF FILE-ID "MEKTUP.SAB".
       01 MEK-KAYIT PIC X(80).
      * GORUSME.DAT - ADRES KAYDI BASINA GORUSME (TELEFON, ZIYARET,
      * MEKTUP) GECMISI. TARIHLER YYYYAAGG; TAKIP TARIHI SIFIRSA
      * TAKIP YOKTUR, VARSA DURUM A (ACIK) YA DA K (KAPALI).
       FD GORUSME LABEL RECORD STANDARD VALUE OF FILE-ID "GORUSME.DAT".
       01 GORUSME-KAYDI.
           02 GR-ANAHTAR.
              03 GR-ADR-NO PIC 9(6).
              03 GR-SIRA PIC 9(4).
           02 GR-TARIH PIC 9(8).
           02 GR-OPERATOR PIC X(10).
           02 GR-KANAL PIC X.
              88 GR-KANAL-TEL VALUE "T".
              88 GR-KANAL-ZIY VALUE "Z".
              88 GR-KANAL-MEK VALUE "M".
           02 GR-KONU PIC X(30).
           02 GR-TAKIP PIC 9(8).
           02 GR-TAKIP-DRM PIC X.
      * ILTAB.DAT - IL / ILCE / KOY TABLOSU. ANAHTAR YERIN DOGRU
      * YAZILISIDIR VE ADRES/ORTAK KAYITLARININ SEHIR ALANINA AYNEN
      * BU YAZILIS GIRILIR. TUR I (IL), C (ILCE), K (KOY).
       FD ILTAB LABEL RECORD STANDARD VALUE OF FILE-ID "ILTAB.DAT".
       01 ILTAB-KAYDI.
           02 ILT-YER  PIC X(20).
           02 ILT-TUR  PIC X.
           02 ILT-IL   PIC X(15).
           02 ILT-ILCE PIC X(20).
           02 ILT-PK   PIC 9(5).
      * SEHIR YAZILIS LISTESI ICIN SIRALAMA DOSYASI.
       SD SRTWRK.
       01 SR-KAYDI.
           02 SR-NORM   PIC X(20).
           02 SR-SEHIR  PIC X(20).
           02 SR-KAYNAK PIC X.
      * ORTAK.DAT - ADRES/P2/KONSIYE'NIN BIRLIKTE KULLANDIGI ORTAK
      * URETICI/MUSTERI ANA DOSYASI. KOD BIR PROGRAMDA GIRILINCE
      * ADI/TELEFONU/SEHRI DIGER IKI PROGRAMDA YENIDEN YAZILMAZ.
           02 ET-HUC OCCURS 3 TIMES.
              03 ET-AD PIC X(30).
              03 ET-ADR PIC X(30).
              03 ET-SEH PIC X(40).
       77 MUT-SAYI      PIC 9(5) VALUE 0.
       77 SH-DST        PIC XX VALUE SPACES.
       77 OR-DST        PIC XX VALUE SPACES.
       77 SH-SEC        PIC X VALUE SPACE.
       77 SH-HATA       PIC X VALUE "H".
       77 SH-ACIK       PIC X VALUE "H".
       77 SH-ISLEM      PIC X VALUE SPACE.
       77 SH-I          PIC 99 VALUE 0.
       77 SH-J          PIC 99 VALUE 0.
       77 SH-P          PIC 99 VALUE 0.
       77 SH-KOL        PIC 99 VALUE 0.
       77 SH-SAYI       PIC 9(5) VALUE 0.
       77 SH-YOK        PIC 9(5) VALUE 0.
       77 SH-ADRES      PIC 9(5) VALUE 0.
       77 SH-ORTAK      PIC 9(5) VALUE 0.
       77 SH-ESKI       PIC X(20) VALUE SPACES.
       77 SH-YENI       PIC X(20) VALUE SPACES.
       77 SH-ONCEKI     PIC X(20) VALUE SPACES.
       77 SH-NORM-ONCEKI PIC X(20) VALUE SPACES.
       77 SH-GRUP       PIC XX VALUE SPACES.
       01 SH-BASLIK.
           02 F PIC X(21) VALUE "NORMAL YAZILIS".
           02 F PIC X(21) VALUE "KAYITLI YAZILIS".
           02 F PIC X(8) VALUE "  ADRES".
           02 F PIC X(8) VALUE "  ORTAK".
           02 F PIC X(10) VALUE "  DURUM".
       01 SH-SATIR.
           02 SH-L-NORM PIC X(20).
           02 F PIC X VALUE SPACE.
           02 SH-L-SEHIR PIC X(20).
           02 F PIC X VALUE SPACE.
           02 SH-L-ADRES PIC ZZ,ZZ9.
           02 F PIC XX VALUE SPACES.
           02 SH-L-ORTAK PIC ZZ,ZZ9.
           02 F PIC XX VALUE SPACES.
           02 SH-L-DRM PIC X(10).
       77 MUT-SECIM     PIC X VALUE SPACE.
       77 GR-DST        PIC XX VALUE SPACES.
       77 GR-ADR        PIC 9(6) VALUE 0.
       77 GR-KAYIT      PIC X VALUE "H".
       77 GR-SECIM      PIC X VALUE SPACE.
       77 GR-SON-SIRA   PIC 9(4) VALUE 0.
       77 GR-SAYI       PIC 9(5) VALUE 0.
       77 GR-BUGUN      PIC 9(8) VALUE 0.
       77 GR-Y-KANAL    PIC X VALUE SPACE.
       77 GR-Y-KONU     PIC X(30) VALUE SPACES.
       77 GR-Y-TAKIP    PIC 9(8) VALUE 0.
       77 GR-CEV-X      PIC X(10) VALUE SPACES.
       01 GR-TG PIC 9(8) VALUE 0.
       01 GR-TG-R REDEFINES GR-TG.
           02 GR-TG-GUN PIC 99.
           02 GR-TG-AY PIC 99.
           02 GR-TG-YIL PIC 9(4).
       01 GR-CEV PIC 9(8) VALUE 0.
       01 GR-CEV-R REDEFINES GR-CEV.
           02 GR-CEV-YIL PIC 9(4).
           02 GR-CEV-AY PIC 99.
           02 GR-CEV-GUN PIC 99.
       01 GR-BASLIK.
           02 F PIC X(23) VALUE "TARIH      OPERATOR".
           02 F PIC X(39) VALUE "KANAL   KONU".
           02 F PIC X(16) VALUE "TAKIP      DURUM".
       01 GR-SATIR.
           02 GR-S-TARIH PIC X(10).
           02 F PIC X VALUE SPACE.
           02 GR-S-OPER PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 GR-S-KANAL PIC X(7).
           02 F PIC X VALUE SPACE.
           02 GR-S-KONU PIC X(30).
           02 F PIC X VALUE SPACE.
           02 GR-S-TAKIP PIC X(10).
           02 F PIC X VALUE SPACE.
           02 GR-S-DRM PIC X(6).
       01 GR-T-BASLIK.
           02 F PIC X(14) VALUE "TAKIP TARIHI".
           02 F PIC X(26) VALUE "AD VE SOYADI".
           02 F PIC X(16) VALUE "TELEFON".
           02 F PIC X(22) VALUE "KONU".
       01 GR-TSATIR.
           02 GR-T-TARIH PIC X(10).
           02 F PIC X VALUE SPACE.
           02 GR-T-GEC PIC X.
           02 F PIC X(2) VALUE SPACES.
           02 GR-T-AD PIC X(25).
           02 F PIC X VALUE SPACE.
           02 GR-T-TEL PIC X(15).
           02 F PIC X VALUE SPACE.
           02 GR-T-KONU PIC X(22).
       01 P-B1.
           02 F PIC X(80) VALUE "OSBIM BILGISAYAR ve BILGI ISLEM MERKE
      -    "ZI".
           02 COLUMN 17 HIGHLIGHT "|  5.) PROGRAMDAN CIKIS          |".
           02 LINE 18, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "|  6.) ORTAK MUTABAKATI          |".
           02 LINE 19, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "|  7.) ETIKET BASIMI             |".
           02 LINE 20, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "|  8.) TABLO TANIMLARI           |".
           02 LINE 21, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "|  9.) MEKTUP BASIMI             |".
           02 LINE 22, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "|  0.) GUNLUK GORUSME TAKIBI     |".
           02 LINE 23, BLANK LINE.
           02 COLUMN 17 HIGHLIGHT "+================================+".
           02 LINE 24, BLANK LINE.
       01 MES4.
           02 LINE 24 COLUMN 5 REVERSE-VIDEO "      [F1] ==> DEVAM
      -    "                 [ESC] ==> CIKIS                 ".
       01 MES4G.
           02 LINE 24 COLUMN 5 REVERSE-VIDEO
              "      [F1] ==> DEVAM   [F2] ==> GORUSMELER".
           02 COLUMN 47 REVERSE-VIDEO "   [ESC] ==> CIKIS         ".
       01 MES5.
           02 LINE 24 COLUMN 5 REVERSE-VIDEO "      ARADIGINIZ KISININ A
      -    "D VE SOYADINI GIRINIZ !!!                        ".
           IF SIFRE NOT = "O    " GO ADR-AC.
       A10. DISPLAY BOS ANA-MENU.
       A11. ACCEPT (24 68) SEC WITH AUTO-SKIP BEEP.
           IF SEC = 0 GO GORUSME-TAKIP.
           GO OLUSTUR GIRIS ARAMA LISTE BITIR MUTABAKAT ETIKET
              TABLO-MENU MEKTUP-BOLUMU DEPENDING ON SEC.
           IF SEC > 9 DISPLAY (1 1) ERASE. GO A10.


              ACCEPT CEVAP
              DISPLAY (22 1) ERASE
              GO GIR1.
           PERFORM SEHIR-KONTROL THRU SEHIR-KONTROL-SON.
           IF SH-HATA = "E"
              DISPLAY (22 10) "SEHIR IL/ILCE TABLOSUNDA YOK, ENT BAS"
              ACCEPT CEVAP
              DISPLAY (21 1) ERASE
              GO GIR1.
           PERFORM TEL-KONTROL THRU TEL-KONTROL-SON.
           IF TEL-AYNI-VAR
              DISPLAY (1 1) ERASE
       ARA.
           PERFORM TEMIZLE.
           MOVE "****  KAYIT ARAMA BOLUMU  ****" TO GORUNTU.
           MOVE "H" TO GR-KAYIT.
           DISPLAY (1 1) ERASE.
           DISPLAY MES0 MES5 SORU0 BASLIK.
           ACCEPT  SORU0.
           READ ADRES KEY IS ANAHTAR INVALID KEY GO YOK.
           DISPLAY (2 10) "KAYIT NO:".
           DISPLAY (2 20) ADR-NO.
           MOVE "E" TO GR-KAYIT.
           MOVE ADR-NO TO GR-ADR.
           DISPLAY (24 1) ERASE. DISPLAY MES0 MES4G SORU0 SORU1.
       AL1. ACCEPT (24 78) TUSLAR.
           ACCEPT TUSLAR FROM ESCAPE KEY.
           IF F1-KEY GO ARA
           ELSE IF ESC-KEY GO SON
           ELSE IF F2-KEY AND GR-KAYIT = "E" GO GORUSME-KAYIT
           ELSE GO AL1.
       LISTE.
           DISPLAY BOS.
           ACCEPT (10 32) ET-YANYANA.
           IF ET-YANYANA NOT = 2 AND ET-YANYANA NOT = 3
              MOVE 2 TO ET-YANYANA.
           OPEN INPUT ILTAB.
           MOVE "H" TO SH-ACIK.
           IF SH-DST = "00" MOVE "E" TO SH-ACIK.
           PERFORM YAZICI-AC.
       ET-DENE.
           PERFORM ET-DENEME-SAYFASI.
           MOVE NOT-BILGI TO ET-ADR (ET-DOLU).
           IF ADR-ORT-KOD NOT = SPACES
              PERFORM ORTAK-ADRES-AL THRU ORTAK-ADRES-AL-SON.
           PERFORM ET-SEHIR-KUR THRU ET-SEHIR-KUR-SON.
           IF ET-DOLU = ET-YANYANA PERFORM ET-BAS.
           GO ET-OKU.
       ET-SON.
           IF ET-DOLU > 0 PERFORM ET-BAS.
           CLOSE YAZICI.
           IF SH-ACIK = "E" CLOSE ILTAB.
           DISPLAY (24 1) ERASE.
           DISPLAY MES7.
           ACCEPT CEVAP. GO SON.
           CLOSE ORTAK.
       ORTAK-ADRES-AL-SON.
           EXIT.
      * ETIKETIN SEHIR SATIRI: TABLODA VARSA POSTA KODU, SEHIR VE
      * (SEHIRDEN FARKLIYSA) ILI; YOKSA SEHIR OLDUGU GIBI BASILIR.
       ET-SEHIR-KUR.
           MOVE SEHIR TO ET-SEH (ET-DOLU).
           IF SH-ACIK NOT = "E" GO ET-SEHIR-KUR-SON.
           MOVE SEHIR TO ILT-YER.
           READ ILTAB INVALID KEY GO ET-SEHIR-KUR-SON.
           MOVE SPACES TO ET-SEH (ET-DOLU).
           MOVE 1 TO SH-P.
           IF ILT-PK NOT = 0
              STRING ILT-PK " " DELIMITED BY SIZE
                 INTO ET-SEH (ET-DOLU) WITH POINTER SH-P.
           STRING SEHIR DELIMITED BY "  "
              INTO ET-SEH (ET-DOLU) WITH POINTER SH-P.
           IF ILT-IL NOT = SEHIR
              STRING " / " DELIMITED BY SIZE ILT-IL DELIMITED BY "  "
                 INTO ET-SEH (ET-DOLU) WITH POINTER SH-P.
       ET-SEHIR-KUR-SON.
           EXIT.
      * DENEME SAYFASI: HIZA AYARI ICIN X DOLU ETIKET TAKIMI.
       ET-DENEME-SAYFASI.
           PERFORM ET-X-DOLDUR VARYING ET-K FROM 1 BY 1
           WRITE YAZ FROM ET-SATIR.
       ET-SEH-KOY.
           PERFORM ET-KOLON-HESAP.
           IF ET-YANYANA = 2
              MOVE ET-SEH (ET-K) TO ET-SATIR (ET-KOL : 38)
           ELSE
              MOVE ET-SEH (ET-K) (1:25) TO ET-SATIR (ET-KOL : 25).
       ET-KOLON-HESAP.
           IF ET-YANYANA = 2
              COMPUTE ET-KOL = 1 + ((ET-K - 1) * 40)
           ACCEPT (8 44) SEHIR-ARA.
           DISPLAY (10 11) "KATEGORI SUZGECI (BOS = HEPSI):".
           ACCEPT (10 44) KAT-ARA.
           MOVE SPACES TO GR-Y-KONU.
           DISPLAY (12 11) "MEKTUBUN KONUSU (GORUSME ICIN):".
           ACCEPT (12 44) GR-Y-KONU.
           IF GR-Y-KONU = SPACES MOVE "SIRKULER MEKTUP" TO GR-Y-KONU.
           OPEN INPUT MEKTUP.
           IF MEK-DST NOT = "00"
              DISPLAY (22 11) "MEKTUP.SAB SABLON DOSYASI YOK ENT BAS"
              ACCEPT CEVAP GO SON.
           CLOSE MEKTUP.
           PERFORM GR-AC THRU GR-AC-SON.
           MOVE "M" TO GR-Y-KANAL.
           MOVE 0 TO GR-Y-TAKIP.
           PERFORM YAZICI-AC.
           MOVE 0 TO MEK-SAYI.
           MOVE 0 TO ADR-NO.
              GO MEK-OKU.
           PERFORM MEK-KAT-BUL THRU MEK-KAT-BUL-SON.
           PERFORM MEK-BAS THRU MEK-BAS-SON.
           MOVE ADR-NO TO GR-ADR.
           PERFORM GR-YAZ THRU GR-YAZ-SON.
           ADD 1 TO MEK-SAYI.
           GO MEK-OKU.
       MEK-BIT.
           CLOSE YAZICI.
           CLOSE GORUSME.
           DISPLAY (22 11) "BASILAN MEKTUP SAYISI:".
           DISPLAY (22 34) MEK-SAYI.
           DISPLAY (24 1) ERASE.
           CLOSE KATTAB.
       KAT-KONTROL-SON.
           EXIT.
      * GIRILEN SEHIR IL/ILCE TABLOSUNDA ARANIR. TABLO HENUZ
      * KURULMAMISSA YA DA SEHIR BOS BIRAKILMISSA HATA VERILMEZ.
      * BULUNAMAZSA AYNI IKI HARFLE BASLAYAN UC YER ONERILIR.
       SEHIR-KONTROL.
           MOVE "H" TO SH-HATA.
           IF SEHIR = SPACES GO SEHIR-KONTROL-SON.
           OPEN INPUT ILTAB.
           IF SH-DST NOT = "00" GO SEHIR-KONTROL-SON.
           MOVE SEHIR TO ILT-YER.
           READ ILTAB INVALID KEY MOVE "E" TO SH-HATA.
           IF SH-HATA = "E" PERFORM SH-ONERI THRU SH-ONERI-SON.
           CLOSE ILTAB.
       SEHIR-KONTROL-SON.
           EXIT.
       SH-ONERI.
           DISPLAY (21 10) "ONERI:".
           MOVE 0 TO SH-I.
           MOVE SPACES TO ILT-YER.
           MOVE SEHIR (1:2) TO ILT-YER (1:2).
           START ILTAB KEY IS NOT LESS ILT-YER INVALID KEY
              GO SH-ONERI-SON.
       SH-ONERI-OKU.
           READ ILTAB NEXT AT END GO SH-ONERI-SON.
           IF ILT-YER (1:2) NOT = SEHIR (1:2) GO SH-ONERI-SON.
           ADD 1 TO SH-I.
           COMPUTE SH-KOL = 17 + ((SH-I - 1) * 21).
           DISPLAY (21 SH-KOL) ILT-YER.
           IF SH-I < 3 GO SH-ONERI-OKU.
       SH-ONERI-SON.
           EXIT.
      * YAZICI DOKUMUNDE BASILAN KAYITLARI KATEGORI BASINA SAYAR.
       KAT-SAYAC.
           MOVE "H" TO KSY-BULDU.
           IF P-AD-SOYAD = SPACES MOVE "KATEGORISIZ" TO P-AD-SOYAD.
           MOVE KSY-ADET (KSY-I) TO P-TEL.
           WRITE YAZ FROM P-BAS9.
      * TABLO TANIMLARI: KATEGORI TABLOSU, IL/ILCE/KOY TABLOSU VE
      * ESKI SERBEST YAZILMIS SEHIRLERIN TEMIZLIGI (YAZILIS LISTESI
      * VE YANLIS YAZILISIN TABLODAKI DOGRU YERE ESLENMESI).
       TABLO-MENU.
           DISPLAY BOS.
           MOVE "****  TABLO  TANIMLARI  ******" TO GORUNTU.
           DISPLAY BASLIK.
           DISPLAY (8 11) "(K) KATEGORI TABLOSU".
           DISPLAY (10 11) "(I) IL / ILCE / KOY TABLOSU".
           DISPLAY (12 11) "(L) SEHIR YAZILIS LISTESI".
           DISPLAY (14 11) "(E) SEHIR YAZILISI ESLEME".
           DISPLAY (17 11) "SECIMINIZ (BOS = CIKIS):".
           MOVE SPACE TO SH-SEC.
           ACCEPT (17 37) SH-SEC.
           IF SH-SEC = "K" GO KATEGORI-TANIM.
           IF SH-SEC = "I" GO IL-TANIM.
           IF SH-SEC = "L" GO SEHIR-LISTE.
           IF SH-SEC = "E" GO SEHIR-ESLE.
           GO A10.
      * IL / ILCE / KOY TABLOSU BAKIMI. ANAHTAR (YER ADI) SEHIR
      * ALANINA YAZILACAK YAZILISIN KENDISIDIR; AYNI ADLI KOYLER
      * ILCESIYLE AYRILIR (ORN. YENIKOY/MKPASA).
       IL-TANIM.
           OPEN I-O ILTAB.
           IF SH-DST = "35" OPEN OUTPUT ILTAB CLOSE ILTAB
              OPEN I-O ILTAB.
       IL-GIR.
           MOVE SPACES TO ILTAB-KAYDI.
           MOVE 0 TO ILT-PK.
           DISPLAY BOS.
           MOVE "****  IL / ILCE TABLOSU  *****" TO GORUNTU.
           DISPLAY BASLIK.
           DISPLAY (8 11) "YER ADI (BOS = CIKIS)......:".
           ACCEPT (8 41) ILT-YER.
           IF ILT-YER = SPACES GO IL-TANIM-SON.
           READ ILTAB INVALID KEY
              MOVE SPACES TO ILT-TUR ILT-IL ILT-ILCE
              MOVE 0 TO ILT-PK.
           DISPLAY (10 11) "TURU (I)L (C)ILCE (K)OY....:".
           DISPLAY (11 11) "ILI........................:".
           DISPLAY (12 11) "ILCESI.....................:".
           DISPLAY (13 11) "POSTA KODU.................:".
           DISPLAY (10 41) ILT-TUR.
           DISPLAY (11 41) ILT-IL.
           DISPLAY (12 41) ILT-ILCE.
           DISPLAY (13 41) ILT-PK.
       IL-TUR.
           ACCEPT (10 41) ILT-TUR.
           IF ILT-TUR NOT = "I" AND ILT-TUR NOT = "C"
              AND ILT-TUR NOT = "K" GO IL-TUR.
           ACCEPT (11 41) ILT-IL.
           ACCEPT (12 41) ILT-ILCE.
           ACCEPT (13 41) ILT-PK.
           IF ILT-IL = SPACES
              DISPLAY (22 11) "IL BOS OLAMAZ ENT BAS" ACCEPT CEVAP
              DISPLAY (22 1) ERASE GO IL-TUR.
           DISPLAY (16 11) "KAYDEDILSIN MI (E/H, S = SIL):".
           MOVE SPACE TO CEVAP.
           ACCEPT (16 43) CEVAP.
           IF CEVAP = "S" GO IL-SIL.
           IF CEVAP NOT = "E" GO IL-GIR.
           WRITE ILTAB-KAYDI INVALID KEY REWRITE ILTAB-KAYDI.
           GO IL-GIR.
       IL-SIL.
           DELETE ILTAB RECORD INVALID KEY GO IL-GIR.
           GO IL-GIR.
       IL-TANIM-SON.
           CLOSE ILTAB. GO TABLO-MENU.
      * SEHIR YAZILIS LISTESI: ADRES VE ORTAK KAYITLARINDAKI FARKLI
      * SEHIR YAZILISLARI NOKTA/BOSLUK ATILMIS HALLERINE GORE
      * DIZILIR; BOYLECE AYNI YERIN DEGISIK YAZILISLARI ALT ALTA
      * GELIR. HER YAZILISIN KAYIT SAYILARI VE TABLODA OLUP OLMADIGI
      * BASILIR. TABLODA OLMAYANLAR (E) ESLEME ILE DUZELTILIR.
       SEHIR-LISTE.
           OPEN INPUT ADRES.
           OPEN INPUT ILTAB.
           MOVE "H" TO SH-ACIK.
           IF SH-DST = "00" MOVE "E" TO SH-ACIK.
           DISPLAY BOS.
           MOVE "****  SEHIR YAZILIS LISTESI  *" TO GORUNTU.
           DISPLAY BASLIK.
           DISPLAY (10 11) "LISTE HAZIRLANIYOR, BEKLEYINIZ".
           SORT SRTWRK ON ASCENDING KEY SR-NORM SR-SEHIR
              INPUT PROCEDURE IS SHL-BESLE THRU SHL-BESLE-SON
              OUTPUT PROCEDURE IS SHL-DOKUM THRU SHL-DOKUM-SON.
           IF SH-ACIK = "E" CLOSE ILTAB.
           DISPLAY (12 11) "FARKLI YAZILIS SAYISI:".
           DISPLAY (12 34) SH-SAYI.
           DISPLAY (13 11) "TABLODA OLMAYAN......:".
           DISPLAY (13 34) SH-YOK.
           DISPLAY (24 1) ERASE.
           DISPLAY MES7.
           ACCEPT CEVAP. GO SON.
       SHL-BESLE.
           MOVE 0 TO ADR-NO.
           START ADRES KEY IS NOT LESS ADR-NO INVALID KEY
              GO SHL-ORTAK.
       SHL-ADRES-OKU.
           READ ADRES NEXT AT END GO SHL-ORTAK.
           IF SEHIR = SPACES GO SHL-ADRES-OKU.
           MOVE SEHIR TO SR-SEHIR.
           MOVE "A" TO SR-KAYNAK.
           PERFORM SH-NORMAL THRU SH-NORMAL-SON.
           RELEASE SR-KAYDI.
           GO SHL-ADRES-OKU.
       SHL-ORTAK.
           OPEN INPUT ORTAK.
           IF OR-DST NOT = "00" GO SHL-BESLE-SON.
           MOVE LOW-VALUES TO ORT-KOD.
           START ORTAK KEY IS NOT LESS ORT-KOD INVALID KEY
              GO SHL-ORTAK-KAPAT.
       SHL-ORTAK-OKU.
           READ ORTAK NEXT AT END GO SHL-ORTAK-KAPAT.
           IF ORT-SEHIR = SPACES GO SHL-ORTAK-OKU.
           MOVE ORT-SEHIR TO SR-SEHIR.
           MOVE "O" TO SR-KAYNAK.
           PERFORM SH-NORMAL THRU SH-NORMAL-SON.
           RELEASE SR-KAYDI.
           GO SHL-ORTAK-OKU.
       SHL-ORTAK-KAPAT.
           CLOSE ORTAK.
       SHL-BESLE-SON.
           EXIT.
       SHL-DOKUM.
           MOVE 0 TO SH-SAYI SH-YOK SH-ADRES SH-ORTAK.
           MOVE SPACES TO SH-ONCEKI SH-GRUP.
           PERFORM YAZICI-AC.
           WRITE YAZ FROM P-B1 AFTER 7.
           WRITE YAZ FROM SH-BASLIK.
           WRITE YAZ FROM P-BAS5.
       SHL-AL.
           RETURN SRTWRK AT END GO SHL-SONUNCU.
           IF SR-SEHIR NOT = SH-ONCEKI AND SH-ONCEKI NOT = SPACES
              PERFORM SHL-SATIR THRU SHL-SATIR-SON.
           IF SR-SEHIR NOT = SH-ONCEKI
              MOVE SR-SEHIR TO SH-ONCEKI
              MOVE SR-NORM TO SH-NORM-ONCEKI.
           IF SR-KAYNAK = "A" ADD 1 TO SH-ADRES
           ELSE ADD 1 TO SH-ORTAK.
           GO SHL-AL.
       SHL-SONUNCU.
           IF SH-ONCEKI NOT = SPACES
              PERFORM SHL-SATIR THRU SHL-SATIR-SON.
           WRITE YAZ FROM P-BAS5.
           CLOSE YAZICI.
       SHL-DOKUM-SON.
           EXIT.
      * BIR YAZILISIN SATIRI; NORMAL HALININ ILK IKI HARFI
      * DEGISINCE ARAYA BOS SATIR KONUR.
       SHL-SATIR.
           IF SH-GRUP NOT = SPACES
              AND SH-NORM-ONCEKI (1:2) NOT = SH-GRUP
              MOVE SPACES TO YAZ WRITE YAZ.
           MOVE SH-NORM-ONCEKI (1:2) TO SH-GRUP.
           MOVE SH-NORM-ONCEKI TO SH-L-NORM.
           MOVE SH-ONCEKI TO SH-L-SEHIR.
           MOVE SH-ADRES TO SH-L-ADRES.
           MOVE SH-ORTAK TO SH-L-ORTAK.
           MOVE "TABLODA" TO SH-L-DRM.
           MOVE SH-ONCEKI TO ILT-YER.
           IF SH-ACIK NOT = "E"
              MOVE "ESLENMELI" TO SH-L-DRM
           ELSE
              READ ILTAB INVALID KEY MOVE "ESLENMELI" TO SH-L-DRM.
           IF SH-L-DRM = "ESLENMELI" ADD 1 TO SH-YOK.
           WRITE YAZ FROM SH-SATIR.
           ADD 1 TO SH-SAYI.
           MOVE 0 TO SH-ADRES SH-ORTAK.
       SHL-SATIR-SON.
           EXIT.
      * SR-SEHIR'IN YALNIZ HARF VE RAKAMLARI SR-NORM'A ALINIR.
       SH-NORMAL.
           MOVE SPACES TO SR-NORM.
           MOVE 0 TO SH-J.
           PERFORM SH-NORMAL-HARF THRU SH-NORMAL-HARF-SON
              VARYING SH-I FROM 1 BY 1 UNTIL SH-I > 20.
       SH-NORMAL-SON.
           EXIT.
       SH-NORMAL-HARF.
           IF SR-SEHIR (SH-I:1) = SPACE GO SH-NORMAL-HARF-SON.
           IF SR-SEHIR (SH-I:1) NOT ALPHABETIC
              AND SR-SEHIR (SH-I:1) NOT NUMERIC
              GO SH-NORMAL-HARF-SON.
           ADD 1 TO SH-J.
           MOVE SR-SEHIR (SH-I:1) TO SR-NORM (SH-J:1).
       SH-NORMAL-HARF-SON.
           EXIT.
      * SEHIR ESLEME: ESKI YAZILISI TASIYAN TUM ADRES VE ORTAK
      * KAYITLARININ SEHIR ALANI TABLODAKI DOGRU YAZILISLA DEGISTIRILIR.
       SEHIR-ESLE.
           OPEN I-O ADRES.
           OPEN INPUT ILTAB.
           IF SH-DST NOT = "00"
              DISPLAY (22 11) "IL/ILCE TABLOSU YOK ENT BAS"
              ACCEPT CEVAP GO SON.
       SHE-GIR.
           DISPLAY BOS.
           MOVE "****  SEHIR YAZILISI ESLEME  *" TO GORUNTU.
           DISPLAY BASLIK.
           MOVE SPACES TO SH-ESKI SH-YENI.
           DISPLAY (8 11) "ESKI YAZILIS (BOS = CIKIS).:".
           ACCEPT (8 41) SH-ESKI.
           IF SH-ESKI = SPACES GO SHE-SON.
           DISPLAY (10 11) "TABLODAKI DOGRU YAZILIS....:".
           ACCEPT (10 41) SH-YENI.
           MOVE SH-YENI TO ILT-YER.
           READ ILTAB INVALID KEY
              DISPLAY (22 11) "BU YAZILIS TABLODA YOK ENT BAS"
              ACCEPT CEVAP GO SHE-GIR.
           DISPLAY (10 63) ILT-PK.
           MOVE "S" TO SH-ISLEM.
           PERFORM SHE-TARA THRU SHE-TARA-SON.
           DISPLAY (12 11) "ADRES KAYDI................:".
           DISPLAY (12 41) SH-ADRES.
           DISPLAY (13 11) "ORTAK KAYDI................:".
           DISPLAY (13 41) SH-ORTAK.
           IF SH-ADRES = 0 AND SH-ORTAK = 0
              DISPLAY (22 11) "BU YAZILISTA KAYIT YOK ENT BAS"
              ACCEPT CEVAP GO SHE-GIR.
           DISPLAY (16 11) "DEGISTIRILSIN MI (E/H):".
           MOVE SPACE TO CEVAP.
           ACCEPT (16 36) CEVAP.
           IF CEVAP NOT = "E" GO SHE-GIR.
           MOVE "D" TO SH-ISLEM.
           PERFORM SHE-TARA THRU SHE-TARA-SON.
           DISPLAY (22 11) "DEGISTIRILDI ENT BAS".
           ACCEPT CEVAP.
           GO SHE-GIR.
       SHE-SON.
           CLOSE ILTAB. GO SON.
      * SH-ISLEM "S" ISE YALNIZ SAYAR, "D" ISE DEGISTIRIR.
       SHE-TARA.
           MOVE 0 TO SH-ADRES SH-ORTAK.
           MOVE 0 TO ADR-NO.
           START ADRES KEY IS NOT LESS ADR-NO INVALID KEY
              GO SHE-ORTAK.
       SHE-ADRES-OKU.
           READ ADRES NEXT AT END GO SHE-ORTAK.
           IF SEHIR NOT = SH-ESKI GO SHE-ADRES-OKU.
           ADD 1 TO SH-ADRES.
           IF SH-ISLEM = "D"
              MOVE SH-YENI TO SEHIR
              REWRITE ADRES-KAYDI.
           GO SHE-ADRES-OKU.
       SHE-ORTAK.
           IF SH-ISLEM = "D" OPEN I-O ORTAK
           ELSE OPEN INPUT ORTAK.
           IF OR-DST NOT = "00" GO SHE-TARA-SON.
           MOVE LOW-VALUES TO ORT-KOD.
           START ORTAK KEY IS NOT LESS ORT-KOD INVALID KEY
              GO SHE-ORTAK-KAPAT.
       SHE-ORTAK-OKU.
           READ ORTAK NEXT AT END GO SHE-ORTAK-KAPAT.
           IF ORT-SEHIR NOT = SH-ESKI GO SHE-ORTAK-OKU.
           ADD 1 TO SH-ORTAK.
           IF SH-ISLEM = "D"
              MOVE SH-YENI TO ORT-SEHIR
              REWRITE ORTAK-KAYDI.
           GO SHE-ORTAK-OKU.
       SHE-ORTAK-KAPAT.
           CLOSE ORTAK.
       SHE-TARA-SON.
           EXIT.
      * KATEGORI TABLOSU BAKIMI.
       KATEGORI-TANIM.
           OPEN I-O KATTAB.
           WRITE KATTAB-KAYDI INVALID KEY REWRITE KATTAB-KAYDI.
           GO KAT-GIR.
       KAT-TANIM-SON.
           CLOSE KATTAB. GO TABLO-MENU.
      * GORUSME KAYDI: ARAMADA BULUNAN KISIYLE YAPILAN TELEFON,
      * ZIYARET VE MEKTUPLAR TARIH, OPERATOR, KONU VE TAKIP TARIHIYLE
      * GORUSME.DAT'A YAZILIR. ELLE GIRILEN YENI GORUSME (YA DA K
      * SECENEGI) O KISININ ACIK TAKIPLERINI KAPATIR. MEKTUP BASIMI
      * HER ALICI ICIN KENDILIGINDEN MEKTUP GORUSMESI YAZAR.
       GORUSME-KAYIT.
           PERFORM GR-AC THRU GR-AC-SON.
       GRS-LISTE.
           DISPLAY BOS.
           MOVE "****  GORUSME KAYITLARI  *****" TO GORUNTU.
           DISPLAY BASLIK.
           DISPLAY (5 1) "KAYIT NO:".
           DISPLAY (5 11) GR-ADR.
           DISPLAY (5 19) AD-SOYAD.
           DISPLAY (6 1) GR-BASLIK.
           MOVE 6 TO LIN.
           MOVE GR-ADR TO GR-ADR-NO.
           MOVE 0 TO GR-SIRA.
           START GORUSME KEY NOT LESS THAN GR-ANAHTAR INVALID KEY
              GO GRS-SOR.
       GRS-OKU.
           READ GORUSME NEXT AT END GO GRS-SOR.
           IF GR-ADR-NO NOT = GR-ADR GO GRS-SOR.
           PERFORM GR-SATIR-KUR THRU GR-SATIR-KUR-SON.
           ADD 1 TO LIN.
           DISPLAY (LIN , 1) GR-SATIR.
           IF LIN < 19 GO GRS-OKU.
           DISPLAY (24 1) ERASE.
           DISPLAY MES8.
           ACCEPT CEVAP.
           DISPLAY (7 1) ERASE.
           MOVE 6 TO LIN.
           GO GRS-OKU.
       GRS-SOR.
           DISPLAY (21 1) ERASE.
           DISPLAY (22 2)
              "(Y) YENI GORUSME  (K) TAKIPLERI KAPAT  (BOS) CIKIS:".
           MOVE SPACE TO GR-SECIM.
           ACCEPT (22 55) GR-SECIM.
           IF GR-SECIM = "Y" GO GRS-YENI.
           IF GR-SECIM = "K"
              PERFORM GR-KAPAT THRU GR-KAPAT-SON
              GO GRS-LISTE.
           CLOSE GORUSME.
           GO ARA.
       GRS-YENI.
           DISPLAY (20 1) ERASE.
           MOVE SPACE TO GR-Y-KANAL.
           MOVE SPACES TO GR-Y-KONU.
           MOVE 0 TO GR-TG GR-Y-TAKIP.
           DISPLAY (20 2) "KANAL (T)ELEFON (Z)IYARET (M)EKTUP:".
           ACCEPT (20 38) GR-Y-KANAL.
           IF GR-Y-KANAL = SPACE GO GRS-LISTE.
           IF GR-Y-KANAL NOT = "T" AND GR-Y-KANAL NOT = "Z"
              AND GR-Y-KANAL NOT = "M" GO GRS-YENI.
           DISPLAY (21 2) "KONU.:".
           ACCEPT (21 9) GR-Y-KONU.
           IF GR-Y-KONU = SPACES GO GRS-LISTE.
       GRS-TAKIP.
           DISPLAY (22 2) "TAKIP TARIHI (GGAAYYYY, 0=YOK):".
           ACCEPT (22 34) GR-TG.
           IF GR-TG = 0 GO GRS-ONAY.
           IF GR-TG-GUN < 1 OR GR-TG-GUN > 31 OR GR-TG-AY < 1
              OR GR-TG-AY > 12
              DISPLAY (23 2) "TARIH YANLIS ENT BAS" ACCEPT CEVAP
              DISPLAY (23 1) ERASE GO GRS-TAKIP.
           COMPUTE GR-Y-TAKIP = GR-TG-YIL * 10000 + GR-TG-AY * 100
              + GR-TG-GUN.
           ACCEPT GR-BUGUN FROM DATE YYYYMMDD.
           IF GR-Y-TAKIP < GR-BUGUN
              DISPLAY (23 2) "TAKIP TARIHI GECMISTE ENT BAS"
              ACCEPT CEVAP DISPLAY (23 1) ERASE GO GRS-TAKIP.
       GRS-ONAY.
           DISPLAY (23 2) "DOGRU MU (E/H):".
           ACCEPT (23 18) CEVAP.
           IF CEVAP NOT = "E" GO GRS-LISTE.
           PERFORM GR-KAPAT THRU GR-KAPAT-SON.
           PERFORM GR-YAZ THRU GR-YAZ-SON.
           GO GRS-LISTE.
      * GUNLUK TAKIP LISTESI: TAKIP TARIHI BUGUN YA DA GECMIS OLUP
      * HENUZ KAPANMAMIS GORUSMELER KISI ADI VE TELEFONUYLA DOKULUR;
      * GECIKMIS OLANLAR * ILE ISARETLENIR.
       GORUSME-TAKIP.
           OPEN INPUT ADRES.
           OPEN INPUT GORUSME.
           IF GR-DST NOT = "00"
              DISPLAY (22 11) "GORUSME KAYDI YOK ENT BAS"
              ACCEPT CEVAP GO SON.
           DISPLAY BOS.
           MOVE "***  GUNLUK TAKIP LISTESI  ***" TO GORUNTU.
           DISPLAY BASLIK.
           MOVE SPACES TO DOKUM-YERI.
           DISPLAY BAS3B.
           ACCEPT BAS3B.
           ACCEPT GR-BUGUN FROM DATE YYYYMMDD.
           MOVE 0 TO GR-SAYI.
           IF DOKUM-YERI = "Y"
              PERFORM YAZICI-AC
              WRITE YAZ FROM P-B1 AFTER 7
              WRITE YAZ FROM GR-T-BASLIK
              WRITE YAZ FROM P-BAS5.
           DISPLAY (1 1) ERASE.
           DISPLAY BASLIK.
           DISPLAY (6 1) GR-T-BASLIK.
           MOVE 6 TO LIN.
           MOVE 0 TO GR-ADR-NO GR-SIRA.
           START GORUSME KEY NOT LESS THAN GR-ANAHTAR INVALID KEY
              GO GRT-SON.
       GRT-OKU.
           READ GORUSME NEXT AT END GO GRT-SON.
           IF GR-TAKIP-DRM NOT = "A" GO GRT-OKU.
           IF GR-TAKIP = 0 OR GR-TAKIP > GR-BUGUN GO GRT-OKU.
           MOVE GR-ADR-NO TO ADR-NO.
           READ ADRES INVALID KEY MOVE SPACES TO AD-SOYAD TEL.
           MOVE GR-TAKIP TO GR-CEV.
           PERFORM GR-CEVIR THRU GR-CEVIR-SON.
           MOVE GR-CEV-X TO GR-T-TARIH.
           MOVE SPACE TO GR-T-GEC.
           IF GR-TAKIP < GR-BUGUN MOVE "*" TO GR-T-GEC.
           MOVE AD-SOYAD TO GR-T-AD.
           MOVE TEL TO GR-T-TEL.
           MOVE GR-KONU TO GR-T-KONU.
           ADD 1 TO GR-SAYI.
           IF DOKUM-YERI = "Y" WRITE YAZ FROM GR-TSATIR GO GRT-OKU.
           ADD 1 TO LIN.
           DISPLAY (LIN , 1) GR-TSATIR.
           IF LIN < 21 GO GRT-OKU.
           DISPLAY (24 1) ERASE.
           DISPLAY MES8.
           ACCEPT CEVAP.
           DISPLAY (7 1) ERASE.
           MOVE 6 TO LIN.
           GO GRT-OKU.
       GRT-SON.
           CLOSE GORUSME.
           IF DOKUM-YERI = "Y"
              WRITE YAZ FROM P-BAS5
              CLOSE YAZICI.
           DISPLAY (23 5) "TAKIPTE BEKLEYEN GORUSME:".
           DISPLAY (23 31) GR-SAYI.
           DISPLAY (24 1) ERASE.
           DISPLAY MES7.
           ACCEPT CEVAP. GO SON.
       GR-AC.
           OPEN I-O GORUSME.
           IF GR-DST = "35" OPEN OUTPUT GORUSME CLOSE GORUSME
              OPEN I-O GORUSME.
       GR-AC-SON.
           EXIT.
      * GR-ADR KAYDININ SIRADAKI GORUSMESI GR-Y-* ALANLARINDAN
      * YAZILIR. TAKIP TARIHI VARSA TAKIP ACIK KALIR.
       GR-YAZ.
           MOVE 0 TO GR-SON-SIRA.
           MOVE GR-ADR TO GR-ADR-NO.
           MOVE 0 TO GR-SIRA.
           START GORUSME KEY NOT LESS THAN GR-ANAHTAR INVALID KEY
              GO GR-YAZ-KAYIT.
       GR-YAZ-OKU.
           READ GORUSME NEXT AT END GO GR-YAZ-KAYIT.
           IF GR-ADR-NO NOT = GR-ADR GO GR-YAZ-KAYIT.
           MOVE GR-SIRA TO GR-SON-SIRA.
           GO GR-YAZ-OKU.
       GR-YAZ-KAYIT.
           MOVE SPACES TO GORUSME-KAYDI.
           MOVE GR-ADR TO GR-ADR-NO.
           COMPUTE GR-SIRA = GR-SON-SIRA + 1.
           ACCEPT GR-TARIH FROM DATE YYYYMMDD.
           MOVE MENU-OPERATOR TO GR-OPERATOR.
           MOVE GR-Y-KANAL TO GR-KANAL.
           MOVE GR-Y-KONU TO GR-KONU.
           MOVE GR-Y-TAKIP TO GR-TAKIP.
           IF GR-TAKIP > 0 MOVE "A" TO GR-TAKIP-DRM.
           WRITE GORUSME-KAYDI INVALID KEY CONTINUE.
       GR-YAZ-SON.
           EXIT.
      * GR-ADR KAYDININ ACIK TAKIPLERI KAPATILIR.
       GR-KAPAT.
           MOVE GR-ADR TO GR-ADR-NO.
           MOVE 0 TO GR-SIRA.
           START GORUSME KEY NOT LESS THAN GR-ANAHTAR INVALID KEY
              GO GR-KAPAT-SON.
       GR-KAPAT-OKU.
           READ GORUSME NEXT AT END GO GR-KAPAT-SON.
           IF GR-ADR-NO NOT = GR-ADR GO GR-KAPAT-SON.
           IF GR-TAKIP-DRM NOT = "A" GO GR-KAPAT-OKU.
           MOVE "K" TO GR-TAKIP-DRM.
           REWRITE GORUSME-KAYDI INVALID KEY CONTINUE.
           GO GR-KAPAT-OKU.
       GR-KAPAT-SON.
           EXIT.
       GR-SATIR-KUR.
           MOVE SPACES TO GR-SATIR.
           MOVE GR-TARIH TO GR-CEV.
           PERFORM GR-CEVIR THRU GR-CEVIR-SON.
           MOVE GR-CEV-X TO GR-S-TARIH.
           MOVE GR-OPERATOR TO GR-S-OPER.
           IF GR-KANAL-TEL MOVE "TELEFON" TO GR-S-KANAL.
           IF GR-KANAL-ZIY MOVE "ZIYARET" TO GR-S-KANAL.
           IF GR-KANAL-MEK MOVE "MEKTUP" TO GR-S-KANAL.
           MOVE GR-KONU TO GR-S-KONU.
           MOVE GR-TAKIP TO GR-CEV.
           PERFORM GR-CEVIR THRU GR-CEVIR-SON.
           MOVE GR-CEV-X TO GR-S-TAKIP.
           IF GR-TAKIP-DRM = "A" MOVE "ACIK" TO GR-S-DRM.
           IF GR-TAKIP-DRM = "K" MOVE "KAPALI" TO GR-S-DRM.
       GR-SATIR-KUR-SON.
           EXIT.
      * YYYYAAGG TARIHI GG/AA/YYYY OLARAK; SIFIR TARIH BOS KALIR.
       GR-CEVIR.
           MOVE SPACES TO GR-CEV-X.
           IF GR-CEV = 0 GO GR-CEVIR-SON.
           MOVE GR-CEV-GUN TO GR-CEV-X (1:2).
           MOVE "/" TO GR-CEV-X (3:1).
           MOVE GR-CEV-AY TO GR-CEV-X (4:2).
           MOVE "/" TO GR-CEV-X (6:1).
           MOVE GR-CEV-YIL TO GR-CEV-X (7:4).
       GR-CEVIR-SON.
           EXIT.
       SON.
           DISPLAY (1 1) ERASE.
           CLOSE ADRES. GO A10.
