      * DEMIRBAS (SABIT KIYMET) KUTUGU VE AMORTISMAN PROGRAMI.
      * KANTARLAR, KAMYONLAR, SALAMURA TANKLARI VE BURO DEMIRBASI
      * DEMIRBAS.DAT'TA TANIMLANIR: AKTIF HESABI (HESAP PLANINDAN),
      * AMORTISMAN GIDER HESABI, ALIS TARIHI VE BEDELI, FAYDALI OMRU
      * VE YONTEMI (N: NORMAL, A: AZALAN BAKIYELER).
      * AMORTISMAN CALISMASI YIL VE AY ICIN YAPILIR (AY 12 YIL SONU
      * DEMEKTIR). YILLIK TUTARIN O AYA KADAR DUSEN PAYINDAN O YIL
      * ICIN DAHA ONCE AYRILMIS OLAN CIKARILIR; BOYLECE AYLIK DA YIL
      * SONU DA CALISILSA, TEKRAR CALISTIRILSA DA FAZLA AYRILMAZ.
      * NORMAL YONTEMDE YILLIK TUTAR BEDEL / OMUR, AZALAN BAKIYELERDE
      * KALAN NET DEGER x (2 / OMUR, EN FAZLA %50) OLUR; SON YILDA
      * KALAN NET DEGERIN TAMAMI AYRILIR. ALIS YILINDA TAM YIL
      * AMORTISMAN AYRILIR. KESIN CALISMADA HER DEMIRBAS ICIN
      * YEVMIYE.DAT'A FIS YAZILIR: GIDER HESABI BORC, 257 BIRIKMIS
      * AMORTISMANLAR ALACAK.
      * SATIS / HURDA CIKISINDA BEDEL, BIRIKMIS AMORTISMAN VE SATIS
      * TUTARI KAPATILIR; FARK 679 DIGER OLAGANDISI KARLAR YA DA 689
      * DIGER OLAGANDISI ZARARLAR HESABINA GIDER. 257, 679 VE 689
      * HESAP PLANINDA TANIMLI OLMALIDIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMIRBAS.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMIRBAS ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DM-NO
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS DM-DST.
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
      * DEMIRBAS.DAT - SABIT KIYMET KUTUGU. DM-BIRIKMIS SIMDIYE KADAR
      * AYRILAN AMORTISMANDIR. DM-YB-BIRIKMIS, DM-YB-YIL YILI BASINDA
      * BIRIKMIS OLAN TUTARDIR; YIL ICI AYLIK CALISMALAR YILLIK
      * TUTARI BUNA GORE PAYLASTIRIR. DM-SON-DONEM SON AMORTISMAN
      * AYRILAN DONEMDIR (YYYYAA).
       FD DEMIRBAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "DEMIRBAS.DAT".
       01 DEMIRBAS-KAYDI.
           02 DM-NO PIC X(8).
           02 DM-ADI PIC X(25).
           02 DM-HESAP PIC X(6).
           02 DM-GIDER PIC X(6).
           02 DM-ALIS PIC 9(8).
           02 DM-MALIYET PIC 9(11).
           02 DM-OMUR PIC 99.
           02 DM-YONTEM PIC X.
              88 DM-NORMAL VALUE "N".
              88 DM-AZALAN VALUE "A".
           02 DM-BIRIKMIS PIC 9(11).
           02 DM-YB-YIL PIC 9(4).
           02 DM-YB-BIRIKMIS PIC 9(11).
           02 DM-SON-DONEM PIC 9(6).
           02 DM-DURUM PIC X.
              88 DM-AKTIF VALUE "A".
              88 DM-SATILDI VALUE "S".
              88 DM-HURDA VALUE "H".
           02 DM-CIKIS PIC 9(8).
           02 DM-SATIS PIC 9(11).
      * HESPLAN.DAT - BM4'UN HESAP PLANI; HESAP KODLARI BURADA ARANIR.
       FD HESPLAN LABEL RECORD STANDARD VALUE OF FILE-ID "HESPLAN.DAT".
       01 HESPLAN-KAYDI.
           02 HP-KOD PIC X(6).
           02 HP-ADI PIC X(25).
      * YEVMIYE.DAT - BM4'UN YEVMIYE DEFTERI; AMORTISMAN VE CIKIS
      * FISLERI SIRADAKI FIS NUMARASIYLA BURAYA YAZILIR.
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID "YEVMIYE.DAT".
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
       77 SPOOL-PRG PIC X(8) VALUE "DEMIRBAS".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 DM-DST PIC XX VALUE SPACES.
       77 HP-DST PIC XX VALUE SPACES.
       77 YV-DST PIC XX VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 9 VALUE 0.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 AM-BUGUN PIC 9(8) VALUE 0.
       77 AM-HATA PIC X VALUE "H".
       77 AM-VAR PIC X VALUE "H".
       77 AM-NO PIC X(8) VALUE SPACES.
       77 AM-YIL PIC 9999 VALUE 0.
       77 AM-AY PIC 99 VALUE 0.
       77 AM-KESIN PIC X VALUE "H".
       77 AM-CIKANLAR PIC X VALUE "H".
       77 AM-DONEM PIC 9(6) VALUE 0.
       77 AM-TARIH PIC 9(8) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 AM-SON-GUN PIC 99 VALUE 0.
       77 AM-BOLUM PIC 9(4) VALUE 0.
       77 AM-KALAN PIC 9(4) VALUE 0.
       77 AM-K PIC S9(4) VALUE 0.
       77 AM-ORAN PIC 9V9(4) VALUE 0.
       77 AM-YB PIC 9(11) VALUE 0.
       77 AM-YILLIK PIC 9(11) VALUE 0.
       77 AM-VADE PIC 9(11) VALUE 0.
       77 AM-TUTAR PIC S9(11) VALUE 0.
       77 AM-NET PIC 9(11) VALUE 0.
       77 AM-SAYI PIC 9(5) VALUE 0.
       77 AM-T-TUTAR PIC 9(13) VALUE 0.
       77 AM-T-MALIYET PIC 9(13) VALUE 0.
       77 AM-T-BIRIKMIS PIC 9(13) VALUE 0.
       77 AM-T-NET PIC 9(13) VALUE 0.
       77 AM-E-MALIYET PIC 9(11) VALUE 0.
       77 AM-E-OMUR PIC 99 VALUE 0.
       77 AM-E-YONTEM PIC X VALUE SPACE.
       77 AM-E-ALIS PIC 9(8) VALUE 0.
       77 AM-SATIS PIC 9(11) VALUE 0.
       77 AM-TAHSIL PIC X(6) VALUE "100".
       77 AM-KAR PIC S9(11) VALUE 0.
       77 AM-D-TUTAR PIC ZZZ,ZZZ,ZZ9-.
       77 YG-NO PIC 9(6) VALUE 0.
       77 YG-SIRA PIC 99 VALUE 0.
      * ANAMENU'DEN BASLATILDIGINDA DOLDURULUR: MENU-GIRIS "MENU"
      * ISE OPERTAB GIRISI TEK KAPIDIR, PROGRAMIN KENDI SIFRESI
      * SORULMAZ. KENDI BASINA CALISTIRILDIGINDA ALAN BOS KALIR VE
      * PROGRAMIN KENDI SIFRESI SORULUR.
       01 MENU-GIRIS PIC X(4) EXTERNAL.
       01 MENU-OPERATOR PIC X(10) EXTERNAL.
      * AMORTISMAN CALISMASI KALIBI.
       01 AC1.
           02 F PIC X(30) VALUE "AMORTISMAN CALISMASI".
           02 F PIC X(7) VALUE "DONEM:".
           02 AC-B-YIL PIC 9999.
           02 F PIC X VALUE "/".
           02 AC-B-AY PIC 99.
           02 F PIC X(2) VALUE SPACES.
           02 AC-B-DURUM PIC X(30).
       01 AC2.
           02 F PIC X(9) VALUE "NO".
           02 F PIC X(21) VALUE "ADI".
           02 F PIC X(4) VALUE "Y/O".
           02 F PIC X(12) VALUE "     YILLIK".
           02 F PIC X(12) VALUE "   AYRILAN".
           02 F PIC X(12) VALUE "   BIRIKMIS".
           02 F PIC X(10) VALUE "   NET".
       01 AC3.
           02 AC-D-NO PIC X(8).
           02 F PIC X VALUE SPACE.
           02 AC-D-ADI PIC X(20).
           02 F PIC X VALUE SPACE.
           02 AC-D-YONTEM PIC X.
           02 AC-D-OMUR PIC 99.
           02 F PIC X VALUE SPACE.
           02 AC-D-YILLIK PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 AC-D-TUTAR PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 AC-D-BIRIKMIS PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 AC-D-NET PIC ZZ,ZZZ,ZZ9.
       01 AC4.
           02 F PIC X(9) VALUE "TOPLAM".
           02 AC-T-SAYI PIC ZZZZ9.
           02 F PIC X(32) VALUE " DEMIRBAS".
           02 AC-T-TUTAR PIC ZZZ,ZZZ,ZZ9.
      * DEMIRBAS LISTESI KALIBI.
       01 DL1.
           02 F PIC X(30) VALUE "DEMIRBAS LISTESI".
           02 F PIC X(8) VALUE "TARIH:".
           02 DL-B-TARIH PIC 9999/99/99.
       01 DL2.
           02 F PIC X(9) VALUE "NO".
           02 F PIC X(19) VALUE "ADI".
           02 F PIC X(11) VALUE "ALIS".
           02 F PIC X(12) VALUE "      BEDEL".
           02 F PIC X(12) VALUE "   BIRIKMIS".
           02 F PIC X(12) VALUE "  NET DEGER".
           02 F PIC X(5) VALUE "Y/O D".
       01 DL3.
           02 DL-D-NO PIC X(8).
           02 F PIC X VALUE SPACE.
           02 DL-D-ADI PIC X(18).
           02 F PIC X VALUE SPACE.
           02 DL-D-ALIS PIC 9999/99/99.
           02 F PIC X VALUE SPACE.
           02 DL-D-MALIYET PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-D-BIRIKMIS PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-D-NET PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-D-YONTEM PIC X.
           02 DL-D-OMUR PIC 99.
           02 F PIC X VALUE SPACE.
           02 DL-D-DURUM PIC X.
       01 DL4.
           02 F PIC X(9) VALUE "TOPLAM".
           02 DL-T-SAYI PIC ZZZZ9.
           02 F PIC X(25) VALUE " DEMIRBAS".
           02 DL-T-MALIYET PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-T-BIRIKMIS PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-T-NET PIC ZZZ,ZZZ,ZZ9.
       01 CIZGI PIC X(80) VALUE ALL "-".
       SCREEN SECTION.
       01 SIFRE-EKRANI.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "DEMIRBAS SIFRESI:".
           02 LINE 10 COLUMN 38 PIC X(10) SECURE USING SIFRE.
       01 ANA-EKRAN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "DEMIRBAS / AMORTISMAN".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "1. DEMIRBAS TANIMI".
           02 LINE 6 COLUMN 10 VALUE "2. AMORTISMAN CALISMASI".
           02 LINE 7 COLUMN 10 VALUE "3. DEMIRBAS LISTESI".
           02 LINE 8 COLUMN 10 VALUE "4. SATIS / HURDA CIKISI".
           02 LINE 9 COLUMN 10 VALUE "0. CIKIS".
           02 LINE 11 COLUMN 10 VALUE "SECIMINIZ:".
           02 LINE 11 COLUMN 21 PIC 9 USING SEC.
       01 DM-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "DEMIRBAS TANIMI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "DEMIRBAS NO.........:".
           02 LINE 6 COLUMN 10 VALUE "ADI.................:".
           02 LINE 7 COLUMN 10 VALUE "AKTIF HESABI........:".
           02 LINE 8 COLUMN 10 VALUE "AMORTISMAN GIDER HS.:".
           02 LINE 9 COLUMN 10 VALUE "ALIS TARIHI YYYYAAGG:".
           02 LINE 10 COLUMN 10 VALUE "ALIS BEDELI.........:".
           02 LINE 11 COLUMN 10 VALUE "FAYDALI OMUR (YIL)..:".
           02 LINE 12 COLUMN 10 VALUE "YONTEM {N:NORM A:AZL}:".
           02 LINE 14 COLUMN 10 VALUE "BIRIKMIS AMORTISMAN.:".
           02 LINE 15 COLUMN 10 VALUE "DURUM {A:AKT S:SAT H:HRD}:".
           02 LINE 5 COLUMN 33 PIC X(8) FROM DM-NO.
           02 LINE 6 COLUMN 33 PIC X(25) USING DM-ADI.
           02 LINE 7 COLUMN 33 PIC X(6) USING DM-HESAP.
           02 LINE 8 COLUMN 33 PIC X(6) USING DM-GIDER.
           02 LINE 9 COLUMN 33 PIC 9(8) USING DM-ALIS.
           02 LINE 10 COLUMN 33 PIC 9(11) USING DM-MALIYET.
           02 LINE 11 COLUMN 33 PIC 99 USING DM-OMUR.
           02 LINE 12 COLUMN 33 PIC X USING DM-YONTEM.
           02 LINE 14 COLUMN 33 PIC Z(10)9 FROM DM-BIRIKMIS.
           02 LINE 15 COLUMN 37 PIC X FROM DM-DURUM.
       01 CALISMA-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "AMORTISMAN CALISMASI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "YIL.................:".
           02 LINE 6 COLUMN 10 VALUE "AY (12 = YIL SONU)..:".
           02 LINE 7 COLUMN 10 VALUE "KESIN {E/H}.........:".
           02 LINE 5 COLUMN 33 PIC 9999 USING AM-YIL.
           02 LINE 6 COLUMN 33 PIC 99 USING AM-AY.
           02 LINE 7 COLUMN 33 PIC X USING AM-KESIN.
       01 CIKIS-EKRANI.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "SATIS / HURDA CIKISI".
           02 LINE 4 COLUMN 10 PIC X(45) FROM ALL "~".
           02 LINE 5 COLUMN 10 VALUE "DEMIRBAS NO.........:".
           02 LINE 7 COLUMN 10 VALUE "CIKIS TARIHI........:".
           02 LINE 8 COLUMN 10 VALUE "SATIS BEDELI (0=HRD):".
           02 LINE 9 COLUMN 10 VALUE "TAHSIL HESABI.......:".
           02 LINE 5 COLUMN 33 PIC X(8) USING AM-NO.
           02 LINE 7 COLUMN 33 PIC 9(8) USING AM-TARIH.
           02 LINE 8 COLUMN 33 PIC 9(11) USING AM-SATIS.
           02 LINE 9 COLUMN 33 PIC X(6) USING AM-TAHSIL.
       PROCEDURE DIVISION.
       BASLA.
           IF MENU-GIRIS = "MENU" GO B-DOSYA.
           MOVE SPACES TO SIFRE.
           DISPLAY SIFRE-EKRANI.
           ACCEPT SIFRE-EKRANI ON ESCAPE GO D-SON.
           IF SIFRE NOT = "DEMIRBAS"
              DISPLAY (24 1) "SIFRE YANLIS {ENT BAS}"
              ACCEPT CEVAP GO D-SON.
       B-DOSYA. OPEN I-O DEMIRBAS.
           IF DM-DST = "35" OPEN OUTPUT DEMIRBAS CLOSE DEMIRBAS
              OPEN I-O DEMIRBAS.
           IF DM-DST NOT = "00"
              DISPLAY (24 1) "DEMIRBAS.DAT ACILAMADI, DUZELT ILE ONARIN"
              ACCEPT CEVAP GO D-SON.
           CLOSE DEMIRBAS.
       ANA. MOVE 0 TO SEC.
           ACCEPT AM-BUGUN FROM DATE YYYYMMDD.
           DISPLAY ANA-EKRAN.
           ACCEPT ANA-EKRAN ON ESCAPE GO D-SON.
           IF SEC = 0 GO D-SON.
           IF SEC = 1 PERFORM DEMIRBAS-TANIMI
           ELSE IF SEC = 2 PERFORM AMORTISMAN
           ELSE IF SEC = 3 PERFORM DEMIRBAS-LISTESI
           ELSE IF SEC = 4 PERFORM DEMIRBAS-CIKIS
           ELSE DISPLAY (23 10) "GECERSIZ SECIM {ENT BAS}"
              ACCEPT CEVAP.
           GO ANA.
       D-SON. DISPLAY (1 1) ERASE. GOBACK.
      *
      * DEMIRBAS TANIMI: NUMARA SORULUR, VARSA KAYIT EKRANA GELIR.
      * HESAP KODLARI HESAP PLANINDA OLMALIDIR. AMORTISMAN AYRILMIS
      * DEMIRBASIN BEDELI, TARIHI, OMRU VE YONTEMI DEGISTIRILEMEZ.
      *
       DEMIRBAS-TANIMI SECTION.
       DT-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO DT-CIK.
           OPEN I-O DEMIRBAS.
       DT-GIR. MOVE SPACES TO DM-NO.
           DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "DEMIRBAS NO (BOS = CIKIS):".
           ACCEPT (4 37) DM-NO.
           IF DM-NO = SPACES GO DT-SON.
           MOVE SPACES TO DM-ADI.
           MOVE "255" TO DM-HESAP.
           MOVE "770" TO DM-GIDER.
           MOVE AM-BUGUN TO DM-ALIS.
           MOVE 0 TO DM-MALIYET DM-OMUR DM-BIRIKMIS DM-YB-YIL
              DM-YB-BIRIKMIS DM-SON-DONEM DM-CIKIS DM-SATIS.
           MOVE "N" TO DM-YONTEM.
           MOVE "A" TO DM-DURUM.
           READ DEMIRBAS INVALID KEY CONTINUE.
           MOVE DM-MALIYET TO AM-E-MALIYET.
           MOVE DM-OMUR TO AM-E-OMUR.
           MOVE DM-YONTEM TO AM-E-YONTEM.
           MOVE DM-ALIS TO AM-E-ALIS.
           DISPLAY DM-EKRANI.
           DISPLAY (23 1) "MEVCUT KAYIT VARSA DEGERLERI EKRANDADIR".
           DISPLAY (24 1) "ESC TUSU ILE NUMARA SORUSUNA DONERSINIZ".
           ACCEPT DM-EKRANI ON ESCAPE GO DT-GIR.
           IF DM-ADI = SPACES
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ADI BOS OLAMAZ {ENT BAS}" ACCEPT CEVAP GO DT-GIR.
           IF NOT DM-AKTIF
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "CIKISI YAPILMIS DEMIRBAS DEGISMEZ {ENT BAS}"
              ACCEPT CEVAP GO DT-GIR.
           MOVE DM-HESAP TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AKTIF HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO DT-GIR.
           MOVE DM-GIDER TO HP-KOD.
           READ HESPLAN INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GIDER HESABI HESAP PLANINDA YOK {ENT BAS}"
              ACCEPT CEVAP GO DT-GIR.
           IF DM-ALIS = 0 OR DM-ALIS > AM-BUGUN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ ALIS TARIHI {ENT BAS}" ACCEPT CEVAP GO DT-GIR.
           IF DM-MALIYET = 0
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ALIS BEDELI SIFIR OLAMAZ {ENT BAS}" ACCEPT CEVAP
              GO DT-GIR.
           IF DM-OMUR = 0 OR DM-OMUR > 50
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "FAYDALI OMUR 1-50 YIL OLMALI {ENT BAS}" ACCEPT CEVAP
              GO DT-GIR.
           IF NOT DM-NORMAL AND NOT DM-AZALAN
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YONTEM N VEYA A OLMALI {ENT BAS}" ACCEPT CEVAP
              GO DT-GIR.
           IF DM-BIRIKMIS > 0
              IF DM-MALIYET NOT = AM-E-MALIYET
                 OR DM-OMUR NOT = AM-E-OMUR
                 OR DM-YONTEM NOT = AM-E-YONTEM
                 OR DM-ALIS NOT = AM-E-ALIS
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "AMORTISMAN AYRILMIS, BEDEL/OMUR DEGISMEZ {ENT BAS}"
                 ACCEPT CEVAP GO DT-GIR.
           DISPLAY (21 10) "VERILER DOGRUMU {E/H}:".
           ACCEPT (21 33) CEVAP.
           IF CEVAP = "H" GO DT-GIR.
           WRITE DEMIRBAS-KAYDI INVALID KEY REWRITE DEMIRBAS-KAYDI.
           GO DT-GIR.
       DT-SON. CLOSE DEMIRBAS HESPLAN.
       DT-CIK. EXIT.
      *
      * AMORTISMAN CALISMASI: AKTIF DEMIRBASLAR NUMARA SIRASIYLA
      * OKUNUR. DENEMEDE SADECE DOKUM ALINIR; KESINDE AYRILAN TUTAR
      * DEMIRBASA ISLENIR VE YEVMIYEYE FIS YAZILIR.
      *
       AMORTISMAN SECTION.
       AC-BAS. MOVE AM-BUGUN (1:4) TO AM-YIL.
           MOVE 12 TO AM-AY.
           MOVE "H" TO AM-KESIN.
       AC-GIR. DISPLAY CALISMA-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT CALISMA-EKRANI ON ESCAPE GO AC-CIK.
           IF AM-AY = 0 OR AM-AY > 12
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "AY 1-12 OLMALI {ENT BAS}" ACCEPT CEVAP GO AC-GIR.
           IF AM-KESIN NOT = "E" MOVE "H" TO AM-KESIN.
           IF AM-KESIN = "E"
              DISPLAY (21 10) "AMORTISMAN YEVMIYEYE YAZILSIN MI {E/H}:"
              ACCEPT (21 50) CEVAP
              IF CEVAP NOT = "E" GO AC-GIR.
           COMPUTE AM-DONEM = AM-YIL * 100 + AM-AY.
           PERFORM AY-SONU THRU AY-SONU-SON.
           IF AM-KESIN = "E"
              MOVE AM-TARIH TO DNK-TARIH
              PERFORM DONEM-BAK THRU DONEM-BAK-SON
              IF DNK-KILIT = "E" GO AC-GIR.
           IF AM-KESIN = "E"
              OPEN I-O DEMIRBAS
              OPEN I-O YEVMIYE
              IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
                 OPEN I-O YEVMIYE
              END-IF
              PERFORM YG-NO-BUL THRU YG-NO-BUL-SON
           ELSE
              OPEN INPUT DEMIRBAS.
           PERFORM YAZICI-AC.
           MOVE AM-YIL TO AC-B-YIL. MOVE AM-AY TO AC-B-AY.
           IF AM-KESIN = "E"
              MOVE "KESIN - YEVMIYEYE YAZILDI" TO AC-B-DURUM
           ELSE
              MOVE "DENEME DOKUMU" TO AC-B-DURUM.
           WRITE YAZ FROM AC1 AFTER 2.
           WRITE YAZ FROM AC2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO AM-SAYI AM-T-TUTAR.
       AC-OKU. READ DEMIRBAS NEXT AT END GO AC-TOPLAM.
           IF NOT DM-AKTIF GO AC-OKU.
           IF DM-YB-YIL > AM-YIL GO AC-OKU.
           IF DM-YB-YIL < AM-YIL
              MOVE DM-BIRIKMIS TO AM-YB
           ELSE
              MOVE DM-YB-BIRIKMIS TO AM-YB.
           PERFORM YILLIK-BUL THRU YILLIK-BUL-SON.
           COMPUTE AM-VADE ROUNDED = AM-YILLIK * AM-AY / 12.
           COMPUTE AM-TUTAR = AM-VADE - (DM-BIRIKMIS - AM-YB).
           IF DM-BIRIKMIS + AM-TUTAR > DM-MALIYET
              COMPUTE AM-TUTAR = DM-MALIYET - DM-BIRIKMIS.
           IF AM-TUTAR NOT > 0 GO AC-OKU.
           MOVE DM-NO TO AC-D-NO. MOVE DM-ADI TO AC-D-ADI.
           MOVE DM-YONTEM TO AC-D-YONTEM. MOVE DM-OMUR TO AC-D-OMUR.
           MOVE AM-YILLIK TO AC-D-YILLIK.
           MOVE AM-TUTAR TO AC-D-TUTAR.
           COMPUTE AM-NET = DM-BIRIKMIS + AM-TUTAR.
           MOVE AM-NET TO AC-D-BIRIKMIS.
           COMPUTE AM-NET = DM-MALIYET - AM-NET.
           MOVE AM-NET TO AC-D-NET.
           WRITE YAZ FROM AC3.
           ADD 1 TO AM-SAYI.
           ADD AM-TUTAR TO AM-T-TUTAR.
           IF AM-KESIN = "E"
              PERFORM AMORT-ISLE THRU AMORT-ISLE-SON.
           GO AC-OKU.
       AC-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE AM-SAYI TO AC-T-SAYI.
           MOVE AM-T-TUTAR TO AC-T-TUTAR.
           WRITE YAZ FROM AC4.
           CLOSE DEMIRBAS YAZICI.
           IF AM-KESIN = "E" CLOSE YEVMIYE.
           DISPLAY (20 10) "AMORTISMAN DOKUMU YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
           GO AC-CIK.
      * DEMIRBASIN CALISILAN YIL ICIN YILLIK AMORTISMANI. AM-K ALIS
      * YILINDAN BU YANA KACINCI YIL OLDUGUDUR.
       YILLIK-BUL.
           MOVE 0 TO AM-YILLIK.
           DIVIDE DM-ALIS BY 10000 GIVING AM-BOLUM.
           COMPUTE AM-K = AM-YIL - AM-BOLUM + 1.
           IF AM-K < 1 OR DM-OMUR = 0 GO YILLIK-BUL-SON.
           IF AM-K NOT < DM-OMUR
              COMPUTE AM-YILLIK = DM-MALIYET - AM-YB
              GO YILLIK-BUL-SON.
           IF DM-NORMAL
              COMPUTE AM-YILLIK ROUNDED = DM-MALIYET / DM-OMUR
           ELSE
              COMPUTE AM-ORAN = 2 / DM-OMUR
              IF AM-ORAN > 0.5 MOVE 0.5 TO AM-ORAN END-IF
              COMPUTE AM-YILLIK ROUNDED =
                 (DM-MALIYET - AM-YB) * AM-ORAN.
           IF AM-YB + AM-YILLIK > DM-MALIYET
              COMPUTE AM-YILLIK = DM-MALIYET - AM-YB.
       YILLIK-BUL-SON. EXIT.
      * KESIN CALISMA: DEMIRBAS GUNCELLENIR, FIS YAZILIR.
       AMORT-ISLE.
           IF DM-YB-YIL NOT = AM-YIL
              MOVE AM-YIL TO DM-YB-YIL
              MOVE AM-YB TO DM-YB-BIRIKMIS.
           ADD AM-TUTAR TO DM-BIRIKMIS.
           MOVE AM-DONEM TO DM-SON-DONEM.
           REWRITE DEMIRBAS-KAYDI.
           MOVE 0 TO YG-SIRA.
           MOVE SPACES TO YV-ACIKLAMA.
           STRING "AMORT. " DM-NO " " AM-DONEM
              DELIMITED BY SIZE INTO YV-ACIKLAMA.
           MOVE DM-GIDER TO YV-HESAP.
           MOVE AM-TUTAR TO YV-BORC. MOVE 0 TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           MOVE "257" TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE AM-TUTAR TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           ADD 1 TO YG-NO.
       AMORT-ISLE-SON. EXIT.
       AC-CIK. EXIT.
      *
      * DEMIRBAS LISTESI: BEDEL, BIRIKMIS AMORTISMAN VE NET DEGER.
      * CIKISI YAPILMIS DEMIRBASLAR ISTENIRSE LISTEYE GIRER, TOPLAMA
      * GIRMEZ.
      *
       DEMIRBAS-LISTESI SECTION.
       DL-BAS. DISPLAY (1 1) ERASE.
           DISPLAY (4 10) "CIKISI YAPILANLAR DA LISTELENSIN {E/H}:".
           MOVE "H" TO AM-CIKANLAR.
           ACCEPT (4 50) AM-CIKANLAR.
           OPEN INPUT DEMIRBAS.
           PERFORM YAZICI-AC.
           MOVE AM-BUGUN TO DL-B-TARIH.
           WRITE YAZ FROM DL1 AFTER 2.
           WRITE YAZ FROM DL2.
           WRITE YAZ FROM CIZGI.
           MOVE 0 TO AM-SAYI AM-T-MALIYET AM-T-BIRIKMIS AM-T-NET.
       DL-OKU. READ DEMIRBAS NEXT AT END GO DL-TOPLAM.
           IF NOT DM-AKTIF AND AM-CIKANLAR NOT = "E" GO DL-OKU.
           MOVE DM-NO TO DL-D-NO. MOVE DM-ADI TO DL-D-ADI.
           MOVE DM-ALIS TO DL-D-ALIS.
           MOVE DM-MALIYET TO DL-D-MALIYET.
           MOVE DM-BIRIKMIS TO DL-D-BIRIKMIS.
           COMPUTE AM-NET = DM-MALIYET - DM-BIRIKMIS.
           IF NOT DM-AKTIF MOVE 0 TO AM-NET.
           MOVE AM-NET TO DL-D-NET.
           MOVE DM-YONTEM TO DL-D-YONTEM. MOVE DM-OMUR TO DL-D-OMUR.
           MOVE DM-DURUM TO DL-D-DURUM.
           WRITE YAZ FROM DL3.
           IF NOT DM-AKTIF GO DL-OKU.
           ADD 1 TO AM-SAYI.
           ADD DM-MALIYET TO AM-T-MALIYET.
           ADD DM-BIRIKMIS TO AM-T-BIRIKMIS.
           ADD AM-NET TO AM-T-NET.
           GO DL-OKU.
       DL-TOPLAM. WRITE YAZ FROM CIZGI.
           MOVE AM-SAYI TO DL-T-SAYI.
           MOVE AM-T-MALIYET TO DL-T-MALIYET.
           MOVE AM-T-BIRIKMIS TO DL-T-BIRIKMIS.
           MOVE AM-T-NET TO DL-T-NET.
           WRITE YAZ FROM DL4.
           CLOSE DEMIRBAS YAZICI.
           DISPLAY (20 10) "DEMIRBAS LISTESI YAZICIDA {ENT BAS}".
           ACCEPT CEVAP.
       DL-CIK. EXIT.
      *
      * SATIS / HURDA CIKISI: DEMIRBASIN BEDELI AKTIF HESABINDAN,
      * BIRIKMIS AMORTISMANI 257'DEN KAPATILIR; SATIS BEDELI TAHSIL
      * HESABINA BORC YAZILIR. SATIS BEDELI NET DEGERDEN FAZLAYSA
      * FARK 679'A ALACAK, AZSA 689'A BORC OLUR. SATIS BEDELI SIFIR
      * ISE DEMIRBAS HURDAYA CIKAR. CIKISTAN ONCE O YILIN AMORTISMANI
      * CALISTIRILMIS OLMALIDIR.
      *
       DEMIRBAS-CIKIS SECTION.
       DC-BAS. OPEN INPUT HESPLAN.
           IF HP-DST NOT = "00"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "ONCE BM4'TE HESAP PLANI TANIMLAYIN {ENT BAS}"
              ACCEPT CEVAP GO DC-CIK.
           OPEN I-O DEMIRBAS.
       DC-GIR. MOVE SPACES TO AM-NO.
           MOVE AM-BUGUN TO AM-TARIH.
           MOVE 0 TO AM-SATIS.
           MOVE "100" TO AM-TAHSIL.
           DISPLAY CIKIS-EKRANI.
           DISPLAY (24 1) "ESC TUSU ILE ANA MENUYE DONERSINIZ".
           ACCEPT CIKIS-EKRANI ON ESCAPE GO DC-SON.
           IF AM-NO = SPACES GO DC-SON.
           MOVE AM-NO TO DM-NO.
           READ DEMIRBAS INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEMIRBAS BULUNAMADI {ENT BAS}" ACCEPT CEVAP GO DC-GIR.
           DISPLAY (5 43) DM-ADI.
           IF NOT DM-AKTIF
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "DEMIRBASIN CIKISI ZATEN YAPILMIS {ENT BAS}"
              ACCEPT CEVAP GO DC-GIR.
           IF AM-TARIH = 0 OR AM-TARIH < DM-ALIS
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "GECERSIZ CIKIS TARIHI {ENT BAS}" ACCEPT CEVAP GO DC-GIR.
           MOVE AM-TARIH TO DNK-TARIH.
           PERFORM DONEM-BAK THRU DONEM-BAK-SON.
           IF DNK-KILIT = "E" GO DC-GIR.
           IF AM-SATIS > 0
              MOVE AM-TAHSIL TO HP-KOD
              READ HESPLAN INVALID KEY
                 DISPLAY (24 1) ERASE DISPLAY (24 1)
                 "TAHSIL HESABI HESAP PLANINDA YOK {ENT BAS}"
                 ACCEPT CEVAP GO DC-GIR.
           COMPUTE AM-NET = DM-MALIYET - DM-BIRIKMIS.
           COMPUTE AM-KAR = AM-SATIS - AM-NET.
           DISPLAY (12 10) "NET DEGER...........:".
           MOVE AM-NET TO AM-D-TUTAR.
           DISPLAY (12 33) AM-D-TUTAR.
           DISPLAY (13 10) "SATIS KARI / ZARARI.:".
           MOVE AM-KAR TO AM-D-TUTAR.
           DISPLAY (13 33) AM-D-TUTAR.
           DISPLAY (21 10) "CIKIS YEVMIYEYE YAZILSIN MI {E/H}:".
           ACCEPT (21 45) CEVAP.
           IF CEVAP NOT = "E" GO DC-GIR.
           OPEN I-O YEVMIYE.
           IF YV-DST = "35" OPEN OUTPUT YEVMIYE CLOSE YEVMIYE
              OPEN I-O YEVMIYE.
           PERFORM YG-NO-BUL THRU YG-NO-BUL-SON.
           MOVE 0 TO YG-SIRA.
           MOVE SPACES TO YV-ACIKLAMA.
           IF AM-SATIS > 0
              STRING "SATIS " DM-NO " " DM-ADI
                 DELIMITED BY SIZE INTO YV-ACIKLAMA
           ELSE
              STRING "HURDA " DM-NO " " DM-ADI
                 DELIMITED BY SIZE INTO YV-ACIKLAMA.
           IF DM-BIRIKMIS > 0
              MOVE "257" TO YV-HESAP
              MOVE DM-BIRIKMIS TO YV-BORC MOVE 0 TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           IF AM-SATIS > 0
              MOVE AM-TAHSIL TO YV-HESAP
              MOVE AM-SATIS TO YV-BORC MOVE 0 TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           IF AM-KAR < 0
              MOVE "689" TO YV-HESAP
              COMPUTE YV-BORC = 0 - AM-KAR MOVE 0 TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           MOVE DM-HESAP TO YV-HESAP.
           MOVE 0 TO YV-BORC. MOVE DM-MALIYET TO YV-ALACAK.
           PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           IF AM-KAR > 0
              MOVE "679" TO YV-HESAP
              MOVE 0 TO YV-BORC MOVE AM-KAR TO YV-ALACAK
              PERFORM FIS-SATIR THRU FIS-SATIR-SON.
           CLOSE YEVMIYE.
           IF AM-SATIS > 0 MOVE "S" TO DM-DURUM
           ELSE MOVE "H" TO DM-DURUM.
           MOVE AM-TARIH TO DM-CIKIS.
           MOVE AM-SATIS TO DM-SATIS.
           REWRITE DEMIRBAS-KAYDI.
           DISPLAY (22 10) "CIKIS FISI YAZILDI, FIS NO:".
           DISPLAY (22 38) YG-NO.
           DISPLAY (23 10) "{ENT BAS}". ACCEPT CEVAP.
           GO DC-GIR.
       DC-SON. CLOSE DEMIRBAS HESPLAN.
       DC-CIK. EXIT.
      *
      * ORTAK YARDIMCILAR: SIRADAKI YEVMIYE FIS NUMARASI (BM4'TEKI
      * DUZENIN AYNISI), FIS SATIRI VE AYIN SON GUNU.
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
      * YV-HESAP, YV-ACIKLAMA VE TUTARLAR CAGIRAN TARAFINDAN
      * DOLDURULUR; AM-TARIH FISIN TARIHIDIR.
       FIS-SATIR.
           ADD 1 TO YG-SIRA.
           MOVE YG-NO TO YV-NO. MOVE YG-SIRA TO YV-SIRA.
           MOVE AM-TARIH TO YV-TARIH.
           WRITE YEVMIYE-KAYDI INVALID KEY
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "YEVMIYE SATIRI YAZILAMADI {ENT BAS}" ACCEPT CEVAP.
       FIS-SATIR-SON. EXIT.
      * AMORTISMAN FISI CALISILAN AYIN SON GUNU TARIHLIDIR.
       AY-SONU.
           MOVE 31 TO AM-SON-GUN.
           IF AM-AY = 4 OR AM-AY = 6 OR AM-AY = 9 OR AM-AY = 11
              MOVE 30 TO AM-SON-GUN.
           IF AM-AY = 2
              MOVE 28 TO AM-SON-GUN
              DIVIDE AM-YIL BY 4 GIVING AM-BOLUM REMAINDER AM-KALAN
              IF AM-KALAN = 0 MOVE 29 TO AM-SON-GUN.
           COMPUTE AM-TARIH = AM-YIL * 10000 + AM-AY * 100
              + AM-SON-GUN.
       AY-SONU-SON. EXIT.
      * KILITLI MUHASEBE DONEMINE TARIHLI FIS YAZILMAZ; KILIDI YALNIZ
      * YONETICI ANAMENU'DEN NEDEN YAZARAK ACAR.
       DONEM-BAK.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E"
              DISPLAY (24 1) ERASE DISPLAY (24 1)
              "BU TARIHIN DONEMI KILITLI, FIS YAZILAMAZ {ENT BAS}"
              ACCEPT CEVAP.
       DONEM-BAK-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR.
       YAZICI-AC SECTION.
       YAC-BAS.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
