      * ISLEM JURNALINDEN ILERI YUKLEME. GERIYUK ILE GECE YEDEGI
      * GERI YUKLENDIKTEN SONRA, YEDEGIN ALINDIGI ANDAN SECILEN SAATE
      * KADAR P2, KONSIYE, CEKN VE KASA'NIN GUNLUK JURNALLERE
      * (JRNYYYYAAGG.DAT) DUSTUGU KAYIT SON HALLERINI YEDEGIN USTUNE
      * SIRAYLA YENIDEN ISLER. EKLEME VE DEGISTIRME KAYDI YAZAR, YOKSA
      * EKLER; SILME KAYDI SILER. JURNALDE KAYDIN TAMAMI DURDUGUNDAN
      * AYNI KAYDI IKI KEZ ISLEMEK SONUCU DEGISTIRMEZ; BU YUZDEN
      * BASLANGIC ANI DAHIL TUTULUR. YEDEK ISLENIRKEN KIMSE CALISMAMALI.
      * YENIDEN ISLENEN HER KAYIT SONUCUYLA YAZICIYA DOKULUR.
      * CEKN VE KASA SIRKET DIZININDE, DIGERLERI ANA DIZINDE DURUR;
      * SIRKET DIZINI GIRILIRSE YALNIZ O SIRKETIN CEKN VE KASA'SI
      * ISLENIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ILERIYUK.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISLJUR ASSIGN TO DISK
           FILE STATUS IJ-DST.
           SELECT BRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD
           ALTERNATE RECORD KEY DT-KOD WITH DUPLICATES
           FILE STATUS IY-DST.
           SELECT BRDH ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BH-KOD
           FILE STATUS IY-DST.
           SELECT ODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OD-KOD
           FILE STATUS IY-DST.
           SELECT KON1 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD1
           FILE STATUS IY-DST.
           SELECT KON2 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD2
           FILE STATUS IY-DST.
           SELECT CEKN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CEK-NO
           FILE STATUS IY-DST.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD
           FILE STATUS IY-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ISLJUR LABEL RECORD STANDARD VALUE OF FILE-ID IJ-AD.
       01 ISLJUR-KAYDI.
           02 IJ-AN.
              03 IJ-TARIH PIC 9(8).
              03 IJ-SAAT.
                 04 IJ-SAAT-SDS PIC 9(6).
                 04 F PIC 99.
           02 IJ-DIZIN PIC X(40).
           02 IJ-DOSYA PIC X(8).
           02 IJ-ISLEM PIC X.
           02 IJ-PROGRAM PIC X(8).
           02 IJ-OPERATOR PIC X(10).
           02 IJ-KAYIT PIC X(200).
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID "BRD.DAT".
       01 BRD-KAYDI.
           02 KOD.
              03 F PIC X(12).
              03 DT-KOD PIC X(13).
           02 BRD-GERISI PIC X(49).
       FD BRDH LABEL RECORD STANDARD VALUE OF FILE-ID "BRDH.DAT".
       01 BRDH-KAYDI.
           02 BH-KOD PIC X(11).
           02 BH-GERISI PIC X(17).
       FD ODEME LABEL RECORD STANDARD VALUE OF FILE-ID "ODEME.DAT".
       01 ODEME-KAYDI.
           02 OD-KOD PIC X(13).
           02 OD-GERISI PIC X(45).
       FD KON1 LABEL RECORD STANDARD VALUE OF FILE-ID "KON1.DOS".
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 KON1-GERISI PIC X(85).
       FD KON2 LABEL RECORD STANDARD VALUE OF FILE-ID "KON2.DOS".
       01 KON2-KAYDI.
           02 KOD2 PIC X(31).
           02 KON2-GERISI PIC X(62).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID SD-CEKN.
       01 CEKN-KAYDI.
           02 CEK-NO PIC 9(6).
           02 CEK-GERISI PIC X(186).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID SD-KASA.
       01 KASA-KAYDI.
           02 KS-KOD PIC X(14).
           02 KS-GERISI PIC X(53).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SIFRE PIC X(10) VALUE SPACES.
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 99 VALUE 0.
       77 IJ-DST PIC XX VALUE SPACES.
       77 IY-DST PIC XX VALUE SPACES.
       77 SPOOL-PRG PIC X(8) VALUE "ILERIYUK".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 SD-CEKN PIC X(52) VALUE "CEKN.DAT".
       77 SD-KASA PIC X(52) VALUE "KASA.DAT".
       77 IY-DIZIN PIC X(40) VALUE SPACES.
       77 IY-DOSYA PIC X(8) VALUE SPACES.
       77 IY-BAS-T PIC 9(8) VALUE 0.
       77 IY-BAS-S PIC 9(4) VALUE 0.
       77 IY-BIT-T PIC 9(8) VALUE 0.
       77 IY-BIT-S PIC 9(4) VALUE 0.
       77 GUN-SAYAC PIC 9(9) VALUE 0.
       77 GUN-SON PIC 9(9) VALUE 0.
       77 AK-UZ PIC 99 VALUE 0.
       77 AC-BRD PIC X VALUE "H".
       77 AC-BRDH PIC X VALUE "H".
       77 AC-ODEME PIC X VALUE "H".
       77 AC-KON1 PIC X VALUE "H".
       77 AC-KON2 PIC X VALUE "H".
       77 AC-CEKN PIC X VALUE "H".
       77 AC-KASA PIC X VALUE "H".
       77 IY-OKUNAN PIC 9(7) VALUE 0.
       77 IY-UYGULANAN PIC 9(7) VALUE 0.
       77 IY-YOK PIC 9(7) VALUE 0.
       77 IY-HATA PIC 9(7) VALUE 0.
      * JURNAL KAYDININ ANI (TARIH + SAAT) ARALIKLA BUTUN OLARAK
      * KARSILASTIRILIR.
       01 IY-BAS-AN.
           02 IY-BAS-AN-T PIC 9(8).
           02 IY-BAS-AN-S PIC 9(8).
       01 IY-BIT-AN.
           02 IY-BIT-AN-T PIC 9(8).
           02 IY-BIT-AN-S PIC 9(8).
       01 IJ-AD.
           02 F PIC X(3) VALUE "JRN".
           02 IJ-AD-TARIH PIC 9(8).
           02 F PIC X(4) VALUE ".DAT".
       01 IYZ1.
           02 F PIC X(40) VALUE "ISLEM JURNALINDEN ILERI YUKLEME".
       01 IYZ2.
           02 F PIC X(7) VALUE "ARALIK:".
           02 IY-D-BAS-T PIC 9(8).
           02 F PIC X VALUE SPACE.
           02 IY-D-BAS-S PIC 99B99.
           02 F PIC X(3) VALUE " - ".
           02 IY-D-BIT-T PIC 9(8).
           02 F PIC X VALUE SPACE.
           02 IY-D-BIT-S PIC 99B99.
           02 F PIC X(9) VALUE "  DOSYA: ".
           02 IY-D-DOSYA PIC X(8).
       01 IYZ3.
           02 F PIC X(7) VALUE "DIZIN: ".
           02 IY-D-DIZIN PIC X(40).
       01 IYZ4.
           02 IY-D-TARIH PIC 9(8).
           02 F PIC X(2) VALUE SPACES.
           02 IY-D-SAAT PIC 99B99B99.
           02 F PIC X(2) VALUE SPACES.
           02 IY-D-TAB PIC X(8).
           02 F PIC X(1) VALUE SPACES.
           02 IY-D-ISLEM PIC X(8).
           02 F PIC X(1) VALUE SPACES.
           02 IY-D-PROGRAM PIC X(8).
           02 F PIC X(1) VALUE SPACES.
           02 IY-D-OPERATOR PIC X(10).
           02 F PIC X(1) VALUE SPACES.
           02 IY-D-SONUC PIC X(10).
       01 IYZ5.
           02 F PIC X(10) VALUE SPACES.
           02 F PIC X(9) VALUE "ANAHTAR: ".
           02 IY-D-ANAHTAR PIC X(31).
       01 IYZ6.
           02 F PIC X(24) VALUE "OKUNAN JURNAL KAYDI....:".
           02 IY-D-OKUNAN PIC ZZZZZZ9.
       01 IYZ7.
           02 F PIC X(24) VALUE "YENIDEN ISLENEN........:".
           02 IY-D-UYGULANAN PIC ZZZZZZ9.
       01 IYZ8.
           02 F PIC X(24) VALUE "SILINECEK KAYIT YOK....:".
           02 IY-D-YOK PIC ZZZZZZ9.
       01 IYZ9.
           02 F PIC X(24) VALUE "ISLENEMEYEN............:".
           02 IY-D-HATA PIC ZZZZZZ9.
       SCREEN SECTION.
       01 SIF-EKRANI.
           02 LINE 18 COLUMN 11 VALUE "YETKILI SIFRESINI GIRINIZ:".
           02 LINE 18 COLUMN 39 PIC X(10) USING SIFRE SECURE AUTO.
       01 MENU-EKRANI.
           02 LINE 3  COLUMN 11 VALUE "ISLEM JURNALINDEN ILERI YUKLEME".
           02 LINE 5  COLUMN 11 VALUE "1. BRD.DAT   (ZEYTIN ALIM)".
           02 LINE 6  COLUMN 11 VALUE "2. BRDH.DAT  (FIS BASLIK)".
           02 LINE 7  COLUMN 11 VALUE "3. ODEME.DAT (URETICI ODEME)".
           02 LINE 8  COLUMN 11 VALUE "4. KON1.DOS  (KONSIYE KOD)".
           02 LINE 9  COLUMN 11 VALUE "5. KON2.DOS  (KONSIYE HRK)".
           02 LINE 10 COLUMN 11 VALUE "6. CEKN.DAT  (CEK-SENET)".
           02 LINE 11 COLUMN 11 VALUE "7. KASA.DAT  (KASA DEFTERI)".
           02 LINE 12 COLUMN 11 VALUE "99. HEPSI".
           02 LINE 14 COLUMN 11 VALUE "0. CIKIS".
           02 LINE 16 COLUMN 11 VALUE "SECIMINIZ:".
           02 LINE 16 COLUMN 22 PIC 99 USING SEC.
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
           DISPLAY SIF-EKRANI. ACCEPT SIF-EKRANI ON ESCAPE GO I-SON.
           IF SIFRE NOT = "YONETICI" DISPLAY (24 1) ERASE
           DISPLAY (24 11) "SIFRE YANLIS ENT BAS" ACCEPT CEVAP GO I-SON.
       IMENU. DISPLAY (1 1) ERASE. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI. ACCEPT MENU-EKRANI ON ESCAPE GO I-SON.
           IF SEC = 0 GO I-SON.
           IF SEC > 7 AND SEC NOT = 99 GO IMENU.
           IF SEC = 1 MOVE "BRD" TO IY-DOSYA.
           IF SEC = 2 MOVE "BRDH" TO IY-DOSYA.
           IF SEC = 3 MOVE "ODEME" TO IY-DOSYA.
           IF SEC = 4 MOVE "KON1" TO IY-DOSYA.
           IF SEC = 5 MOVE "KON2" TO IY-DOSYA.
           IF SEC = 6 MOVE "CEKN" TO IY-DOSYA.
           IF SEC = 7 MOVE "KASA" TO IY-DOSYA.
           IF SEC = 99 MOVE "HEPSI" TO IY-DOSYA.
           PERFORM ARALIK-GIR THRU ARALIK-GIR-SON.
           IF CEVAP NOT = "E" GO IMENU.
           PERFORM ILERI-AL THRU ILERI-AL-SON.
           GO IMENU.
       I-SON. DISPLAY (1 1) ERASE. STOP RUN.
      *
      * YEDEGIN ALINDIGI AN, ISLENECEK SON AN VE SIRKET DIZINI SORULUR.
      * BASLANGIC SAATININ DAKIKASI DAHIL, BITIS SAATININ DAKIKASI
      * SONUNA KADAR OLAN JURNAL KAYITLARI ISLENIR.
      *
       ARALIK-GIR.
           MOVE "H" TO CEVAP.
           MOVE 0 TO IY-BAS-T IY-BAS-S IY-BIT-T IY-BIT-S.
           MOVE SPACES TO IY-DIZIN.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 11) "ILERI YUKLEME - ".
           DISPLAY (1 27) IY-DOSYA.
           DISPLAY (4 11) "YEDEK TARIHI (YYYYAAGG).......:".
           DISPLAY (5 11) "YEDEK SAATI (SSDD)............:".
           DISPLAY (6 11) "SON TARIH (0=BUGUN)...........:".
           DISPLAY (7 11) "SON SAAT (SSDD)...............:".
           DISPLAY (8 11) "SIRKET DIZINI (BOS=ANA SIRKET):".
           ACCEPT (4 43) IY-BAS-T.
           ACCEPT (5 43) IY-BAS-S.
           ACCEPT (6 43) IY-BIT-T.
           ACCEPT (7 43) IY-BIT-S.
           ACCEPT (8 43) IY-DIZIN.
           IF IY-BIT-T = 0 ACCEPT IY-BIT-T FROM DATE YYYYMMDD.
           COMPUTE GUN-SAYAC = FUNCTION INTEGER-OF-DATE(IY-BAS-T).
           COMPUTE GUN-SON = FUNCTION INTEGER-OF-DATE(IY-BIT-T).
           IF GUN-SAYAC = 0 OR GUN-SON = 0 OR GUN-SAYAC > GUN-SON
              OR IY-BAS-S > 2359 OR IY-BIT-S > 2359
              DISPLAY (23 11) "TARIH/SAAT ARALIGI HATALI ENT BAS"
              ACCEPT CEVAP MOVE "H" TO CEVAP GO ARALIK-GIR-SON.
           MOVE IY-BAS-T TO IY-BAS-AN-T.
           COMPUTE IY-BAS-AN-S = IY-BAS-S * 10000.
           MOVE IY-BIT-T TO IY-BIT-AN-T.
           COMPUTE IY-BIT-AN-S = IY-BIT-S * 10000 + 5999.
           IF IY-BAS-AN > IY-BIT-AN
              DISPLAY (23 11) "TARIH/SAAT ARALIGI HATALI ENT BAS"
              ACCEPT CEVAP MOVE "H" TO CEVAP GO ARALIK-GIR-SON.
           IF IY-DIZIN NOT = SPACES AND SEC NOT = 6 AND SEC NOT = 7
              AND SEC NOT = 99
              DISPLAY (23 11) "BU DOSYA YALNIZ ANA SIRKETTEDIR ENT BAS"
              ACCEPT CEVAP MOVE "H" TO CEVAP GO ARALIK-GIR-SON.
           DISPLAY (20 11) "YEDEK GERI YUKLENDI VE KIMSE CALISMIYOR".
           DISPLAY (21 11) "ILERI YUKLEME YAPILSIN MI? (E/H):".
           MOVE "H" TO CEVAP.
           ACCEPT (21 45) CEVAP.
       ARALIK-GIR-SON. EXIT.
      *
      * SECILEN DOSYALAR ACILIR, ARALIKTAKI HER GUNUN JURNALI SIRAYLA
      * OKUNUP ISLENIR. JURNALI OLMAYAN GUN ATLANIR.
      *
       ILERI-AL.
           MOVE 0 TO IY-OKUNAN IY-UYGULANAN IY-YOK IY-HATA.
           MOVE "H" TO AC-BRD AC-BRDH AC-ODEME AC-KON1 AC-KON2
              AC-CEKN AC-KASA.
           MOVE SPACES TO SD-CEKN SD-KASA.
           STRING IY-DIZIN DELIMITED BY SPACE
              "CEKN.DAT" DELIMITED BY SIZE INTO SD-CEKN.
           STRING IY-DIZIN DELIMITED BY SPACE
              "KASA.DAT" DELIMITED BY SIZE INTO SD-KASA.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           IF AC-BRD = "H" AND AC-BRDH = "H" AND AC-ODEME = "H"
              AND AC-KON1 = "H" AND AC-KON2 = "H" AND AC-CEKN = "H"
              AND AC-KASA = "H"
              DISPLAY (23 11) "ISLENECEK DOSYA ACILAMADI ENT BAS"
              ACCEPT CEVAP GO ILERI-AL-SON.
           PERFORM YAZICI-AC THRU YAZICI-AC-SON.
           WRITE YAZ FROM IYZ1 AFTER 2.
           MOVE IY-BAS-T TO IY-D-BAS-T. MOVE IY-BAS-S TO IY-D-BAS-S.
           MOVE IY-BIT-T TO IY-D-BIT-T. MOVE IY-BIT-S TO IY-D-BIT-S.
           MOVE IY-DOSYA TO IY-D-DOSYA.
           WRITE YAZ FROM IYZ2.
           MOVE IY-DIZIN TO IY-D-DIZIN.
           IF IY-DIZIN = SPACES MOVE "ANA SIRKET" TO IY-D-DIZIN.
           WRITE YAZ FROM IYZ3.
           DISPLAY (1 1) ERASE.
           DISPLAY (10 11) "JURNAL ISLENIYOR, GUN:".
       IA-GUN.
           IF GUN-SAYAC > GUN-SON GO IA-BIT.
           COMPUTE IJ-AD-TARIH = FUNCTION DATE-OF-INTEGER(GUN-SAYAC).
           ADD 1 TO GUN-SAYAC.
           DISPLAY (10 34) IJ-AD-TARIH.
           OPEN INPUT ISLJUR.
           IF IJ-DST NOT = "00" GO IA-GUN.
       IA-OKU. READ ISLJUR AT END CLOSE ISLJUR GO IA-GUN.
           IF IJ-AN < IY-BAS-AN OR IJ-AN > IY-BIT-AN GO IA-OKU.
           IF IJ-DIZIN NOT = IY-DIZIN GO IA-OKU.
           IF SEC NOT = 99 AND IJ-DOSYA NOT = IY-DOSYA GO IA-OKU.
           ADD 1 TO IY-OKUNAN.
           PERFORM KAYIT-ISLE THRU KAYIT-ISLE-SON.
           GO IA-OKU.
       IA-BIT.
           MOVE IY-OKUNAN TO IY-D-OKUNAN.
           MOVE IY-UYGULANAN TO IY-D-UYGULANAN.
           MOVE IY-YOK TO IY-D-YOK.
           MOVE IY-HATA TO IY-D-HATA.
           WRITE YAZ FROM IYZ6 AFTER 2.
           WRITE YAZ FROM IYZ7.
           WRITE YAZ FROM IYZ8.
           WRITE YAZ FROM IYZ9.
           CLOSE YAZICI.
           PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON.
           DISPLAY (1 1) ERASE.
           DISPLAY (10 11) "OKUNAN JURNAL KAYDI....:".
           DISPLAY (10 36) IY-OKUNAN.
           DISPLAY (11 11) "YENIDEN ISLENEN........:".
           DISPLAY (11 36) IY-UYGULANAN.
           DISPLAY (12 11) "SILINECEK KAYIT YOK....:".
           DISPLAY (12 36) IY-YOK.
           DISPLAY (13 11) "ISLENEMEYEN............:".
           DISPLAY (13 36) IY-HATA.
           DISPLAY (15 11) "DOKUM YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       ILERI-AL-SON. EXIT.
      *
      * ANA DIZINDEKI DOSYALAR YALNIZ ANA SIRKET ISLENIRKEN ACILIR.
      * ACILAMAYAN DOSYANIN JURNAL KAYITLARI ISLENEMEYEN SAYILIR.
      *
       DOSYA-AC.
           IF IY-DIZIN NOT = SPACES GO DA-SIRKET.
           IF SEC = 1 OR SEC = 99
              OPEN I-O BRD
              IF IY-DST = "00" MOVE "E" TO AC-BRD.
           IF SEC = 2 OR SEC = 99
              OPEN I-O BRDH
              IF IY-DST = "00" MOVE "E" TO AC-BRDH.
           IF SEC = 3 OR SEC = 99
              OPEN I-O ODEME
              IF IY-DST = "00" MOVE "E" TO AC-ODEME.
           IF SEC = 4 OR SEC = 99
              OPEN I-O KON1
              IF IY-DST = "00" MOVE "E" TO AC-KON1.
           IF SEC = 5 OR SEC = 99
              OPEN I-O KON2
              IF IY-DST = "00" MOVE "E" TO AC-KON2.
       DA-SIRKET.
           IF SEC = 6 OR SEC = 99
              OPEN I-O CEKN
              IF IY-DST = "00" MOVE "E" TO AC-CEKN.
           IF SEC = 7 OR SEC = 99
              OPEN I-O KASA
              IF IY-DST = "00" MOVE "E" TO AC-KASA.
       DOSYA-AC-SON. EXIT.
       DOSYA-KAPAT.
           IF AC-BRD = "E" CLOSE BRD.
           IF AC-BRDH = "E" CLOSE BRDH.
           IF AC-ODEME = "E" CLOSE ODEME.
           IF AC-KON1 = "E" CLOSE KON1.
           IF AC-KON2 = "E" CLOSE KON2.
           IF AC-CEKN = "E" CLOSE CEKN.
           IF AC-KASA = "E" CLOSE KASA.
       DOSYA-KAPAT-SON. EXIT.
      *
      * JURNAL KAYDI ILGILI DOSYAYA ISLENIR VE SONUCUYLA DOKULUR.
      * EKLEME/DEGISTIRME KAYDI YAZAR, VARSA USTUNE YAZAR; SILME
      * KAYDI SILER. SILINECEK KAYDIN BULUNMAMASI HATA SAYILMAZ.
      *
       KAYIT-ISLE.
           MOVE "99" TO IY-DST.
           MOVE 0 TO AK-UZ.
           IF IJ-DOSYA = "BRD" MOVE 25 TO AK-UZ
              IF AC-BRD = "E" PERFORM KI-BRD THRU KI-BRD-SON.
           IF IJ-DOSYA = "BRDH" MOVE 11 TO AK-UZ
              IF AC-BRDH = "E" PERFORM KI-BRDH THRU KI-BRDH-SON.
           IF IJ-DOSYA = "ODEME" MOVE 13 TO AK-UZ
              IF AC-ODEME = "E" PERFORM KI-ODEME THRU KI-ODEME-SON.
           IF IJ-DOSYA = "KON1" MOVE 15 TO AK-UZ
              IF AC-KON1 = "E" PERFORM KI-KON1 THRU KI-KON1-SON.
           IF IJ-DOSYA = "KON2" MOVE 31 TO AK-UZ
              IF AC-KON2 = "E" PERFORM KI-KON2 THRU KI-KON2-SON.
           IF IJ-DOSYA = "CEKN" MOVE 6 TO AK-UZ
              IF AC-CEKN = "E" PERFORM KI-CEKN THRU KI-CEKN-SON.
           IF IJ-DOSYA = "KASA" MOVE 14 TO AK-UZ
              IF AC-KASA = "E" PERFORM KI-KASA THRU KI-KASA-SON.
           IF IY-DST = "00" OR IY-DST = "02"
              ADD 1 TO IY-UYGULANAN MOVE "ISLENDI" TO IY-D-SONUC
           ELSE IF IY-DST = "23" AND IJ-ISLEM = "S"
              ADD 1 TO IY-YOK MOVE "KAYIT YOK" TO IY-D-SONUC
           ELSE
              ADD 1 TO IY-HATA MOVE "HATA" TO IY-D-SONUC.
           MOVE IJ-TARIH TO IY-D-TARIH.
           MOVE IJ-SAAT-SDS TO IY-D-SAAT.
           MOVE IJ-DOSYA TO IY-D-TAB.
           IF IJ-ISLEM = "E" MOVE "EKLEME" TO IY-D-ISLEM
           ELSE IF IJ-ISLEM = "D" MOVE "DEGISIM" TO IY-D-ISLEM
           ELSE IF IJ-ISLEM = "S" MOVE "SILME" TO IY-D-ISLEM
           ELSE MOVE IJ-ISLEM TO IY-D-ISLEM.
           MOVE IJ-PROGRAM TO IY-D-PROGRAM.
           MOVE IJ-OPERATOR TO IY-D-OPERATOR.
           WRITE YAZ FROM IYZ4 AFTER 2.
           MOVE SPACES TO IY-D-ANAHTAR.
           IF AK-UZ > 0 MOVE IJ-KAYIT (1:AK-UZ) TO IY-D-ANAHTAR.
           WRITE YAZ FROM IYZ5.
       KAYIT-ISLE-SON. EXIT.
       KI-BRD. MOVE IJ-KAYIT TO BRD-KAYDI.
           IF IJ-ISLEM = "S" GO KI-BRD-SIL.
           WRITE BRD-KAYDI INVALID KEY REWRITE BRD-KAYDI.
           GO KI-BRD-SON.
       KI-BRD-SIL. DELETE BRD RECORD INVALID KEY CONTINUE.
       KI-BRD-SON. EXIT.
       KI-BRDH. MOVE IJ-KAYIT TO BRDH-KAYDI.
           IF IJ-ISLEM = "S" GO KI-BRDH-SIL.
           WRITE BRDH-KAYDI INVALID KEY REWRITE BRDH-KAYDI.
           GO KI-BRDH-SON.
       KI-BRDH-SIL. DELETE BRDH RECORD INVALID KEY CONTINUE.
       KI-BRDH-SON. EXIT.
       KI-ODEME. MOVE IJ-KAYIT TO ODEME-KAYDI.
           IF IJ-ISLEM = "S" GO KI-ODEME-SIL.
           WRITE ODEME-KAYDI INVALID KEY REWRITE ODEME-KAYDI.
           GO KI-ODEME-SON.
       KI-ODEME-SIL. DELETE ODEME RECORD INVALID KEY CONTINUE.
       KI-ODEME-SON. EXIT.
       KI-KON1. MOVE IJ-KAYIT TO KON1-KAYDI.
           IF IJ-ISLEM = "S" GO KI-KON1-SIL.
           WRITE KON1-KAYDI INVALID KEY REWRITE KON1-KAYDI.
           GO KI-KON1-SON.
       KI-KON1-SIL. DELETE KON1 RECORD INVALID KEY CONTINUE.
       KI-KON1-SON. EXIT.
       KI-KON2. MOVE IJ-KAYIT TO KON2-KAYDI.
           IF IJ-ISLEM = "S" GO KI-KON2-SIL.
           WRITE KON2-KAYDI INVALID KEY REWRITE KON2-KAYDI.
           GO KI-KON2-SON.
       KI-KON2-SIL. DELETE KON2 RECORD INVALID KEY CONTINUE.
       KI-KON2-SON. EXIT.
       KI-CEKN. MOVE IJ-KAYIT TO CEKN-KAYDI.
           IF IJ-ISLEM = "S" GO KI-CEKN-SIL.
           WRITE CEKN-KAYDI INVALID KEY REWRITE CEKN-KAYDI.
           GO KI-CEKN-SON.
       KI-CEKN-SIL. DELETE CEKN RECORD INVALID KEY CONTINUE.
       KI-CEKN-SON. EXIT.
       KI-KASA. MOVE IJ-KAYIT TO KASA-KAYDI.
           IF IJ-ISLEM = "S" GO KI-KASA-SIL.
           WRITE KASA-KAYDI INVALID KEY REWRITE KASA-KAYDI.
           GO KI-KASA-SON.
       KI-KASA-SIL. DELETE KASA RECORD INVALID KEY CONTINUE.
       KI-KASA-SON. EXIT.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
      * SIRA NUMARASINI VE KUYRUK KAYDINI SPOOLAC DAGITIR, KAGIDA
      * BASIMI SPOOLER PROGRAMI YAPAR.
       YAZICI-AC.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
