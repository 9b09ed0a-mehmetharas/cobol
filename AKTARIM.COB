      * ODENDI ISARETLENEN CEK/SENETLERI (CEKN.DAT), ZEYTIN ALIM
      * FISLERINI (BRD.DAT, UYE ALACAGI) VE URETICI ODEMELERINI
      * (ODEME.DAT, UYE BORCU) BM4 CARI DEFTERINE OTOMATIK ISLER.
      * NAKLIYECI HAKEDIS VE ODEMELERI (NAKHAR.DAT) DE NAKLIYECININ
      * CARI HESABINA ISLENIR. KONSIYE MAL KABULUNDE GIRILEN
      * TEDARIKCI FATURALARI (TEDFAT.DOS) TEDARIKCI CARISINE ALACAK
      * OLARAK ISLENIR.
      * AYRICA AKTARILDIKTAN SONRA BOZULAN KAYNAKLARI DUZELTIR:
      * KONSIYE'NIN STORNO KUYRUGU (AKTIPT.DOS) VE KARSILIKSIZA
      * DONEN AKTARILMIS CEKLER ICIN CARIYE TERS KAYIT YAZILIR.
      * ICRA TAKIBINDEKI DOSYALARIN TAHSILATLARI (ICRHAR.DAT) DA
      * MUSTERI CARISINE ALACAK OLARAK ISLENIR.
      * ISLENEN KAYNAK KAYITLAR "A" ILE ISARETLENIR
      * KI IKINCI CALISTIRMADA MUKERRER KAYIT OLUSMASIN; CEK ILE
      * YAPILAN TAHSILATLARIN KON2 KAYDI "C" ISARETLIDIR VE CARIYE
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS CR-DST.
           SELECT NAKHAR ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NH-KOD
           ALTERNATE RECORD KEY NH-SVNO WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NH-DST.
           SELECT NAKCI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY NC-KOD
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS NC-DST.
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
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           02 CARI-ALACAK PIC 9(9).
           02 CARI-KAYNAK PIC X(4).
           02 CARI-REF PIC 9(8).
      * NAKHAR.DAT - NAKLIYECI HAKEDIS (H) VE ODEME (O) HAREKETLERI
      * (P2 YAZAR). NAKCI.DAT - NAKLIYECI UNVANLARI.
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
       FD NAKCI LABEL RECORD STANDARD VALUE OF FILE-ID "NAKCI.DAT".
       01 NAKCI-KAYDI.
           02 NC-KOD PIC X(8).
           02 NC-UNVAN PIC X(25).
           02 NC-TEL PIC X(15).
      * TEDFAT.DOS - TEDARIKCI FATURALARI (KONSIYE MAL KABULU YAZAR).
      * TEDARIK.DOS - TEDARIKCI UNVANLARI.
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
       FD TEDARIK LABEL RECORD STANDARD
           VALUE OF FILE-ID "TEDARIK.DOS".
       01 TEDARIK-KAYDI.
           02 TD-KOD PIC X(8).
           02 TD-ADI PIC X(25).
           02 TD-TEL PIC X(15).
           02 TD-VKN PIC X(11).
      * ICRA.DAT - KARSILIKSIZ CEK VE TAHSIL EDILEMEYEN HESAPLAR ICIN
      * AVUKATA VERILEN TAKIP DOSYALARI. DOSYA YA BIR CEKE (TUR C)
      * YA DA BIR MUSTERI HESABINA (TUR H, KON1 VEYA CARI KODU)
      * BAGLIDIR. MASRAF VE TAHSILAT TOPLAMLARI ICRHAR'DAN GELIR.
       FD ICRA LABEL RECORD STANDARD VALUE OF FILE-ID "ICRA.DAT".
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
       FD ICRHAR LABEL RECORD STANDARD VALUE OF FILE-ID "ICRHAR.DAT".
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
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 AK-KAYNAK PIC X(4) VALUE SPACES.
       77 AK-REF PIC 9(8) VALUE 0.
       77 SAY-STR PIC 9(5) VALUE 0.
       77 NH-DST PIC XX VALUE SPACES.
       77 NC-DST PIC XX VALUE SPACES.
       77 NC-ACIK PIC X VALUE "H".
       77 SAY-NAK PIC 9(5) VALUE 0.
       77 TF-DST PIC XX VALUE SPACES.
       77 TD-DST PIC XX VALUE SPACES.
       77 TD-ACIK PIC X VALUE "H".
       77 SAY-TED PIC 9(5) VALUE 0.
       77 IC-DST PIC XX VALUE SPACES.
       77 IH-DST PIC XX VALUE SPACES.
       77 SAY-ICR PIC 9(5) VALUE 0.
       77 DNK-TARIH PIC 9(8) VALUE 0.
       77 DNK-KILIT PIC X VALUE "H".
       77 AK-DURUM PIC X(10) VALUE SPACES.
       01 J-BAS.
           02 F PIC X(30) VALUE "CARI AKTARMA JURNALI".
           02 F PIC X(7) VALUE "TARIH: ".
           02 J-T-BORC PIC Z,ZZZ,ZZZ,ZZ9.
           02 F PIC X(9) VALUE "  STORNO:".
           02 J-T-STR PIC ZZZZ9.
       01 J-TOPLAM3.
           02 F PIC X(20) VALUE "AKTARILAN NAKLIYE:".
           02 J-T-NAK PIC ZZZZ9.
           02 F PIC X(20) VALUE "  TEDARIKCI FATURA:".
           02 J-T-TED PIC ZZZZ9.
           02 F PIC X(8) VALUE "  ICRA:".
           02 J-T-ICR PIC ZZZZ9.
       01 J-TOPLAM.
           02 F PIC X(20) VALUE "AKTARILAN KON2 :".
           02 J-T-KON PIC ZZZZ9.
           02 J-T-TUTAR PIC Z,ZZZ,ZZZ,ZZ9.
       01 CIZGI PIC X(80) VALUE ALL "-".
       77 JT PIC 9(6) VALUE 0.
      * ISLEM JURNALI (ISLJRN): AKTARMA ISARETI KONAN KON2, CEKN, BRD
      * VE ODEME KAYITLARININ (D) SON HALI; YEDEK GERI YUKLENDIGINDE
      * ILERIYUK BUNLARI YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE SPACES.
           02 JI-ISLEM PIC X VALUE "D".
           02 JI-PROGRAM PIC X(8) VALUE "AKTARIM".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
           DISPLAY (3 11) "KONSIYE / CEK TAHSILATLARININ CARIYE".
           PERFORM ODEME-AKTAR THRU ODEME-AKTAR-SON.
           PERFORM AKTIPT-ISLE THRU AKTIPT-ISLE-SON.
           PERFORM CEKN-GERI THRU CEKN-GERI-SON.
           PERFORM ICRA-AKTAR THRU ICRA-AKTAR-SON.
           PERFORM NAKHAR-AKTAR THRU NAKHAR-AKTAR-SON.
           PERFORM TEDFAT-AKTAR THRU TEDFAT-AKTAR-SON.
           WRITE YAZ FROM CIZGI.
           MOVE SAY-KON TO J-T-KON. MOVE SAY-CEK TO J-T-CEK.
           MOVE SAY-ATLA TO J-T-ATLA. MOVE TOP-ALACAK TO J-T-TUTAR.
           MOVE TOP-BORC TO J-T-BORC.
           MOVE SAY-STR TO J-T-STR.
           WRITE YAZ FROM J-TOPLAM2.
           MOVE SAY-NAK TO J-T-NAK. MOVE SAY-TED TO J-T-TED.
           MOVE SAY-ICR TO J-T-ICR.
           WRITE YAZ FROM J-TOPLAM3.
           CLOSE KON2 CEKN MIZAN CARI KON1 BRD ODEME YAZICI.
           DISPLAY (22 11) "AKTARMA TAMAMLANDI ENT BAS".
           ACCEPT CEVAP.
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO AKT
              REWRITE KON2-KAYDI
              PERFORM KON2-JURNAL THRU KON2-JURNAL-SON
              ADD 1 TO SAY-KON
              ADD AK-TUTAR TO TOP-ALACAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO KA-OKU.
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO CK-AKT
              REWRITE CEKN-KAYDI
              PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON
              ADD 1 TO SAY-CEK
              ADD AK-TUTAR TO TOP-ALACAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO CA-OKU.
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO BRD-AKT
              REWRITE BRD-KAYDI
              PERFORM BRD-JURNAL THRU BRD-JURNAL-SON
              ADD 1 TO SAY-BRD
              ADD AK-TUTAR TO TOP-ALACAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO BA-OKU.
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO OD-AKT
              REWRITE ODEME-KAYDI
              PERFORM ODEME-JURNAL THRU ODEME-JURNAL-SON
              ADD 1 TO SAY-ODE
              ADD AK-TUTAR TO TOP-BORC
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO OA-OKU.
              REWRITE AKTIPT-KAYDI
              ADD 1 TO SAY-STR
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO AQ-OKU.
              MOVE "ISLENDI" TO J-DURUM
              MOVE "G" TO CK-AKT
              REWRITE CEKN-KAYDI
              PERFORM CEKN-JURNAL THRU CEKN-JURNAL-SON
              ADD 1 TO SAY-STR
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO CG-OKU.
       CEKN-GERI-SON. EXIT.
      *
      * ICRA DOSYASI TAHSILATLARI (ICRHAR "T") VE ICRA ONCESI CEK
      * TAHSILATI ("O"): CEK DOSYASINDA CEKTEKI UNVAN MIZANDA ARANIR
      * (CEKN-AKTAR GIBI); HESAP DOSYASINDA KODUN ILK SEKIZ KARAKTERI
      * CARI KODUDUR. KON1 HESABI TAHSILATI KON2'DEN GECER ("K"),
      * BURADA ATLANIR.
      *
       ICRA-AKTAR.
           MOVE "A" TO AK-YON.
           OPEN I-O ICRHAR.
           IF IH-DST NOT = "00" GO ICRA-AKTAR-SON.
           OPEN INPUT ICRA.
           IF IC-DST NOT = "00" CLOSE ICRHAR GO ICRA-AKTAR-SON.
           MOVE 0 TO IH-NO IH-SIRA.
           START ICRHAR KEY NOT LESS THAN IH-ANAHTAR INVALID KEY
              GO ICRA-KAPAT.
       IH-OKU. READ ICRHAR NEXT AT END GO ICRA-KAPAT.
           IF IH-TUR NOT = "T" AND IH-TUR NOT = "O" GO IH-OKU.
           IF IH-AKT NOT = SPACE GO IH-OKU.
           MOVE IH-NO TO IC-NO.
           READ ICRA INVALID KEY GO IH-OKU.
           COMPUTE AK-REF = (IH-NO * 1000) + IH-SIRA.
           MOVE "ICRA" TO J-KAYNAK. MOVE AK-REF TO J-REF.
           MOVE IH-TUTAR TO J-TUTAR.
           IF IC-TUR = "C"
              MOVE IC-UNVAN TO MUSTERI
              PERFORM MIZAN-UNVAN-BUL THRU MIZAN-UNVAN-BUL-SON
           ELSE
              MOVE IC-HESAP (1:8) TO AK-KOD
              MOVE IC-UNVAN TO UYE-ADI
              PERFORM MIZAN-HAZIRLA-UYE THRU MIZAN-HAZIRLA-UYE-SON
              MOVE "E" TO AK-BULUNDU.
           IF AK-BULUNDU = "H"
              MOVE SPACES TO J-KOD
              MOVE IC-UNVAN TO J-ACIK
              MOVE "ATLANDI" TO J-DURUM
              ADD 1 TO SAY-ATLA
              WRITE YAZ FROM J-SATIR
              GO IH-OKU.
           MOVE "ICRA" TO AK-KAYNAK.
           MOVE IH-TARIH (7:2) TO AK-GUN.
           MOVE IH-TARIH (5:2) TO AK-AY.
           MOVE IH-TARIH (1:4) TO AK-YIL.
           MOVE IH-TUTAR TO AK-TUTAR.
           MOVE SPACES TO AK-ACIK.
           STRING "ICRA TAHSILAT DOSYA " IH-NO
              DELIMITED BY SIZE INTO AK-ACIK.
           PERFORM CARI-ISLE THRU CARI-ISLE-SON.
           MOVE AK-KOD TO J-KOD. MOVE AK-ACIK TO J-ACIK.
           IF AK-HATA = "H"
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO IH-AKT
              REWRITE ICRHAR-KAYDI
              ADD 1 TO SAY-ICR
              ADD AK-TUTAR TO TOP-ALACAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO IH-OKU.
       ICRA-KAPAT.
           CLOSE ICRHAR ICRA.
       ICRA-AKTAR-SON. EXIT.
      *
      * NAKLIYECI HAREKETLERI: HAKEDIS NAKLIYECI CARISINE ALACAK,
      * ODEME BORC YAZILIR. CARI KODU NAKLIYECI KODUDUR; MIZANDA
      * HESAP YOKSA NAKCI UNVANI ILE ACILIR.
      *
       NAKHAR-AKTAR.
           OPEN I-O NAKHAR.
           IF NH-DST NOT = "00" GO NAKHAR-AKTAR-SON.
           OPEN INPUT NAKCI.
           MOVE "H" TO NC-ACIK.
           IF NC-DST = "00" MOVE "E" TO NC-ACIK.
           MOVE SPACES TO NH-NAKCI. MOVE 0 TO NH-SIRA.
           START NAKHAR KEY NOT LESS THAN NH-KOD INVALID KEY
              GO NAKHAR-KAPAT.
       NH-OKU. READ NAKHAR NEXT AT END GO NAKHAR-KAPAT.
           IF NH-AKT NOT = SPACE GO NH-OKU.
           IF NH-TUTAR = 0
              MOVE "A" TO NH-AKT REWRITE NAKHAR-KAYDI GO NH-OKU.
           MOVE NH-NAKCI TO AK-KOD.
           MOVE SPACES TO UYE-ADI.
           MOVE NH-NAKCI TO NC-KOD.
           IF NC-ACIK = "E"
              READ NAKCI INVALID KEY MOVE SPACES TO NC-UNVAN
              END-READ
              MOVE NC-UNVAN TO UYE-ADI.
           IF NH-HAKEDIS MOVE "A" TO AK-YON
           ELSE MOVE "B" TO AK-YON.
           MOVE "NAKL" TO AK-KAYNAK. MOVE NH-SIRA TO AK-REF.
           MOVE NH-TARIH (7:2) TO AK-GUN.
           MOVE NH-TARIH (5:2) TO AK-AY.
           MOVE NH-TARIH (1:4) TO AK-YIL.
           MOVE NH-TUTAR TO AK-TUTAR.
           MOVE SPACES TO AK-ACIK.
           IF NH-HAKEDIS
              STRING "NAVLUN SEVK " NH-SVNO " " NH-AY
                 DELIMITED BY SIZE INTO AK-ACIK
           ELSE
              STRING "NAKLIYE ODEME " NH-ACIKLAMA (1:11)
                 DELIMITED BY SIZE INTO AK-ACIK.
           PERFORM MIZAN-HAZIRLA-UYE THRU MIZAN-HAZIRLA-UYE-SON.
           PERFORM CARI-ISLE THRU CARI-ISLE-SON.
           MOVE "NAKL" TO J-KAYNAK. MOVE NH-SIRA TO J-REF.
           MOVE AK-KOD TO J-KOD. MOVE AK-ACIK TO J-ACIK.
           MOVE AK-TUTAR TO J-TUTAR.
           IF AK-HATA = "H"
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO NH-AKT
              REWRITE NAKHAR-KAYDI
              ADD 1 TO SAY-NAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           IF AK-HATA = "H" AND NH-HAKEDIS
              ADD AK-TUTAR TO TOP-ALACAK.
           IF AK-HATA = "H" AND NH-ODEME
              ADD AK-TUTAR TO TOP-BORC.
           WRITE YAZ FROM J-SATIR.
           GO NH-OKU.
       NAKHAR-KAPAT.
           CLOSE NAKHAR.
           IF NC-ACIK = "E" CLOSE NAKCI.
       NAKHAR-AKTAR-SON. EXIT.
      *
      * TEDARIKCI FATURALARI: FATURA TUTARI TEDARIKCININ CARISINE
      * ALACAK YAZILIR (KOOPERATIF TEDARIKCIYE BORCLANIR). CARI KODU
      * TEDARIKCI KODUDUR; MIZANDA HESAP YOKSA TEDARIK UNVANI ILE
      * ACILIR.
      *
       TEDFAT-AKTAR.
           MOVE "A" TO AK-YON.
           OPEN I-O TEDFAT.
           IF TF-DST NOT = "00" GO TEDFAT-AKTAR-SON.
           OPEN INPUT TEDARIK.
           MOVE "H" TO TD-ACIK.
           IF TD-DST = "00" MOVE "E" TO TD-ACIK.
           MOVE SPACES TO TF-TD TF-FATNO.
           START TEDFAT KEY NOT LESS THAN TF-ANAHTAR INVALID KEY
              GO TEDFAT-KAPAT.
       TF-OKU. READ TEDFAT NEXT AT END GO TEDFAT-KAPAT.
           IF TF-AKT NOT = SPACE GO TF-OKU.
           MOVE TF-TD TO AK-KOD.
           MOVE SPACES TO UYE-ADI.
           MOVE TF-TD TO TD-KOD.
           IF TD-ACIK = "E"
              READ TEDARIK INVALID KEY MOVE SPACES TO TD-ADI
              END-READ
              MOVE TD-ADI TO UYE-ADI.
           MOVE "TEDF" TO AK-KAYNAK. MOVE TF-SPNO TO AK-REF.
           MOVE TF-TARIH (7:2) TO AK-GUN.
           MOVE TF-TARIH (5:2) TO AK-AY.
           MOVE TF-TARIH (1:4) TO AK-YIL.
           MOVE TF-TUTAR TO AK-TUTAR.
           MOVE SPACES TO AK-ACIK.
           STRING "TEDARIKCI FAT " TF-FATNO
              DELIMITED BY SIZE INTO AK-ACIK.
           PERFORM MIZAN-HAZIRLA-UYE THRU MIZAN-HAZIRLA-UYE-SON.
           PERFORM CARI-ISLE THRU CARI-ISLE-SON.
           MOVE "TEDF" TO J-KAYNAK. MOVE TF-SPNO TO J-REF.
           MOVE AK-KOD TO J-KOD. MOVE AK-ACIK TO J-ACIK.
           MOVE AK-TUTAR TO J-TUTAR.
           IF AK-HATA = "H"
              MOVE "ISLENDI" TO J-DURUM
              MOVE "A" TO TF-AKT
              REWRITE TEDFAT-KAYDI
              ADD 1 TO SAY-TED
              ADD AK-TUTAR TO TOP-ALACAK
           ELSE
              MOVE AK-DURUM TO J-DURUM
              ADD 1 TO SAY-ATLA.
           WRITE YAZ FROM J-SATIR.
           GO TF-OKU.
       TEDFAT-KAPAT.
           CLOSE TEDFAT.
           IF TD-ACIK = "E" CLOSE TEDARIK.
       TEDFAT-AKTAR-SON. EXIT.
      *
      * UYE NUMARASINDAN ORT-KOD RAKAMLARI KURULUR, CARI KODU ILK
      * SEKIZ KARAKTERDIR (P2 TG-ORTAK-BUL ILE AYNI TURETME).
      *
      *
      * TAHSILATI CARI DEFTERE ALACAK OLARAK YAZAR VE MIZAN
      * TOPLAMLARINI GUNCELLER (BM4 CARI-EKLE ILE AYNI DUZEN).
      * HAREKET TARIHININ MUHASEBE DONEMI KILITLIYSE CARIYE YAZILMAZ,
      * KAYIT JURNALDE "KILITLI" GORUNUR VE ISARETLENMEZ (KILIT
      * ACILINCA SONRAKI CALISMADA AKTARILIR).
      *
       CARI-ISLE.
           MOVE "H" TO AK-HATA.
           MOVE "ATLANDI" TO AK-DURUM.
           COMPUTE DNK-TARIH =
              (AK-YIL * 10000) + (AK-AY * 100) + AK-GUN.
           CALL "DONKONT" USING DNK-TARIH DNK-KILIT.
           IF DNK-KILIT = "E" MOVE "E" TO AK-HATA
              MOVE "KILITLI" TO AK-DURUM GO CARI-ISLE-SON.
           MOVE AK-KOD TO MUSTERI-KODU.
           READ MIZAN INVALID KEY MOVE "E" TO AK-HATA
              GO CARI-ISLE-SON.
           REWRITE MIZAN-KAYDI.
       CARI-ISLE-SON. EXIT.
      *
      * ISLEM JURNALI: AKTARMA ISARETIYLE YENIDEN YAZILAN KAYDIN SON
      * HALI ISLJRN ILE GUNUN JURNALINE DUSER; KUTUK DURUMU BASARISIZ
      * ISE JURNALE YAZILMAZ. BU KUTUKLER ANA DIZINDE DURUR.
      *
       KON2-JURNAL.
           IF K2-DST NOT = "00" AND K2-DST NOT = "02"
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
       BRD-JURNAL.
           IF BR-DST NOT = "00" AND BR-DST NOT = "02"
              GO BRD-JURNAL-SON.
           MOVE "BRD" TO JI-DOSYA. MOVE BRD-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       BRD-JURNAL-SON. EXIT.
       ODEME-JURNAL.
           IF OD-DST NOT = "00" AND OD-DST NOT = "02"
              GO ODEME-JURNAL-SON.
           MOVE "ODEME" TO JI-DOSYA. MOVE ODEME-KAYDI TO JI-KAYIT.
           CALL "ISLJRN" USING JRN-IZ.
       ODEME-JURNAL-SON. EXIT.
      *
      * MUSTERININ CARIDEKI SON SIRA NUMARASINI BULUR (BM4
      * CARI-SON-SIRA-BUL DUZENI).
      *
