           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS KA-DST.
           SELECT ONERI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ON-NO
           FILE STATUS ON-DST.
           SELECT BUTCE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BT-YIL
           FILE STATUS BT-DST.
           SELECT AYIKLA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY AY-DEMIRBAS
           FILE STATUS AY-DST.
           SELECT SRTWRK ASSIGN TO DISK.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KITAP.DOS ARTIK DEMIRBAS (ACCESSION) NUMARASI ANAHTARLI
      * INDEKSLI DOSYADIR; HER KOPYANIN KENDI NUMARASI VARDIR. ESKI
      * SIRALI DOSYA [15] DONUSUM SECENEGI ILE BIR KEREYE MAHSUS
      * YUKLENIR. SATIN ALINAN KOPYADA ALIS BEDELI, TESLIM TARIHI VE
      * GELDIGI SIPARIS (ONERI) NUMARASI TUTULUR; BAGIS VE ESKI
      * KAYITLARDA BU ALANLAR SIFIRDIR.
       FD KITAP LABEL RECORD STANDARD VALUE OF FILE-ID "KITAP.DOS".
       01 KITAP-KAYDI.
           05 DEMIRBAS-NO PIC 9(6).
              88 KITAP-KAYIP VALUE "K".
           05 ODUNC-ALAN PIC X(20).
           05 ODUNC-TARIHI PIC X(8).
           05 ALIS-BEDELI PIC 9(9).
           05 ALIS-TARIHI PIC 9(8).
           05 SIPARIS-NO PIC 9(6).
      * KITAPE - DONUSUM ICIN ESKI DUZENDEKI SIRALI KOPYA.
       FD KITAPE LABEL RECORD STANDARD VALUE OF FILE-ID "KITAP.ESK".
       01 KITAPE-KAYDI.
           02 KS-ACIKLAMA PIC X(25).
           02 KS-KAYNAK PIC X(4).
           02 KS-REF PIC 9(8).
      * ONERI.DOS - SATIN ALMA ONERILERI VE SIPARIS SATIRLARI. UYE
      * ONERISI YA DA COK REZERVASYON BEKLEYEN KITAP ONERI OLARAK
      * GIRER (AYNI KITABI ONERENLER ON-ISTEK'TE SAYILIR); KITAPCIYA
      * SIPARIS VERILINCE ADEDI VE BIRIM FIYATIYLA SIPARIS SATIRI
      * OLUR, TESLIM ALINAN HER KOPYA KITAP.DOS'A DEMIRBAS OLARAK
      * YAZILIR.
       FD ONERI LABEL RECORD STANDARD VALUE OF FILE-ID "ONERI.DOS".
       01 ONERI-KAYDI.
           02 ON-NO PIC 9(6).
           02 ON-KITAP PIC X(20).
           02 ON-YAZAR PIC X(20).
           02 ON-KONU PIC X(10).
           02 ON-UYE-NO PIC 9(4).
           02 ON-KAYNAK PIC X.
              88 ON-UYEDEN VALUE "U".
              88 ON-REZERVDEN VALUE "R".
           02 ON-ISTEK PIC 9(3).
           02 ON-REZ-SAYI PIC 9(3).
           02 ON-TARIH PIC 9(8).
           02 ON-DRM PIC X.
              88 ON-BEKLIYOR VALUE "B".
              88 ON-SIPARISTE VALUE "S".
              88 ON-ALINDI VALUE "A".
              88 ON-REDDEDILDI VALUE "R".
           02 ON-KITAPCI PIC X(20).
           02 ON-SIP-TARIH PIC 9(8).
           02 ON-ADET PIC 99.
           02 ON-FIYAT PIC 9(9).
           02 ON-GELEN PIC 99.
           02 ON-GELIS PIC 9(8).
      * BUTCE.DOS - YILLIK KITAP SATIN ALMA BUTCESI.
       FD BUTCE LABEL RECORD STANDARD VALUE OF FILE-ID "BUTCE.DOS".
       01 BUTCE-KAYDI.
           02 BT-YIL PIC 9(4).
           02 BT-TUTAR PIC 9(11).
      * AYIKLA.DOS - KOLEKSIYONDAN CIKARILAN (AYIKLANAN, KAYIP
      * DUSULEN) KOPYALAR. [6] KAYIT SILME KOPYAYI IZSIZ SILMEZ:
      * BILGILERI CIKARMA TARIHI VE NEDENIYLE BURAYA YAZILIR, SONRA
      * KITAP.DOS'TAN SILINIR. DEMIRBAS NUMARASI YENIDEN VERILMEZ.
       FD AYIKLA LABEL RECORD STANDARD VALUE OF FILE-ID "AYIKLA.DOS".
       01 AYIKLA-KAYDI.
           02 AY-DEMIRBAS PIC 9(6).
           02 AY-KITAP PIC X(20).
           02 AY-YAZAR PIC X(20).
           02 AY-KONU PIC X(10).
           02 AY-BYILI PIC 9(4).
           02 AY-DURUM PIC X.
           02 AY-BEDEL PIC 9(9).
           02 AY-ALIS PIC 9(8).
           02 AY-TARIH PIC 9(8).
           02 AY-NEDEN PIC X(30).
           02 AY-OPERATOR PIC X(10).
      * AYIKLAMA LISTESI ICIN ODUNC HAREKETLERI DEMIRBAS SIRASINA
      * DIZILIR.
       SD SRTWRK.
       01 SRT-KAYDI.
           02 SRT-DEMIRBAS PIC 9(6).
           02 SRT-VERIS PIC 9(8).
      * GURAY.PRM - AYNI ANDA ODUNC VERILEBILECEK KITAP SINIRI.
       FD GPRM LABEL RECORD STANDARD VALUE OF FILE-ID "GURAY.PRM".
       01 GPRM-KAYDI.
       77 DG-SINIR PIC 9(8) VALUE 0.
       77 DG-I PIC 9(5) VALUE 0.
       77 DG-YIL PIC 9(4) VALUE 0.
       77 ON-DST PIC XX VALUE SPACES.
       77 BT-DST PIC XX VALUE SPACES.
       77 AL-SEC PIC X VALUE SPACE.
       77 AL-NO PIC 9(6) VALUE 0.
       77 AL-YENI PIC 9(6) VALUE 0.
       77 AL-UYE PIC 9(4) VALUE 0.
       77 AL-KITAP PIC X(20) VALUE SPACES.
       77 AL-YAZAR PIC X(20) VALUE SPACES.
       77 AL-KONU PIC X(10) VALUE SPACES.
       77 AL-KITAPCI PIC X(20) VALUE SPACES.
       77 AL-BULDU PIC X VALUE "H".
       77 AL-KT-DST PIC XX VALUE SPACES.
       77 AL-YIL PIC 9(4) VALUE 0.
       77 AL-ESIK PIC 9(3) VALUE 3.
       77 AL-ADET PIC 99 VALUE 0.
       77 AL-FIYAT PIC 9(9) VALUE 0.
       77 AL-I PIC 9(3) VALUE 0.
       77 AL-J PIC 9(3) VALUE 0.
       77 AL-SAY PIC 9(3) VALUE 0.
       77 AL-EKLENEN PIC 9(3) VALUE 0.
       77 AL-BUTCE PIC 9(11) VALUE 0.
       77 AL-HARCANAN PIC 9(11) VALUE 0.
       77 AL-BAGLI PIC 9(11) VALUE 0.
       77 AL-KALAN PIC S9(11) VALUE 0.
       77 AL-TUTAR PIC 9(11) VALUE 0.
       77 AL-TOPLAM PIC 9(11) VALUE 0.
       77 AL-KOPYA PIC 9(5) VALUE 0.
       77 AL-ILK PIC 9(6) VALUE 0.
       77 AL-BYIL PIC 9(4) VALUE 0.
       77 AL-BAS-T PIC 9(8) VALUE 0.
       77 AL-BIT-T PIC 9(8) VALUE 0.
       77 AL-PAY PIC 9(3)V9 VALUE 0.
       77 AL-D-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9-.
      * REZERVASYON SAYIMI ICIN KITAP ADI / BEKLEYEN SAYISI TABLOSU.
       01 AL-REZ-TABLO.
           02 AL-REZ OCCURS 200 TIMES.
              03 AL-R-KITAP PIC X(20).
              03 AL-R-SAYI PIC 9(3).
      * YILLIK RAPOR ICIN KONU TABLOSU; 50. SATIR DIGER KONULARDIR.
       01 AL-KONU-TABLO.
           02 AL-KONUL OCCURS 50 TIMES.
              03 AL-K-KONU PIC X(10).
              03 AL-K-ADET PIC 9(5).
              03 AL-K-TUTAR PIC 9(11).
       01 ALZ1.
           02 F PIC X(26) VALUE "KITAPCI SIPARIS LISTESI".
           02 AL-B-KITAPCI PIC X(20).
           02 F PIC X(8) VALUE "  TARIH:".
           02 AL-B-TARIH PIC 9(8).
       01 ALZ2.
           02 F PIC X(7) VALUE "ONERI".
           02 F PIC X(21) VALUE "KITAP ADI".
           02 F PIC X(21) VALUE "YAZAR ADI".
           02 F PIC X(6) VALUE "ADET".
           02 F PIC X(12) VALUE " BIRIM FYT".
           02 F PIC X(13) VALUE "      TUTAR".
       01 ALZ3.
           02 AL-D-NO PIC ZZZZZ9.
           02 F PIC X VALUE SPACE.
           02 AL-D-KITAP PIC X(20).
           02 F PIC X VALUE SPACE.
           02 AL-D-YAZAR PIC X(20).
           02 F PIC X VALUE SPACE.
           02 AL-D-ADET PIC Z9.
           02 F PIC X(2) VALUE SPACES.
           02 AL-D-FIYAT PIC ZZZ,ZZZ,ZZ9.
           02 F PIC X VALUE SPACE.
           02 AL-D-TOPLAM PIC Z,ZZZ,ZZZ,ZZ9.
       01 ALZ4.
           02 F PIC X(56) VALUE "TOPLAM SIPARIS TUTARI".
           02 AL-T-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 ALZ5.
           02 F PIC X(33) VALUE "YILLIK SATIN ALMA RAPORU   YIL:".
           02 AL-B-YIL PIC 9(4).
       01 ALZ6.
           02 F PIC X(12) VALUE "KONUSU".
           02 F PIC X(12) VALUE "KOPYA".
           02 F PIC X(18) VALUE "      TUTAR".
           02 F PIC X(8) VALUE "  PAY %".
       01 ALZ7.
           02 AL-Y-KONU PIC X(10).
           02 F PIC X(2) VALUE SPACES.
           02 AL-Y-ADET PIC ZZ,ZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 AL-Y-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 F PIC X(4) VALUE SPACES.
           02 AL-Y-PAY PIC ZZ9.9.
       01 ALZ8.
           02 AL-S-ADI PIC X(24).
           02 AL-S-TUTAR PIC ZZ,ZZZ,ZZZ,ZZ9-.
      * BARKOD: KITAP ETIKETI "K" + 6 HANE DEMIRBAS NO, UYE KARTI
      * "U" + 4 HANE UYE NO, ARDINDAN BIR KONTROL HANESI. OKUYUCU
      * KODU KLAVYE GIBI YAZAR; ELLE YAZILAN DUZ NUMARA DA GECER.
       77 BK-SEC PIC X VALUE SPACE.
       77 BK-OKUNAN PIC X(8) VALUE SPACES.
       77 BK-UYE-OKUNAN PIC X(8) VALUE SPACES.
       77 BK-ONEK PIC X VALUE SPACE.
       77 BK-HANE PIC 9 VALUE 6.
       77 BK-UZUN PIC 99 VALUE 0.
       77 BK-HATA PIC X VALUE "H".
       77 BK-I PIC 9 VALUE 0.
       77 BK-TOPLAM PIC 9(3) VALUE 0.
       77 BK-KONTROL PIC 9 VALUE 0.
       77 BK-BAS PIC 9(6) VALUE 0.
       77 BK-BIT PIC 9(6) VALUE 0.
       77 BK-ADET PIC 9(5) VALUE 0.
       01 BK-SAYI PIC 9(6) VALUE 0.
       01 BK-SAYI-R REDEFINES BK-SAYI.
           02 BK-HANE-D PIC 9 OCCURS 6 TIMES.
       01 BK-SAYI-X REDEFINES BK-SAYI PIC X(6).
       01 BK-KOD.
           02 BK-K-ONEK PIC X.
           02 BK-K-NO PIC X(6).
           02 BK-K-KONTROL PIC X.
       01 BKZ1.
           02 F PIC X(2) VALUE SPACES.
           02 BK-E-ADI PIC X(20).
           02 F PIC X(3) VALUE SPACES.
           02 BK-E-YAZAR PIC X(20).
       01 BKZ2.
           02 F PIC X(2) VALUE SPACES.
           02 BK-E-BARKOD PIC X(10).
       01 BKZ3.
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(12) VALUE "DEMIRBAS NO:".
           02 BK-E-NO PIC 9(6).
           02 F PIC X(3) VALUE SPACES.
           02 BK-E-KONU PIC X(10).
       01 BKZ4.
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(40) VALUE ALL "=".
       01 BKZ5.
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(40) VALUE
              "G.O.S.L.K. KUTUPHANESI        UYE KARTI".
       01 BKZ6.
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(9) VALUE "UYE NO :".
           02 BK-U-NO PIC 9(4).
           02 F PIC X(3) VALUE SPACES.
           02 BK-U-ADI PIC X(20).
       01 BKZ7.
           02 F PIC X(2) VALUE SPACES.
           02 F PIC X(9) VALUE "SEHIR  :".
           02 BK-U-SEHIR PIC X(20).
      * DOLASIM ISTATISTIGI VE AYIKLAMA. TABLOLAR DOLARSA FAZLASI
      * KONUDA "DIGER" SATIRINA, KITAP VE UYEDE TABLO DISI SAYIYA
      * YAZILIR.
       77 AY-DST PIC XX VALUE SPACES.
       77 DL-SEC PIC X VALUE SPACE.
       77 DL-YIL PIC 9(4) VALUE 0.
       77 DL-BAS-T PIC 9(8) VALUE 0.
       77 DL-BIT-T PIC 9(8) VALUE 0.
       77 DL-I PIC 9(3) VALUE 0.
       77 DL-J PIC 9(3) VALUE 0.
       77 DL-EN PIC 9(3) VALUE 0.
       77 DL-ENB PIC 9(5) VALUE 0.
       77 DL-SIRA PIC 99 VALUE 0.
       77 DL-BULDU PIC X VALUE "H".
       77 DL-KONU PIC X(10) VALUE SPACES.
       77 DL-KONU-SAY PIC 9(3) VALUE 0.
       77 DL-KITAP-SAY PIC 9(3) VALUE 0.
       77 DL-UYE-SAY PIC 9(3) VALUE 0.
       77 DL-TASAN PIC 9(6) VALUE 0.
       77 DL-ODUNC PIC 9(6) VALUE 0.
       77 DL-IADE PIC 9(6) VALUE 0.
       77 DL-GUN PIC S9(8) VALUE 0.
       77 DL-GUN-TOP PIC 9(9) VALUE 0.
       77 DL-KT-DST PIC XX VALUE SPACES.
       77 DL-AY-DST PIC XX VALUE SPACES.
       77 DL-YILSAY PIC 99 VALUE 5.
       77 DL-SINIR PIC 9(8) VALUE 0.
       77 DL-SON PIC 9(8) VALUE 0.
       77 DL-S-NO PIC 9(6) VALUE 0.
       77 DL-S-TARIH PIC 9(8) VALUE 0.
       77 DL-ADAY PIC 9(5) VALUE 0.
       77 DL-BEDEL PIC 9(11) VALUE 0.
       77 DL-NEDEN PIC X(30) VALUE SPACES.
       01 DL-KONU-TABLO.
           02 DL-KONUL OCCURS 50 TIMES.
              03 DL-K-KONU PIC X(10).
              03 DL-K-SAY PIC 9(5).
       01 DL-KITAP-TABLO.
           02 DL-KITAPL OCCURS 500 TIMES.
              03 DL-T-KITAP PIC X(20).
              03 DL-T-SAY PIC 9(5).
       01 DL-UYE-TABLO.
           02 DL-UYEL OCCURS 500 TIMES.
              03 DL-U-NO PIC 9(4).
              03 DL-U-ADI PIC X(20).
              03 DL-U-SAY PIC 9(5).
       01 DLZ1.
           02 F PIC X(30) VALUE "YILLIK DOLASIM RAPORU    YIL:".
           02 DL-B-YIL PIC 9(4).
       01 DLZ2.
           02 DL-B-BASLIK PIC X(50).
       01 DLZ3.
           02 F PIC X(2) VALUE SPACES.
           02 DL-D-SIRA PIC Z9.
           02 F PIC X(2) VALUE SPACES.
           02 DL-D-NO PIC X(6).
           02 DL-D-ADI PIC X(20).
           02 F PIC X(3) VALUE SPACES.
           02 DL-D-SAY PIC ZZ,ZZ9.
       01 DLZ4.
           02 DL-S-ADI PIC X(34).
           02 DL-S-SAY PIC ZZZ,ZZ9.
       01 DLZ5.
           02 DL-O-ADI PIC X(34).
           02 DL-O-GUN PIC ZZ,ZZ9.9.
       01 AYZ1.
           02 F PIC X(41) VALUE
              "AYIKLAMA ADAYLARI     SON ODUNC SINIRI:".
           02 DL-A-SINIR PIC 9(8).
       01 AYZ2.
           02 F PIC X(34) VALUE "DEMIRBAS KITABIN ADI".
           02 F PIC X(34) VALUE "KONUSU     SON ODUNC NEDEN".
       01 AYZ3.
           02 DL-A-NO PIC ZZZZZ9.
           02 F PIC X(3) VALUE SPACES.
           02 DL-A-KITAP PIC X(20).
           02 F PIC X(5) VALUE SPACES.
           02 DL-A-KONU PIC X(10).
           02 F PIC X VALUE SPACE.
           02 DL-A-SON PIC X(8).
           02 F PIC X(2) VALUE SPACES.
           02 DL-A-NEDEN PIC X(20).
       01 AYZ4.
           02 F PIC X(30) VALUE "CIKARILAN KOPYALAR       YIL:".
           02 DL-L-YIL PIC 9(4).
       01 AYZ5.
           02 DL-L-NO PIC ZZZZZ9.
           02 F PIC X VALUE SPACE.
           02 DL-L-KITAP PIC X(20).
           02 F PIC X VALUE SPACE.
           02 DL-L-TARIH PIC 9(8).
           02 F PIC X VALUE SPACE.
           02 DL-L-NEDEN PIC X(30).
           02 F PIC X VALUE SPACE.
           02 DL-L-OPER PIC X(10).
       01 DGZ1.
           02 F PIC X(40) VALUE "EKSIK DERGI SAYILARI (REKLAMASYON)".
       01 DGZ2.
       01 BAS-TOPLAM.
           02 F PIC X(20) VALUE "TOPLAM KAYIT SAYISI:".
           02 T-ADET PIC ZZZ9.
      * PARAMETRE DEGISIKLIK JURNALI (PRMKAYIT): TABLO, ANAHTAR,
      * ISLEM (E EKLEME, D DEGISTIRME, S SILME) VE KAYDIN ESKI/YENI
      * GORUNUMU. DEGER DEGISMEMISSE JURNALE YAZILMAZ.
       01 PRM-IZ.
           02 PI-TABLO PIC X(8).
           02 PI-ANAHTAR PIC X(20).
           02 PI-ISLEM PIC X.
           02 PI-ESKI PIC X(50).
           02 PI-YENI PIC X(50).
       01 PI-CEZA.
           02 F PIC X(7) VALUE "GUNLUK ".
           02 PI-C-GUNLUK PIC Z(4)9.
           02 F PIC X(6) VALUE " MUAF ".
           02 PI-C-MUAF PIC ZZ9.
           02 F PIC X(7) VALUE " TAVAN ".
           02 PI-C-TAVAN PIC Z(6)9.
           02 F PIC X(7) VALUE " SINIR ".
           02 PI-C-SINIR PIC Z(6)9.
      * ISLEM JURNALI (ISLJRN): KASA'YA YAZILAN CEZA TAHSILATININ (E)
      * SON HALI; YEDEK GERI YUKLENDIGINDE ILERIYUK YENIDEN ISLER.
       01 JRN-IZ.
           02 JI-DIZIN PIC X(40) VALUE SPACES.
           02 JI-DOSYA PIC X(8) VALUE "KASA".
           02 JI-ISLEM PIC X VALUE "E".
           02 JI-PROGRAM PIC X(8) VALUE "GURAY".
           02 JI-KAYIT PIC X(200) VALUE SPACES.
       SCREEN SECTION.
       01 EKRAN-1.
             05 LINE 1 COLUMN 1 BLANK SCREEN.
           02 LINE 17 COLUMN 42 VALUE "[17]:CEZA TAHSILATI".
           02 LINE 18 COLUMN 42 VALUE "[18]:RAF SAYIMI".
           02 LINE 19 COLUMN 42 VALUE "[19]:DERGI TAKIBI".
           02 LINE 20 COLUMN 42 VALUE "[20]:SATIN ALMA".
           02 LINE 21 COLUMN 42 VALUE "[21]:BARKOD / UYE KARTI".
           02 LINE 22 COLUMN 42 VALUE "[22]:DOLASIM / AYIKLAMA".
           02 LINE 19 COLUMN 10 PIC X(28) FROM ALL "�".
           02 LINE 22 COLUMN 10 BLINK VALUE "SECIMINIZ...:".
           02 LINE 22 COLUMN 23 PIC 99 BLINK USING SEC.
           02 LINE 1 COLUMN 1 BLINK VALUE " G.O.S.L.K.".
           02 LINE 2 COLUMN 1 PIC X(10) FROM ALL "�".
           02 LINE 6 COLUMN 10 PIC X(35) FROM ALL "�".
           02 LINE 7 COLUMN 10 VALUE "UYE NO / KART.....:".
           02 LINE 8 COLUMN 10 VALUE "ODUNC TARIHI (GGAAYYYY)..:".
           02 LINE 9 COLUMN 10 PIC X(35) FROM ALL "�".
           02 LINE 7 COLUMN 30 PIC X(8) UNDERLINE USING BK-UYE-OKUNAN.
           02 LINE 8 COLUMN 37 PIC X(8) UNDERLINE USING ODUNC-TARIHI.
       01 EKRAN-5.
           02 LINE 1 COLUMN 1 BLANK SCREEN.
           ELSE IF SEC = 16 PERFORM TARIFE-TANIMI
           ELSE IF SEC = 17 PERFORM CEZA-TAHSILAT
           ELSE IF SEC = 18 PERFORM RAF-SAYIMI
           ELSE IF SEC = 19 PERFORM DERGI-TAKIP
           ELSE IF SEC = 20 PERFORM SATIN-ALMA
           ELSE IF SEC = 21 PERFORM BARKOD-BASKI
           ELSE IF SEC = 22 PERFORM DOLASIM ELSE
           DISPLAY (23 5) SEC (23 7) ". NOLU SECENEK YANLIS" GO BB.
           DISPLAY EKRAN-2. DISPLAY (23 5) SEC (23 7)
           "NOLU ISLEM TAMAMLANMISTIR. ". GO BB.
       GG2. PERFORM DEMIRBAS-BUL THRU DEMIRBAS-BUL-SON.
           MOVE ALL "." TO K-ADI Y-ADI KONUSU.
           MOVE 0 TO B-YILI ADET. MOVE "H" TO ODUNC-DURUMU.
           MOVE 0 TO ALIS-BEDELI ALIS-TARIHI SIPARIS-NO.
           MOVE SPACES TO ODUNC-ALAN ODUNC-TARIHI.
           MOVE YENI-DEMIRBAS TO DEMIRBAS-NO.
           DISPLAY EKRAN-3.
           CLOSE KITAP.
           GO GIRIS-CIK.
      * SIRADAKI DEMIRBAS NUMARASI: DOSYADAKI EN BUYUK NUMARA + 1.
      * CIKARILAN KOPYALARIN NUMARALARI DA (AYIKLA.DOS) SAYILIR.
       DEMIRBAS-BUL.
           MOVE 0 TO YENI-DEMIRBAS DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
       DB-OKU. READ KITAP NEXT AT END GO DEMIRBAS-BUL-DON.
           MOVE DEMIRBAS-NO TO YENI-DEMIRBAS. GO DB-OKU.
       DEMIRBAS-BUL-DON.
           OPEN INPUT AYIKLA.
           IF AY-DST NOT = "00" GO DB-ARTIR.
           MOVE YENI-DEMIRBAS TO AY-DEMIRBAS.
           START AYIKLA KEY GREATER THAN AY-DEMIRBAS INVALID KEY
              GO DB-AY-KAPAT.
       DB-AY-OKU. READ AYIKLA NEXT AT END GO DB-AY-KAPAT.
           MOVE AY-DEMIRBAS TO YENI-DEMIRBAS. GO DB-AY-OKU.
       DB-AY-KAPAT. CLOSE AYIKLA.
       DB-ARTIR.
           ADD 1 TO YENI-DEMIRBAS.
       DEMIRBAS-BUL-SON. EXIT.
       GIRIS-CIK. EXIT.
       D-SON. EXIT.
      *
      * KAYIT SILME - INDEKSLI DOSYADA KAYIT DEMIRBAS NUMARASI ILE
      * DOGRUDAN SILINIR. SILMEDEN ONCE NEDENIYLE BIRLIKTE AYIKLA.DOS'A
      * CIKARMA KAYDI YAZILIR; ODUNCTEKI KOPYA SILINMEZ.
      *
       SILME SECTION.
       SL1. MOVE ALL "." TO KIT. DISPLAY(1 1) ERASE.
              DISPLAY (23 1) ERASE (23 5)
              "BU DEMIRBAS NO DOSYADA YOK ENT BAS" ACCEPT CEVAP
              CLOSE KITAP GO SL-SON.
       SL3. IF KITAP-ODUNCTE
              DISPLAY (23 1) ERASE (23 5)
              "KOPYA ODUNCTE, ONCE IADE ALINIZ ENT BAS" ACCEPT CEVAP
              CLOSE KITAP GO SL-SON.
           DISPLAY (21 1) ERASE (21 5) "CIKARMA NEDENI:".
           MOVE SPACES TO DL-NEDEN.
           ACCEPT (21 21) DL-NEDEN.
           IF DL-NEDEN = SPACES
              DISPLAY (23 1) ERASE (23 5)
              "NEDEN GIRILMEDEN SILINMEZ ENT BAS" ACCEPT CEVAP
              CLOSE KITAP GO SL-SON.
           DISPLAY (23 1) ERASE (23 5) "SILINSIN MI (E/H):".
           ACCEPT CEVAP.
           IF CEVAP NOT = "E" CLOSE KITAP GO SL-SON.
           PERFORM CIKARMA-YAZ THRU CIKARMA-YAZ-SON.
           IF AY-DST NOT = "00"
              DISPLAY (23 1) ERASE (23 5)
              "CIKARMA KAYDI YAZILAMADI, SILINMEDI ENT BAS"
              ACCEPT CEVAP CLOSE KITAP GO SL-SON.
           DELETE KITAP RECORD INVALID KEY
              DISPLAY (23 1) ERASE (23 5)
              "SILEMIYORUM ENT BAS" ACCEPT CEVAP
       ODUNC-ISLEMI SECTION.
       OD1. MOVE ALL "." TO KIT. DISPLAY(1 1) ERASE.
           MOVE 0 TO ARA-DEMIRBAS.
           DISPLAY(4 5) "DEMIRBAS NO / BARKOD (BOS = ISIMLE ARA):".
           MOVE SPACES TO BK-OKUNAN.
           ACCEPT(4 47) BK-OKUNAN.
           MOVE "K" TO BK-ONEK. MOVE 6 TO BK-HANE.
           PERFORM BARKOD-COZ THRU BARKOD-COZ-SON.
           IF BK-HATA = "E" DISPLAY (23 1) ERASE (23 5)
              "BARKOD / DEMIRBAS NO GECERSIZ ENT BAS" ACCEPT CEVAP
              GO OD-SON.
           MOVE BK-SAYI TO ARA-DEMIRBAS.
           IF ARA-DEMIRBAS > 0
              OPEN I-O KITAP
              MOVE ARA-DEMIRBAS TO DEMIRBAS-NO
           CLOSE KITAP. GO OD-SON.
       OD-VER.
           MOVE 0 TO OD-ARA-UYE. MOVE SPACES TO ODUNC-TARIHI.
           MOVE SPACES TO BK-UYE-OKUNAN.
           DISPLAY EKRAN-4.
           ACCEPT EKRAN-4.
           MOVE BK-UYE-OKUNAN TO BK-OKUNAN.
           MOVE "U" TO BK-ONEK. MOVE 4 TO BK-HANE.
           PERFORM BARKOD-COZ THRU BARKOD-COZ-SON.
           IF BK-HATA = "E" DISPLAY (23 1) ERASE (23 5)
              "UYE KARTI / UYE NO GECERSIZ ENT BAS" ACCEPT CEVAP
              CLOSE KITAP GO OD-SON.
           MOVE BK-SAYI TO OD-ARA-UYE.
           OPEN INPUT UYETAB.
           IF UY-DST NOT = "00"
              DISPLAY (23 1) ERASE (23 5)
       TARIFE-TANIMI SECTION.
       TRT-0. DISPLAY (1 1) ERASE.
           PERFORM TARIFE-OKU THRU TARIFE-OKU-SON.
           MOVE "E" TO PI-ISLEM. MOVE SPACES TO PI-ESKI.
           IF CP-DST = "00"
              MOVE "D" TO PI-ISLEM
              MOVE CP-GUNLUK TO PI-C-GUNLUK MOVE CP-MUAF TO PI-C-MUAF
              MOVE CP-TAVAN TO PI-C-TAVAN MOVE CP-SINIR TO PI-C-SINIR
              MOVE PI-CEZA TO PI-ESKI.
           DISPLAY (3 5) "GECIKME CEZA TARIFESI".
           DISPLAY (5 5) "GUN BASINA CEZA....:".
           DISPLAY (5 26) CP-GUNLUK.
           OPEN OUTPUT CEZAPRM.
           WRITE CEZAPRM-KAYDI.
           CLOSE CEZAPRM.
           MOVE CP-GUNLUK TO PI-C-GUNLUK. MOVE CP-MUAF TO PI-C-MUAF.
           MOVE CP-TAVAN TO PI-C-TAVAN. MOVE CP-SINIR TO PI-C-SINIR.
           MOVE PI-CEZA TO PI-YENI.
           IF PI-ESKI NOT = PI-YENI
              MOVE "CEZAPRM" TO PI-TABLO MOVE "TARIFE" TO PI-ANAHTAR
              CALL "PRMKAYIT" USING PRM-IZ.
       TARIFE-TANIMI-SON. EXIT.
      * UYENIN ACIK CEZA BAKIYESI.
       CEZA-BAKIYE-BUL SECTION.
           MOVE CZ-ARA-UYE TO KS-REF.
           PERFORM KASA-SIRA-BUL THRU KASA-SIRA-BUL-SON.
           WRITE KASA-KAYDI INVALID KEY CONTINUE.
           IF KA-DST = "00" OR KA-DST = "02"
              MOVE KASA-KAYDI TO JI-KAYIT
              CALL "ISLJRN" USING JRN-IZ.
           CLOSE KASA.
       KASA-CEZA-YAZ-SON. EXIT.
      * AYNI GUN/KASA ICINDEKI SIRADAKI SIRA NUMARASI (KASA
           MOVE 1 TO ADET.
           MOVE "H" TO ODUNC-DURUMU.
           MOVE SPACES TO ODUNC-ALAN ODUNC-TARIHI.
           MOVE 0 TO ALIS-BEDELI ALIS-TARIHI SIPARIS-NO.
           WRITE KITAP-KAYDI INVALID KEY CONTINUE.
           CLOSE KITAP.
           DISPLAY (14 5) "CILT DEMIRBAS NO:".
              OPEN I-O SAYIM.
           OPEN INPUT KITAP.
       RS-G1. DISPLAY (10 1) ERASE.
           DISPLAY (10 5) "DEMIRBAS NO / BARKOD (BOS=BITTI):".
           MOVE SPACES TO BK-OKUNAN.
           ACCEPT (10 39) BK-OKUNAN.
           MOVE "K" TO BK-ONEK. MOVE 6 TO BK-HANE.
           PERFORM BARKOD-COZ THRU BARKOD-COZ-SON.
           IF BK-HATA = "E"
              DISPLAY (12 5) "DIKKAT: OKUNAMADI, YENIDEN OKUTUN"
              DISPLAY (23 5) "ENT BAS" ACCEPT CEVAP GO RS-G1.
           MOVE BK-SAYI TO SA-DEMIRBAS.
           IF SA-DEMIRBAS = 0 GO RS-G-SON.
           MOVE SA-DEMIRBAS TO DEMIRBAS-NO.
           READ KITAP INVALID KEY
           MOVE KE-KONUSU TO KONUSU. MOVE KE-BYILI TO B-YILI.
           MOVE KE-ADET TO ADET. MOVE KE-DURUM TO ODUNC-DURUMU.
           MOVE KE-ALAN TO ODUNC-ALAN. MOVE KE-TARIH TO ODUNC-TARIHI.
           MOVE 0 TO ALIS-BEDELI ALIS-TARIHI SIPARIS-NO.
           WRITE KITAP-KAYDI INVALID KEY CONTINUE.
           GO DN2.
       DN3. CLOSE KITAPE KITAP.
           DISPLAY (22 5) "DONUSUM TAMAMLANDI ENT BAS".
           ACCEPT CEVAP.
       DN-SON. EXIT.
      * KITAP SATIN ALMA: UYE ONERILERI VE COK REZERVASYON BEKLEYEN
      * KITAPLAR ONERI KUTUGUNE ALINIR, KITAPCIYA SIPARIS VERILIR,
      * GELEN KOPYALAR DEMIRBAS NUMARASI VE ALIS BEDELIYLE KITAP
      * KUTUGUNE YAZILIR. SIPARIS YILLIK BUTCEYE KARSI DENETLENIR
      * (HARCANAN = YIL ICINDE TESLIM ALINANLARIN BEDELI, BAGLI =
      * VERILMIS AMA HENUZ GELMEMIS SIPARISLER); YILLIK RAPOR
      * HARCAMAYI KONUYA GORE DOKER.
       SATIN-ALMA SECTION.
       SAT-0. DISPLAY (1 1) ERASE.
           DISPLAY (3 5) "KITAP SATIN ALMA".
           DISPLAY (5 5)
              "(O) UYE ONERISI (R) REZERVASYONDAN ONERI (S) SIPARIS".
           DISPLAY (6 5)
              "(L) KITAPCI SIPARIS LISTESI (T) TESLIM ALMA".
           DISPLAY (7 5)
              "(B) YILLIK BUTCE (Y) YILLIK RAPOR (BOS) CIKIS".
           DISPLAY (9 5) "SECIMINIZ:".
           MOVE SPACE TO AL-SEC.
           ACCEPT (9 16) AL-SEC.
           IF AL-SEC = "O"
              PERFORM AL-ONERI THRU AL-ONERI-SON GO SAT-0.
           IF AL-SEC = "R"
              PERFORM REZERV-ONERI THRU REZERV-ONERI-SON GO SAT-0.
           IF AL-SEC = "S"
              PERFORM SIPARIS-VER THRU SIPARIS-VER-SON GO SAT-0.
           IF AL-SEC = "L"
              PERFORM SIPARIS-LISTE THRU SIPARIS-LISTE-SON GO SAT-0.
           IF AL-SEC = "T"
              PERFORM TESLIM-AL THRU TESLIM-AL-SON GO SAT-0.
           IF AL-SEC = "B"
              PERFORM BUTCE-TANIM THRU BUTCE-TANIM-SON GO SAT-0.
           IF AL-SEC = "Y"
              PERFORM YILLIK-ALIM THRU YILLIK-ALIM-SON GO SAT-0.
       SATIN-ALMA-SON. EXIT.
      * UYE ONERISI: ACIK (BEKLEYEN YA DA SIPARISTEKI) AYNI KITAP
      * ZATEN ONERILMISSE YENI KAYIT ACILMAZ, ISTEK SAYISI ARTAR.
       AL-ONERI SECTION.
       ALO-0.
           OPEN I-O ONERI.
           IF ON-DST = "35" OPEN OUTPUT ONERI CLOSE ONERI
              OPEN I-O ONERI.
       ALO-1. DISPLAY (11 1) ERASE.
           DISPLAY (11 5) "ONEREN UYE NO (0=CIKIS):".
           MOVE 0 TO AL-UYE.
           ACCEPT (11 30) AL-UYE.
           IF AL-UYE = 0 GO ALO-SON.
           OPEN INPUT UYETAB.
           IF UY-DST NOT = "00"
              DISPLAY (23 5) "UYE KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO ALO-SON.
           MOVE AL-UYE TO UYE-NO.
           READ UYETAB INVALID KEY CLOSE UYETAB
              DISPLAY (23 5) "BU UYE NO KUTUKTE YOK ENT BAS"
              ACCEPT CEVAP GO ALO-1.
           CLOSE UYETAB.
           DISPLAY (11 36) UYE-ADI.
           MOVE SPACES TO AL-KITAP AL-YAZAR AL-KONU.
           DISPLAY (12 5) "KITABIN ADI.......:".
           ACCEPT (12 25) AL-KITAP.
           IF AL-KITAP = SPACES GO ALO-1.
           DISPLAY (13 5) "YAZARIN ADI.......:".
           ACCEPT (13 25) AL-YAZAR.
           DISPLAY (14 5) "KONUSU............:".
           ACCEPT (14 25) AL-KONU.
           DISPLAY (16 5) "DOGRUMU (E/H):".
           ACCEPT (16 20) CEVAP.
           IF CEVAP NOT = "E" GO ALO-1.
           PERFORM ONERI-ARA THRU ONERI-ARA-SON.
           IF AL-BULDU = "E"
              ADD 1 TO ON-ISTEK
              REWRITE ONERI-KAYDI
              DISPLAY (23 5)
              "ZATEN ONERILMIS, ISTEK SAYISI ARTTI ENT BAS"
              ACCEPT CEVAP GO ALO-1.
           PERFORM ONERI-NO-BUL THRU ONERI-NO-BUL-SON.
           MOVE AL-YENI TO ON-NO.
           MOVE AL-KITAP TO ON-KITAP. MOVE AL-YAZAR TO ON-YAZAR.
           MOVE AL-KONU TO ON-KONU. MOVE AL-UYE TO ON-UYE-NO.
           MOVE "U" TO ON-KAYNAK. MOVE 1 TO ON-ISTEK.
           MOVE 0 TO ON-REZ-SAYI.
           PERFORM ONERI-BOS THRU ONERI-BOS-SON.
           WRITE ONERI-KAYDI INVALID KEY CONTINUE.
           DISPLAY (18 5) "ONERI NO:".
           DISPLAY (18 15) ON-NO.
           DISPLAY (23 5) "ONERI KAYDEDILDI ENT BAS".
           ACCEPT CEVAP.
           GO ALO-1.
       ALO-SON. CLOSE ONERI.
       AL-ONERI-SON. EXIT.
      * ACIK ONERILER ARASINDA AL-KITAP ADLI KITABI ARAR; BULURSA
      * KAYIT ALANDA KALIR.
       ONERI-ARA.
           MOVE "H" TO AL-BULDU.
           MOVE 0 TO ON-NO.
           START ONERI KEY NOT LESS THAN ON-NO INVALID KEY
              GO ONERI-ARA-SON.
       ONA-OKU. READ ONERI NEXT AT END GO ONERI-ARA-SON.
           IF ON-KITAP NOT = AL-KITAP GO ONA-OKU.
           IF ON-ALINDI OR ON-REDDEDILDI GO ONA-OKU.
           MOVE "E" TO AL-BULDU.
       ONERI-ARA-SON. EXIT.
      * SIRADAKI ONERI NUMARASI: DOSYADAKI EN BUYUK NUMARA + 1.
       ONERI-NO-BUL.
           MOVE 0 TO AL-YENI ON-NO.
           START ONERI KEY NOT LESS THAN ON-NO INVALID KEY
              GO ONERI-NO-BUL-DON.
       ONB-OKU. READ ONERI NEXT AT END GO ONERI-NO-BUL-DON.
           MOVE ON-NO TO AL-YENI. GO ONB-OKU.
       ONERI-NO-BUL-DON.
           ADD 1 TO AL-YENI.
       ONERI-NO-BUL-SON. EXIT.
      * YENI ONERININ SIPARIS ALANLARI BOS ACILIR.
       ONERI-BOS.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           MOVE OD-BUGUN TO ON-TARIH.
           MOVE "B" TO ON-DRM.
           MOVE SPACES TO ON-KITAPCI.
           MOVE 0 TO ON-SIP-TARIH ON-ADET ON-FIYAT ON-GELEN ON-GELIS.
       ONERI-BOS-SON. EXIT.
      * REZERVASYONDAN ONERI: BEKLEYEN REZERVASYONLAR KITAP ADINA
      * GORE SAYILIR, ESIGI ASAN KITAPLAR ONERIYE ALINIR; ACIK
      * ONERISI OLANIN YALNIZ REZERVASYON SAYISI GUNCELLENIR.
      * YAZAR VE KONU KITAP KUTUGUNDEKI AYNI ADLI KAYITTAN ALINIR.
       REZERV-ONERI.
           DISPLAY (11 1) ERASE.
           DISPLAY (11 5) "EN AZ KAC BEKLEYEN REZERVASYON:".
           MOVE 3 TO AL-ESIK.
           DISPLAY (11 37) AL-ESIK.
           ACCEPT (11 37) AL-ESIK.
           IF AL-ESIK = 0 GO REZERV-ONERI-SON.
           OPEN INPUT REZERV.
           IF RZ-DST NOT = "00"
              DISPLAY (23 5) "REZERVASYON KUTUGU YOK ENT BAS"
              ACCEPT CEVAP GO REZERV-ONERI-SON.
           MOVE 0 TO AL-SAY.
           MOVE 0 TO RZ-SIRA.
           START REZERV KEY NOT LESS THAN RZ-SIRA INVALID KEY
              GO ALR-SAYILDI.
       ALR-OKU. READ REZERV NEXT AT END GO ALR-SAYILDI.
           IF NOT RZ-BEKLIYOR GO ALR-OKU.
           MOVE "H" TO AL-BULDU.
           PERFORM ALR-TABLO THRU ALR-TABLO-SON
              VARYING AL-I FROM 1 BY 1
              UNTIL AL-I > AL-SAY OR AL-BULDU = "E".
           IF AL-BULDU = "H" AND AL-SAY < 200
              ADD 1 TO AL-SAY
              MOVE RZ-KITAP TO AL-R-KITAP (AL-SAY)
              MOVE 1 TO AL-R-SAYI (AL-SAY).
           GO ALR-OKU.
       ALR-TABLO.
           IF AL-R-KITAP (AL-I) = RZ-KITAP
              ADD 1 TO AL-R-SAYI (AL-I) MOVE "E" TO AL-BULDU.
       ALR-TABLO-SON. EXIT.
       ALR-SAYILDI. CLOSE REZERV.
           OPEN I-O ONERI.
           IF ON-DST = "35" OPEN OUTPUT ONERI CLOSE ONERI
              OPEN I-O ONERI.
           OPEN INPUT KITAP.
           MOVE KT-DST TO AL-KT-DST.
           MOVE 0 TO AL-EKLENEN.
           PERFORM ALR-YAZ THRU ALR-YAZ-SON
              VARYING AL-J FROM 1 BY 1 UNTIL AL-J > AL-SAY.
           CLOSE ONERI KITAP.
           DISPLAY (13 5) "ONERIYE ALINAN YENI KITAP:".
           DISPLAY (13 33) AL-EKLENEN.
           DISPLAY (23 5) "ISLEM TAMAM ENT BAS".
           ACCEPT CEVAP.
           GO REZERV-ONERI-SON.
       ALR-YAZ.
           IF AL-R-SAYI (AL-J) < AL-ESIK GO ALR-YAZ-SON.
           MOVE AL-R-KITAP (AL-J) TO AL-KITAP.
           PERFORM ONERI-ARA THRU ONERI-ARA-SON.
           IF AL-BULDU = "E"
              MOVE AL-R-SAYI (AL-J) TO ON-REZ-SAYI
              REWRITE ONERI-KAYDI GO ALR-YAZ-SON.
           MOVE SPACES TO AL-YAZAR AL-KONU.
           IF AL-KT-DST NOT = "00" GO ALR-YENI.
           MOVE 0 TO DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
              GO ALR-YENI.
       ALR-KITAP. READ KITAP NEXT AT END GO ALR-YENI.
           IF K-ADI NOT = AL-KITAP GO ALR-KITAP.
           MOVE Y-ADI TO AL-YAZAR. MOVE KONUSU TO AL-KONU.
       ALR-YENI.
           PERFORM ONERI-NO-BUL THRU ONERI-NO-BUL-SON.
           MOVE AL-YENI TO ON-NO.
           MOVE AL-KITAP TO ON-KITAP. MOVE AL-YAZAR TO ON-YAZAR.
           MOVE AL-KONU TO ON-KONU. MOVE 0 TO ON-UYE-NO ON-ISTEK.
           MOVE "R" TO ON-KAYNAK.
           MOVE AL-R-SAYI (AL-J) TO ON-REZ-SAYI.
           PERFORM ONERI-BOS THRU ONERI-BOS-SON.
           WRITE ONERI-KAYDI INVALID KEY CONTINUE.
           ADD 1 TO AL-EKLENEN.
       ALR-YAZ-SON. EXIT.
       REZERV-ONERI-SON. EXIT.
      * SIPARIS: BEKLEYEN ONERILER EKRANA DOKULUR; SECILEN ONERI
      * KITAPCI, ADET VE BIRIM FIYATLA SIPARISE CEVRILIR YA DA
      * REDDEDILIR. BUTCE ASIMI UYARILIR, KARAR KULLANICININDIR.
       SIPARIS-VER.
           OPEN I-O ONERI.
           IF ON-DST NOT = "00"
              DISPLAY (23 5) "ONERI KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO SIPARIS-VER-SON.
       ALS-0. DISPLAY (1 1) ERASE.
           DISPLAY (1 5) "BEKLEYEN ONERILER".
           DISPLAY (2 1) CIZGI.
           DISPLAY (3 1) "NO     KITAP                YAZAR".
           DISPLAY (3 50) "ISTEK REZ".
           MOVE 3 TO UD-LIN.
           MOVE 0 TO ON-NO.
           START ONERI KEY NOT LESS THAN ON-NO INVALID KEY
              GO ALS-1.
       ALS-OKU. READ ONERI NEXT AT END GO ALS-1.
           IF NOT ON-BEKLIYOR GO ALS-OKU.
           ADD 1 TO UD-LIN.
           DISPLAY (UD-LIN 1) ON-NO.
           DISPLAY (UD-LIN 8) ON-KITAP.
           DISPLAY (UD-LIN 29) ON-YAZAR.
           DISPLAY (UD-LIN 51) ON-ISTEK.
           DISPLAY (UD-LIN 56) ON-REZ-SAYI.
           IF UD-LIN = 20
              DISPLAY (23 5) "DEVAMI VAR ENT BAS" ACCEPT CEVAP
              DISPLAY (4 1) ERASE MOVE 3 TO UD-LIN.
           GO ALS-OKU.
       ALS-1. DISPLAY (22 1) ERASE.
           DISPLAY (22 5) "ONERI NO (0=CIKIS):".
           MOVE 0 TO AL-NO.
           ACCEPT (22 25) AL-NO.
           IF AL-NO = 0 GO ALS-SON.
           MOVE AL-NO TO ON-NO.
           READ ONERI INVALID KEY
              DISPLAY (23 5) "BU ONERI NO YOK ENT BAS" ACCEPT CEVAP
              GO ALS-1.
           IF NOT ON-BEKLIYOR
              DISPLAY (23 5) "BU ONERI BEKLEMEDE DEGIL ENT BAS"
              ACCEPT CEVAP GO ALS-1.
           DISPLAY (1 1) ERASE.
           DISPLAY (3 5) "KITABIN ADI.......:".
           DISPLAY (3 25) ON-KITAP.
           DISPLAY (4 5) "YAZARIN ADI.......:".
           DISPLAY (4 25) ON-YAZAR.
           ACCEPT (4 25) ON-YAZAR.
           DISPLAY (5 5) "KONUSU............:".
           DISPLAY (5 25) ON-KONU.
           ACCEPT (5 25) ON-KONU.
           DISPLAY (7 5) "(S) SIPARIS VER (R) REDDET (BOS) VAZGEC:".
           MOVE SPACE TO CEVAP.
           ACCEPT (7 47) CEVAP.
           IF CEVAP = "R"
              MOVE "R" TO ON-DRM REWRITE ONERI-KAYDI GO ALS-0.
           IF CEVAP NOT = "S" GO ALS-0.
           MOVE ON-YAZAR TO AL-YAZAR. MOVE ON-KONU TO AL-KONU.
           MOVE SPACES TO AL-KITAPCI.
           MOVE 1 TO AL-ADET. MOVE 0 TO AL-FIYAT.
           DISPLAY (9 5) "KITAPCI...........:".
           ACCEPT (9 25) AL-KITAPCI.
           DISPLAY (10 5) "ADET..............:".
           DISPLAY (10 25) AL-ADET.
           ACCEPT (10 25) AL-ADET.
           DISPLAY (11 5) "BIRIM FIYAT.......:".
           ACCEPT (11 25) AL-FIYAT.
           IF AL-KITAPCI = SPACES OR AL-ADET = 0 OR AL-FIYAT = 0
              DISPLAY (23 5) "KITAPCI, ADET VE FIYAT GEREKLI ENT BAS"
              ACCEPT CEVAP GO ALS-0.
           COMPUTE AL-TUTAR = AL-ADET * AL-FIYAT.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           DIVIDE OD-BUGUN BY 10000 GIVING AL-YIL.
           PERFORM BUTCE-DURUM THRU BUTCE-DURUM-SON.
           DISPLAY (13 5) "YILLIK BUTCE......:".
           MOVE AL-BUTCE TO AL-D-TUTAR. DISPLAY (13 25) AL-D-TUTAR.
           DISPLAY (14 5) "HARCANAN..........:".
           MOVE AL-HARCANAN TO AL-D-TUTAR. DISPLAY (14 25) AL-D-TUTAR.
           DISPLAY (15 5) "ACIK SIPARISLER...:".
           MOVE AL-BAGLI TO AL-D-TUTAR. DISPLAY (15 25) AL-D-TUTAR.
           DISPLAY (16 5) "KALAN.............:".
           MOVE AL-KALAN TO AL-D-TUTAR. DISPLAY (16 25) AL-D-TUTAR.
           DISPLAY (17 5) "BU SIPARIS........:".
           MOVE AL-TUTAR TO AL-D-TUTAR. DISPLAY (17 25) AL-D-TUTAR.
           IF AL-BUTCE = 0
              DISPLAY (19 5) "BU YIL ICIN BUTCE TANIMLANMAMIS"
           ELSE IF AL-TUTAR > AL-KALAN
              DISPLAY (19 5) "DIKKAT: SIPARIS BUTCEYI ASIYOR".
           DISPLAY (20 5) "SIPARIS VERILSIN MI (E/H):".
           ACCEPT (20 32) CEVAP.
           IF CEVAP NOT = "E" GO ALS-0.
           MOVE AL-NO TO ON-NO.
           READ ONERI INVALID KEY GO ALS-0.
           MOVE AL-YAZAR TO ON-YAZAR. MOVE AL-KONU TO ON-KONU.
           MOVE "S" TO ON-DRM.
           MOVE AL-KITAPCI TO ON-KITAPCI.
           MOVE OD-BUGUN TO ON-SIP-TARIH.
           MOVE AL-ADET TO ON-ADET. MOVE AL-FIYAT TO ON-FIYAT.
           MOVE 0 TO ON-GELEN ON-GELIS.
           REWRITE ONERI-KAYDI.
           GO ALS-0.
       ALS-SON. CLOSE ONERI.
       SIPARIS-VER-SON. EXIT.
      * YILIN BUTCESI, HARCANAN VE BAGLI TUTARLAR (AL-YIL ICIN).
      * ONERI KUTUGU CAGIRAN TARAFINDAN ACIK TUTULUR.
       BUTCE-DURUM.
           MOVE 0 TO AL-BUTCE AL-HARCANAN AL-BAGLI.
           COMPUTE AL-BAS-T = AL-YIL * 10000 + 101.
           COMPUTE AL-BIT-T = AL-YIL * 10000 + 1231.
           OPEN INPUT BUTCE.
           IF BT-DST = "00"
              MOVE AL-YIL TO BT-YIL
              READ BUTCE INVALID KEY MOVE 0 TO BT-TUTAR END-READ
              MOVE BT-TUTAR TO AL-BUTCE
              CLOSE BUTCE.
           OPEN INPUT KITAP.
           IF KT-DST NOT = "00" GO BTD-SIP.
           MOVE 0 TO DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
              GO BTD-KAPAT.
       BTD-KITAP. READ KITAP NEXT AT END GO BTD-KAPAT.
           IF ALIS-TARIHI < AL-BAS-T OR ALIS-TARIHI > AL-BIT-T
              GO BTD-KITAP.
           ADD ALIS-BEDELI TO AL-HARCANAN.
           GO BTD-KITAP.
       BTD-KAPAT. CLOSE KITAP.
       BTD-SIP.
           MOVE 0 TO ON-NO.
           START ONERI KEY NOT LESS THAN ON-NO INVALID KEY
              GO BTD-SON.
       BTD-ONERI. READ ONERI NEXT AT END GO BTD-SON.
           IF NOT ON-SIPARISTE GO BTD-ONERI.
           IF ON-SIP-TARIH < AL-BAS-T OR ON-SIP-TARIH > AL-BIT-T
              GO BTD-ONERI.
           COMPUTE AL-BAGLI = AL-BAGLI
              + (ON-ADET - ON-GELEN) * ON-FIYAT.
           GO BTD-ONERI.
       BTD-SON.
           COMPUTE AL-KALAN = AL-BUTCE - AL-HARCANAN - AL-BAGLI.
       BUTCE-DURUM-SON. EXIT.
      * KITAPCIYA GONDERILECEK SIPARIS LISTESI: O KITAPCIYA VERILMIS,
      * HENUZ TAMAMI GELMEMIS SIPARIS SATIRLARI (KALAN ADETLE).
       SIPARIS-LISTE.
           DISPLAY (11 1) ERASE.
           DISPLAY (11 5) "KITAPCI (BOS=CIKIS):".
           MOVE SPACES TO AL-KITAPCI.
           ACCEPT (11 26) AL-KITAPCI.
           IF AL-KITAPCI = SPACES GO SIPARIS-LISTE-SON.
           OPEN INPUT ONERI.
           IF ON-DST NOT = "00"
              DISPLAY (23 5) "ONERI KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO SIPARIS-LISTE-SON.
           PERFORM YAZICI-AC.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           MOVE AL-KITAPCI TO AL-B-KITAPCI.
           MOVE OD-BUGUN TO AL-B-TARIH.
           WRITE CIKTI-SATIRI FROM ALZ1 AFTER 2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           WRITE CIKTI-SATIRI FROM ALZ2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE 0 TO AL-TOPLAM.
           MOVE 0 TO ON-NO.
           START ONERI KEY NOT LESS THAN ON-NO INVALID KEY
              GO ALK-BIT.
       ALK-OKU. READ ONERI NEXT AT END GO ALK-BIT.
           IF NOT ON-SIPARISTE GO ALK-OKU.
           IF ON-KITAPCI NOT = AL-KITAPCI GO ALK-OKU.
           COMPUTE AL-ADET = ON-ADET - ON-GELEN.
           COMPUTE AL-TUTAR = AL-ADET * ON-FIYAT.
           ADD AL-TUTAR TO AL-TOPLAM.
           MOVE ON-NO TO AL-D-NO.
           MOVE ON-KITAP TO AL-D-KITAP.
           MOVE ON-YAZAR TO AL-D-YAZAR.
           MOVE AL-ADET TO AL-D-ADET.
           MOVE ON-FIYAT TO AL-D-FIYAT.
           MOVE AL-TUTAR TO AL-D-TOPLAM.
           WRITE CIKTI-SATIRI FROM ALZ3.
           GO ALK-OKU.
       ALK-BIT. WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE AL-TOPLAM TO AL-T-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ4.
           CLOSE ONERI YAZICI.
           DISPLAY (23 5) "SIPARIS LISTESI YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       SIPARIS-LISTE-SON. EXIT.
      * TESLIM ALMA: GELEN HER KOPYA SIRADAKI DEMIRBAS NUMARASIYLA,
      * GERCEK ALIS BEDELI, TESLIM TARIHI VE ONERI NUMARASIYLA KITAP
      * KUTUGUNE YAZILIR. EKSIK GELEN SIPARIS ACIK KALIR.
       TESLIM-AL.
           OPEN I-O ONERI.
           IF ON-DST NOT = "00"
              DISPLAY (23 5) "ONERI KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO TESLIM-AL-SON.
       ALT-1. DISPLAY (1 1) ERASE.
           DISPLAY (3 5) "KITAP TESLIM ALMA".
           DISPLAY (5 5) "SIPARIS (ONERI) NO (0=CIKIS):".
           MOVE 0 TO AL-NO.
           ACCEPT (5 36) AL-NO.
           IF AL-NO = 0 GO ALT-SON.
           MOVE AL-NO TO ON-NO.
           READ ONERI INVALID KEY
              DISPLAY (23 5) "BU NO YOK ENT BAS" ACCEPT CEVAP
              GO ALT-1.
           IF NOT ON-SIPARISTE
              DISPLAY (23 5) "BU KAYIT SIPARISTE DEGIL ENT BAS"
              ACCEPT CEVAP GO ALT-1.
           DISPLAY (7 5) "KITAP.............:".
           DISPLAY (7 25) ON-KITAP.
           DISPLAY (8 5) "KITAPCI...........:".
           DISPLAY (8 25) ON-KITAPCI.
           DISPLAY (9 5) "SIPARIS / GELEN...:".
           DISPLAY (9 25) ON-ADET.
           DISPLAY (9 28) ON-GELEN.
           COMPUTE AL-ADET = ON-ADET - ON-GELEN.
           DISPLAY (11 5) "GELEN ADET........:".
           DISPLAY (11 25) AL-ADET.
           ACCEPT (11 25) AL-ADET.
           IF AL-ADET = 0 GO ALT-1.
           IF AL-ADET > ON-ADET - ON-GELEN
              DISPLAY (23 5) "SIPARISTEN FAZLA ADET ENT BAS"
              ACCEPT CEVAP GO ALT-1.
           MOVE ON-FIYAT TO AL-FIYAT.
           DISPLAY (12 5) "BIRIM ALIS BEDELI.:".
           DISPLAY (12 25) AL-FIYAT.
           ACCEPT (12 25) AL-FIYAT.
           MOVE 0 TO AL-BYIL.
           DISPLAY (13 5) "BASIM YILI........:".
           ACCEPT (13 25) AL-BYIL.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           DISPLAY (14 5) "TESLIM TAR YYYYAAGG:".
           DISPLAY (14 26) OD-BUGUN.
           ACCEPT (14 26) OD-BUGUN.
           DISPLAY (16 5) "DOGRUMU (E/H):".
           ACCEPT (16 20) CEVAP.
           IF CEVAP NOT = "E" GO ALT-1.
           OPEN I-O KITAP.
           IF KT-DST = "35" OPEN OUTPUT KITAP CLOSE KITAP
              OPEN I-O KITAP.
           PERFORM DEMIRBAS-BUL THRU DEMIRBAS-BUL-SON.
           MOVE YENI-DEMIRBAS TO AL-ILK.
           PERFORM ALT-KOPYA THRU ALT-KOPYA-SON
              VARYING AL-I FROM 1 BY 1 UNTIL AL-I > AL-ADET.
           CLOSE KITAP.
           ADD AL-ADET TO ON-GELEN.
           MOVE OD-BUGUN TO ON-GELIS.
           IF ON-GELEN NOT < ON-ADET MOVE "A" TO ON-DRM.
           REWRITE ONERI-KAYDI.
           DISPLAY (18 5) "DEMIRBAS NO.......:".
           DISPLAY (18 25) AL-ILK.
           DISPLAY (18 32) "-".
           DISPLAY (18 34) DEMIRBAS-NO.
           PERFORM ALT-REZ THRU ALT-REZ-SON.
           IF AL-SAY > 0
              DISPLAY (20 5) "BU KITABI BEKLEYEN REZERVASYON:"
              DISPLAY (20 37) AL-SAY.
           DISPLAY (23 5) "KITAP KUTUGUNE ALINDI ENT BAS".
           ACCEPT CEVAP.
           GO ALT-1.
       ALT-KOPYA.
           COMPUTE DEMIRBAS-NO = AL-ILK + AL-I - 1.
           MOVE ON-KITAP TO K-ADI.
           MOVE ON-YAZAR TO Y-ADI.
           MOVE ON-KONU TO KONUSU.
           MOVE AL-BYIL TO B-YILI.
           MOVE 1 TO ADET.
           MOVE "H" TO ODUNC-DURUMU.
           MOVE SPACES TO ODUNC-ALAN ODUNC-TARIHI.
           MOVE AL-FIYAT TO ALIS-BEDELI.
           MOVE OD-BUGUN TO ALIS-TARIHI.
           MOVE ON-NO TO SIPARIS-NO.
           WRITE KITAP-KAYDI INVALID KEY CONTINUE.
       ALT-KOPYA-SON. EXIT.
      * GELEN KITABI BEKLEYEN REZERVASYON SAYISI (AL-SAY).
       ALT-REZ.
           MOVE 0 TO AL-SAY.
           OPEN INPUT REZERV.
           IF RZ-DST NOT = "00" GO ALT-REZ-SON.
           MOVE 0 TO RZ-SIRA.
           START REZERV KEY NOT LESS THAN RZ-SIRA INVALID KEY
              GO ALT-REZ-KAPAT.
       ALT-REZ-OKU. READ REZERV NEXT AT END GO ALT-REZ-KAPAT.
           IF RZ-BEKLIYOR AND RZ-KITAP = ON-KITAP ADD 1 TO AL-SAY.
           GO ALT-REZ-OKU.
       ALT-REZ-KAPAT. CLOSE REZERV.
       ALT-REZ-SON. EXIT.
       ALT-SON. CLOSE ONERI.
       TESLIM-AL-SON. EXIT.
      * YILLIK KITAP SATIN ALMA BUTCESI.
       BUTCE-TANIM.
           OPEN I-O BUTCE.
           IF BT-DST = "35" OPEN OUTPUT BUTCE CLOSE BUTCE
              OPEN I-O BUTCE.
       ALB-1. DISPLAY (11 1) ERASE.
           DISPLAY (11 5) "BUTCE YILI (0=CIKIS):".
           MOVE 0 TO AL-YIL.
           ACCEPT (11 27) AL-YIL.
           IF AL-YIL = 0 GO ALB-SON.
           MOVE AL-YIL TO BT-YIL.
           READ BUTCE INVALID KEY MOVE 0 TO BT-TUTAR.
           MOVE AL-YIL TO BT-YIL.
           DISPLAY (12 5) "BUTCE TUTARI.......:".
           DISPLAY (12 27) BT-TUTAR.
           ACCEPT (12 27) BT-TUTAR.
           DISPLAY (14 5) "DOGRUMU (E/H):".
           ACCEPT (14 20) CEVAP.
           IF CEVAP NOT = "E" GO ALB-1.
           WRITE BUTCE-KAYDI INVALID KEY REWRITE BUTCE-KAYDI.
           GO ALB-1.
       ALB-SON. CLOSE BUTCE.
       BUTCE-TANIM-SON. EXIT.
      * YILLIK SATIN ALMA RAPORU: YIL ICINDE TESLIM ALINAN KOPYALAR
      * KONUSUNA GORE ADET, BEDEL VE HARCAMADAKI PAYIYLA; ALTINDA
      * BUTCE, HARCANAN, ACIK SIPARISLER VE KALAN.
       YILLIK-ALIM.
           DISPLAY (11 1) ERASE.
           DISPLAY (11 5) "RAPOR YILI (0=CIKIS):".
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           DIVIDE OD-BUGUN BY 10000 GIVING AL-YIL.
           DISPLAY (11 27) AL-YIL.
           ACCEPT (11 27) AL-YIL.
           IF AL-YIL = 0 GO YILLIK-ALIM-SON.
           OPEN I-O ONERI.
           IF ON-DST = "35" OPEN OUTPUT ONERI CLOSE ONERI
              OPEN I-O ONERI.
           PERFORM BUTCE-DURUM THRU BUTCE-DURUM-SON.
           CLOSE ONERI.
           MOVE 0 TO AL-SAY.
           PERFORM ALY-SIFIR THRU ALY-SIFIR-SON
              VARYING AL-I FROM 1 BY 1 UNTIL AL-I > 50.
           MOVE "DIGER" TO AL-K-KONU (50).
           OPEN INPUT KITAP.
           IF KT-DST NOT = "00" GO ALY-YAZ.
           MOVE 0 TO DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
              GO ALY-KAPAT.
       ALY-OKU. READ KITAP NEXT AT END GO ALY-KAPAT.
           IF ALIS-TARIHI < AL-BAS-T OR ALIS-TARIHI > AL-BIT-T
              GO ALY-OKU.
           MOVE "H" TO AL-BULDU.
           PERFORM ALY-ARA THRU ALY-ARA-SON
              VARYING AL-I FROM 1 BY 1
              UNTIL AL-I > AL-SAY OR AL-BULDU = "E".
           IF AL-BULDU = "H"
              IF AL-SAY < 49
                 ADD 1 TO AL-SAY
                 MOVE KONUSU TO AL-K-KONU (AL-SAY)
                 MOVE AL-SAY TO AL-J
              ELSE
                 MOVE 50 TO AL-J.
           ADD 1 TO AL-K-ADET (AL-J).
           ADD ALIS-BEDELI TO AL-K-TUTAR (AL-J).
           GO ALY-OKU.
       ALY-SIFIR.
           MOVE SPACES TO AL-K-KONU (AL-I).
           MOVE 0 TO AL-K-ADET (AL-I) AL-K-TUTAR (AL-I).
       ALY-SIFIR-SON. EXIT.
       ALY-ARA.
           IF AL-K-KONU (AL-I) = KONUSU
              MOVE "E" TO AL-BULDU MOVE AL-I TO AL-J.
       ALY-ARA-SON. EXIT.
       ALY-SATIR.
           IF AL-K-ADET (AL-I) = 0 GO ALY-SATIR-SON.
           MOVE AL-K-KONU (AL-I) TO AL-Y-KONU.
           MOVE AL-K-ADET (AL-I) TO AL-Y-ADET.
           MOVE AL-K-TUTAR (AL-I) TO AL-Y-TUTAR.
           MOVE 0 TO AL-PAY.
           IF AL-HARCANAN > 0
              COMPUTE AL-PAY ROUNDED =
                 AL-K-TUTAR (AL-I) * 100 / AL-HARCANAN.
           MOVE AL-PAY TO AL-Y-PAY.
           WRITE CIKTI-SATIRI FROM ALZ7.
       ALY-SATIR-SON. EXIT.
       ALY-KAPAT. CLOSE KITAP.
       ALY-YAZ.
           PERFORM YAZICI-AC.
           MOVE AL-YIL TO AL-B-YIL.
           WRITE CIKTI-SATIRI FROM ALZ5 AFTER 2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           WRITE CIKTI-SATIRI FROM ALZ6.
           WRITE CIKTI-SATIRI FROM CIZGI.
           PERFORM ALY-SATIR THRU ALY-SATIR-SON
              VARYING AL-I FROM 1 BY 1 UNTIL AL-I > 50.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "YILLIK BUTCE" TO AL-S-ADI.
           MOVE AL-BUTCE TO AL-S-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ8.
           MOVE "HARCANAN (TESLIM ALINAN)" TO AL-S-ADI.
           MOVE AL-HARCANAN TO AL-S-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ8.
           MOVE "ACIK SIPARISLER" TO AL-S-ADI.
           MOVE AL-BAGLI TO AL-S-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ8.
           MOVE "KALAN" TO AL-S-ADI.
           MOVE AL-KALAN TO AL-S-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ8.
           CLOSE YAZICI.
           DISPLAY (23 5) "YILLIK RAPOR YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       YILLIK-ALIM-SON. EXIT.
      * BARKOD ETIKETI VE UYE KARTI: DEMIRBAS NO ARALIGI ICIN SIRT
      * ETIKETI, UYE NO ARALIGI ICIN BARKODLU UYE KARTI YAZICIYA
      * DOKULUR. BARKOD SATIRI CODE 39 DUZENINDEDIR (* ILE BASLAR VE
      * BITER), ETIKET YAZICISININ BARKOD YAZI TIPIYLE BASILIR.
       BARKOD-BASKI SECTION.
       BKB-0. DISPLAY (1 1) ERASE.
           DISPLAY (3 5) "BARKOD ETIKETI / UYE KARTI".
           DISPLAY (5 5)
              "(E) KITAP SIRT ETIKETI (U) UYE KARTI (BOS) CIKIS".
           DISPLAY (7 5) "SECIMINIZ:".
           MOVE SPACE TO BK-SEC.
           ACCEPT (7 16) BK-SEC.
           IF BK-SEC = "E"
              PERFORM BK-ETIKET THRU BK-ETIKET-SON GO BKB-0.
           IF BK-SEC = "U"
              PERFORM UYE-KARTI THRU UYE-KARTI-SON GO BKB-0.
       BARKOD-BASKI-SON. EXIT.
      * KAYIP ISARETLI KOPYALARA ETIKET BASILMAZ.
       BK-ETIKET SECTION.
       BKE-0. DISPLAY (10 1) ERASE.
           MOVE 0 TO BK-BAS BK-BIT BK-ADET.
           DISPLAY (10 5) "ILK DEMIRBAS NO...:".
           ACCEPT (10 25) BK-BAS.
           IF BK-BAS = 0 GO BK-ETIKET-SON.
           MOVE BK-BAS TO BK-BIT.
           DISPLAY (11 5) "SON DEMIRBAS NO...:".
           DISPLAY (11 25) BK-BIT.
           ACCEPT (11 25) BK-BIT.
           IF BK-BIT < BK-BAS
              DISPLAY (23 5) "ARALIK YANLIS ENT BAS" ACCEPT CEVAP
              GO BK-ETIKET-SON.
           OPEN INPUT KITAP.
           IF KT-DST NOT = "00"
              DISPLAY (23 5) "KITAP KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO BK-ETIKET-SON.
           PERFORM YAZICI-AC.
           MOVE BK-BAS TO DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
              GO BKE-BIT.
       BKE-OKU. READ KITAP NEXT AT END GO BKE-BIT.
           IF DEMIRBAS-NO > BK-BIT GO BKE-BIT.
           IF KITAP-KAYIP GO BKE-OKU.
           MOVE DEMIRBAS-NO TO BK-SAYI.
           MOVE "K" TO BK-K-ONEK.
           PERFORM BARKOD-YAP THRU BARKOD-YAP-SON.
           MOVE K-ADI TO BK-E-ADI.
           MOVE Y-ADI TO BK-E-YAZAR.
           MOVE DEMIRBAS-NO TO BK-E-NO.
           MOVE KONUSU TO BK-E-KONU.
           WRITE CIKTI-SATIRI FROM BKZ1 AFTER 2.
           WRITE CIKTI-SATIRI FROM BKZ2.
           WRITE CIKTI-SATIRI FROM BKZ3.
           ADD 1 TO BK-ADET.
           GO BKE-OKU.
       BKE-BIT. CLOSE KITAP YAZICI.
           DISPLAY (13 5) "BASILAN ETIKET....:".
           DISPLAY (13 25) BK-ADET.
           DISPLAY (23 5) "ETIKETLER YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       BK-ETIKET-SON. EXIT.
       UYE-KARTI.
           DISPLAY (10 1) ERASE.
           MOVE 0 TO BK-BAS BK-BIT BK-ADET.
           DISPLAY (10 5) "ILK UYE NO........:".
           ACCEPT (10 25) BK-BAS.
           IF BK-BAS = 0 GO UYE-KARTI-SON.
           MOVE BK-BAS TO BK-BIT.
           DISPLAY (11 5) "SON UYE NO........:".
           DISPLAY (11 25) BK-BIT.
           ACCEPT (11 25) BK-BIT.
           IF BK-BIT < BK-BAS OR BK-BIT > 9999
              DISPLAY (23 5) "ARALIK YANLIS ENT BAS" ACCEPT CEVAP
              GO UYE-KARTI-SON.
           OPEN INPUT UYETAB.
           IF UY-DST NOT = "00"
              DISPLAY (23 5) "UYE KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO UYE-KARTI-SON.
           PERFORM YAZICI-AC.
           MOVE BK-BAS TO UYE-NO.
           START UYETAB KEY NOT LESS THAN UYE-NO INVALID KEY
              GO BKU-BIT.
       BKU-OKU. READ UYETAB NEXT AT END GO BKU-BIT.
           IF UYE-NO > BK-BIT GO BKU-BIT.
           MOVE UYE-NO TO BK-SAYI.
           MOVE "U" TO BK-K-ONEK.
           PERFORM BARKOD-YAP THRU BARKOD-YAP-SON.
           MOVE UYE-NO TO BK-U-NO.
           MOVE UYE-ADI TO BK-U-ADI.
           MOVE UYE-SEHIR TO BK-U-SEHIR.
           WRITE CIKTI-SATIRI FROM BKZ4 AFTER 2.
           WRITE CIKTI-SATIRI FROM BKZ5.
           WRITE CIKTI-SATIRI FROM BKZ6 AFTER 2.
           WRITE CIKTI-SATIRI FROM BKZ7.
           WRITE CIKTI-SATIRI FROM BKZ2 AFTER 2.
           WRITE CIKTI-SATIRI FROM BKZ4.
           ADD 1 TO BK-ADET.
           GO BKU-OKU.
       BKU-BIT. CLOSE UYETAB YAZICI.
           DISPLAY (13 5) "BASILAN KART......:".
           DISPLAY (13 25) BK-ADET.
           DISPLAY (23 5) "UYE KARTLARI YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       UYE-KARTI-SON. EXIT.
      * BK-SAYI VE BK-K-ONEK'TEN BARKOD KODUNU KURAR: KITAPTA 6,
      * UYEDE 4 HANE NUMARA VE KONTROL HANESI.
       BARKOD-YAP.
           PERFORM BARKOD-KONTROL THRU BARKOD-KONTROL-SON.
           MOVE SPACES TO BK-K-NO BK-K-KONTROL.
           IF BK-K-ONEK = "U"
              MOVE BK-SAYI-X (3:4) TO BK-K-NO (1:4)
              MOVE BK-KONTROL TO BK-K-NO (5:1)
           ELSE
              MOVE BK-SAYI-X TO BK-K-NO
              MOVE BK-KONTROL TO BK-K-KONTROL.
           MOVE SPACES TO BK-E-BARKOD.
           STRING "*" DELIMITED BY SIZE BK-KOD DELIMITED BY SPACE
              "*" DELIMITED BY SIZE INTO BK-E-BARKOD.
       BARKOD-YAP-SON. EXIT.
      * KONTROL HANESI: 6 HANELI NUMARANIN HANELERI SOLDAN 3,1,3,1
      * AGIRLIKLA TOPLANIR, 10'A TAMAMLAYAN HANE KONTROL HANESIDIR.
      * TEK HANE YANLIS OKUMA YA DA YAZMA KONTROLDE YAKALANIR.
       BARKOD-KONTROL.
           MOVE 0 TO BK-TOPLAM.
           PERFORM BK-AGIRLIK THRU BK-AGIRLIK-SON
              VARYING BK-I FROM 1 BY 1 UNTIL BK-I > 6.
           DIVIDE BK-TOPLAM BY 10 GIVING BK-UZUN
              REMAINDER BK-KONTROL.
           IF BK-KONTROL > 0 COMPUTE BK-KONTROL = 10 - BK-KONTROL.
       BARKOD-KONTROL-SON. EXIT.
       BK-AGIRLIK.
           IF BK-I = 1 OR BK-I = 3 OR BK-I = 5
              COMPUTE BK-TOPLAM = BK-TOPLAM + BK-HANE-D (BK-I) * 3
           ELSE
              ADD BK-HANE-D (BK-I) TO BK-TOPLAM.
       BK-AGIRLIK-SON. EXIT.
      * OKUTULAN YA DA YAZILAN NUMARAYI COZER: BK-ONEK ILE BASLAYAN
      * BARKODDA NUMARA VE KONTROL HANESI DENETLENIR, DUZ RAKAM
      * GIRISI EN COK BK-HANE HANE OLABILIR. SONUC BK-SAYI'DA, BOS
      * GIRIS SIFIRDIR; GECERSIZSE BK-HATA "E".
       BARKOD-COZ.
           MOVE "H" TO BK-HATA.
           MOVE 0 TO BK-SAYI BK-UZUN.
           IF BK-OKUNAN = SPACES GO BARKOD-COZ-SON.
           IF BK-OKUNAN (1:1) = BK-ONEK GO BKC-BARKOD.
           INSPECT BK-OKUNAN TALLYING BK-UZUN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF BK-UZUN = 0 OR BK-UZUN > BK-HANE MOVE "E" TO BK-HATA
              GO BARKOD-COZ-SON.
           IF BK-OKUNAN (1:BK-UZUN) NOT NUMERIC MOVE "E" TO BK-HATA
              GO BARKOD-COZ-SON.
           IF BK-OKUNAN (BK-UZUN + 1:) NOT = SPACES
              MOVE "E" TO BK-HATA GO BARKOD-COZ-SON.
           MOVE BK-OKUNAN (1:BK-UZUN) TO BK-SAYI.
           GO BARKOD-COZ-SON.
       BKC-BARKOD.
           IF BK-OKUNAN (2:BK-HANE + 1) NOT NUMERIC
              MOVE "E" TO BK-HATA GO BARKOD-COZ-SON.
           IF BK-HANE < 6 AND BK-OKUNAN (BK-HANE + 3:) NOT = SPACES
              MOVE "E" TO BK-HATA GO BARKOD-COZ-SON.
           MOVE BK-OKUNAN (2:BK-HANE) TO BK-SAYI.
           PERFORM BARKOD-KONTROL THRU BARKOD-KONTROL-SON.
           IF BK-OKUNAN (BK-HANE + 2:1) NOT = BK-KONTROL
              MOVE "E" TO BK-HATA MOVE 0 TO BK-SAYI.
       BARKOD-COZ-SON. EXIT.
      * DOLASIM ISTATISTIGI VE AYIKLAMA: ODUNC.DOS'TAN YILLIK DOLASIM
      * RAPORU (KONUYA GORE ODUNC, EN COK ODUNC ALINAN 10 KITAP, EN
      * ETKIN 10 UYE, ORTALAMA ODUNC SURESI), UZUN SURE ODUNC
      * VERILMEMIS YA DA KAYIP KOPYALARIN AYIKLAMA ADAY LISTESI VE
      * CIKARILAN KOPYALAR LISTESI. KOPYA [6] KAYIT SILME ILE
      * CIKARILIR; CIKARMA KAYDI AYIKLA.DOS'A ORADA YAZILIR.
       DOLASIM SECTION.
       DLS-0. DISPLAY (1 1) ERASE.
           DISPLAY (3 5) "DOLASIM ISTATISTIGI / AYIKLAMA".
           DISPLAY (5 5)
              "(D) YILLIK DOLASIM RAPORU (A) AYIKLAMA ADAYLARI".
           DISPLAY (6 5) "(L) CIKARILAN KOPYALAR (BOS) CIKIS".
           DISPLAY (8 5) "SECIMINIZ:".
           MOVE SPACE TO DL-SEC.
           ACCEPT (8 16) DL-SEC.
           IF DL-SEC = "D"
              PERFORM DOLASIM-RAPOR THRU DOLASIM-RAPOR-SON GO DLS-0.
           IF DL-SEC = "A"
              PERFORM AYIKLAMA-ADAY THRU AYIKLAMA-ADAY-SON GO DLS-0.
           IF DL-SEC = "L"
              PERFORM CIKARILAN-LISTE THRU CIKARILAN-LISTE-SON
              GO DLS-0.
       DOLASIM-SON. EXIT.
      * YILLIK DOLASIM: OD-VERIS'I YIL ICINDE OLAN ODUNCLER SAYILIR.
      * KONU KITAP KUTUGUNDEN, KOPYA CIKARILMISSA AYIKLA.DOS'TAN
      * ALINIR. ORTALAMA SURE YALNIZ IADE EDILMIS ODUNCLER UZERINDEN.
       DOLASIM-RAPOR SECTION.
       DLR-0. DISPLAY (10 1) ERASE.
           DISPLAY (10 5) "RAPOR YILI (0=CIKIS):".
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           DIVIDE OD-BUGUN BY 10000 GIVING DL-YIL.
           DISPLAY (10 27) DL-YIL.
           ACCEPT (10 27) DL-YIL.
           IF DL-YIL = 0 GO DOLASIM-RAPOR-SON.
           OPEN INPUT ODUNC.
           IF OD-DST NOT = "00"
              DISPLAY (23 5) "ODUNC KUTUGU YOK ENT BAS" ACCEPT CEVAP
              GO DOLASIM-RAPOR-SON.
           COMPUTE DL-BAS-T = DL-YIL * 10000 + 101.
           COMPUTE DL-BIT-T = DL-YIL * 10000 + 1231.
           MOVE 0 TO DL-KONU-SAY DL-KITAP-SAY DL-UYE-SAY DL-TASAN.
           MOVE 0 TO DL-ODUNC DL-IADE DL-GUN-TOP.
           PERFORM DLR-SIFIR THRU DLR-SIFIR-SON
              VARYING DL-I FROM 1 BY 1 UNTIL DL-I > 50.
           MOVE "DIGER" TO DL-K-KONU (50).
           OPEN INPUT KITAP.
           MOVE KT-DST TO DL-KT-DST.
           OPEN INPUT AYIKLA.
           MOVE AY-DST TO DL-AY-DST.
           DISPLAY (12 5) "RAPOR HAZIRLANIYOR, BEKLEYINIZ".
           MOVE 0 TO OD-SIRA.
           START ODUNC KEY NOT LESS THAN OD-SIRA INVALID KEY
              GO DLR-KAPAT.
       DLR-OKU. READ ODUNC NEXT AT END GO DLR-KAPAT.
           IF OD-VERIS < DL-BAS-T OR OD-VERIS > DL-BIT-T GO DLR-OKU.
           ADD 1 TO DL-ODUNC.
           IF OD-IADE NOT < OD-VERIS
              COMPUTE DL-GUN = FUNCTION INTEGER-OF-DATE(OD-IADE)
                 - FUNCTION INTEGER-OF-DATE(OD-VERIS)
              ADD DL-GUN TO DL-GUN-TOP
              ADD 1 TO DL-IADE.
           PERFORM DLR-KONU-BUL THRU DLR-KONU-BUL-SON.
           PERFORM DLR-KONU THRU DLR-KONU-SON.
           PERFORM DLR-KITAP THRU DLR-KITAP-SON.
           PERFORM DLR-UYE THRU DLR-UYE-SON.
           GO DLR-OKU.
       DLR-SIFIR.
           MOVE SPACES TO DL-K-KONU (DL-I).
           MOVE 0 TO DL-K-SAY (DL-I).
       DLR-SIFIR-SON. EXIT.
       DLR-KONU-BUL.
           MOVE "BILINMIYOR" TO DL-KONU.
           IF DL-KT-DST NOT = "00" GO DLB-AYIKLA.
           MOVE OD-DEMIRBAS TO DEMIRBAS-NO.
           READ KITAP INVALID KEY GO DLB-AYIKLA.
           MOVE KONUSU TO DL-KONU.
           GO DLR-KONU-BUL-SON.
       DLB-AYIKLA.
           IF DL-AY-DST NOT = "00" GO DLR-KONU-BUL-SON.
           MOVE OD-DEMIRBAS TO AY-DEMIRBAS.
           READ AYIKLA INVALID KEY GO DLR-KONU-BUL-SON.
           MOVE AY-KONU TO DL-KONU.
       DLR-KONU-BUL-SON. EXIT.
       DLR-KONU.
           MOVE "H" TO DL-BULDU.
           PERFORM DLR-KONU-ARA THRU DLR-KONU-ARA-SON
              VARYING DL-I FROM 1 BY 1
              UNTIL DL-I > DL-KONU-SAY OR DL-BULDU = "E".
           IF DL-BULDU = "H"
              IF DL-KONU-SAY < 49
                 ADD 1 TO DL-KONU-SAY
                 MOVE DL-KONU TO DL-K-KONU (DL-KONU-SAY)
                 MOVE DL-KONU-SAY TO DL-J
              ELSE
                 MOVE 50 TO DL-J.
           ADD 1 TO DL-K-SAY (DL-J).
       DLR-KONU-SON. EXIT.
       DLR-KONU-ARA.
           IF DL-K-KONU (DL-I) = DL-KONU
              MOVE "E" TO DL-BULDU MOVE DL-I TO DL-J.
       DLR-KONU-ARA-SON. EXIT.
       DLR-KITAP.
           MOVE "H" TO DL-BULDU.
           PERFORM DLR-KITAP-ARA THRU DLR-KITAP-ARA-SON
              VARYING DL-I FROM 1 BY 1
              UNTIL DL-I > DL-KITAP-SAY OR DL-BULDU = "E".
           IF DL-BULDU = "E" GO DLR-KITAP-SON.
           IF DL-KITAP-SAY NOT < 500
              ADD 1 TO DL-TASAN GO DLR-KITAP-SON.
           ADD 1 TO DL-KITAP-SAY.
           MOVE OD-KITAP TO DL-T-KITAP (DL-KITAP-SAY).
           MOVE 1 TO DL-T-SAY (DL-KITAP-SAY).
       DLR-KITAP-SON. EXIT.
       DLR-KITAP-ARA.
           IF DL-T-KITAP (DL-I) = OD-KITAP
              ADD 1 TO DL-T-SAY (DL-I) MOVE "E" TO DL-BULDU.
       DLR-KITAP-ARA-SON. EXIT.
       DLR-UYE.
           MOVE "H" TO DL-BULDU.
           PERFORM DLR-UYE-ARA THRU DLR-UYE-ARA-SON
              VARYING DL-I FROM 1 BY 1
              UNTIL DL-I > DL-UYE-SAY OR DL-BULDU = "E".
           IF DL-BULDU = "E" GO DLR-UYE-SON.
           IF DL-UYE-SAY NOT < 500
              ADD 1 TO DL-TASAN GO DLR-UYE-SON.
           ADD 1 TO DL-UYE-SAY.
           MOVE OD-UYE-NO TO DL-U-NO (DL-UYE-SAY).
           MOVE OD-UYE-ADI TO DL-U-ADI (DL-UYE-SAY).
           MOVE 1 TO DL-U-SAY (DL-UYE-SAY).
       DLR-UYE-SON. EXIT.
       DLR-UYE-ARA.
           IF DL-U-NO (DL-I) = OD-UYE-NO
              ADD 1 TO DL-U-SAY (DL-I) MOVE "E" TO DL-BULDU.
       DLR-UYE-ARA-SON. EXIT.
       DLR-KAPAT. CLOSE ODUNC.
           IF DL-KT-DST = "00" CLOSE KITAP.
           IF DL-AY-DST = "00" CLOSE AYIKLA.
           PERFORM YAZICI-AC.
           MOVE DL-YIL TO DL-B-YIL.
           WRITE CIKTI-SATIRI FROM DLZ1 AFTER 2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "A. KONUYA GORE ODUNC" TO DL-B-BASLIK.
           WRITE CIKTI-SATIRI FROM DLZ2.
           PERFORM DLR-KONU-YAZ THRU DLR-KONU-YAZ-SON
              VARYING DL-I FROM 1 BY 1 UNTIL DL-I > 50.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "B. EN COK ODUNC ALINAN 10 KITAP" TO DL-B-BASLIK.
           WRITE CIKTI-SATIRI FROM DLZ2.
           PERFORM DLR-ENKITAP THRU DLR-ENKITAP-SON
              VARYING DL-SIRA FROM 1 BY 1 UNTIL DL-SIRA > 10.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "C. EN ETKIN 10 UYE" TO DL-B-BASLIK.
           WRITE CIKTI-SATIRI FROM DLZ2.
           PERFORM DLR-ENUYE THRU DLR-ENUYE-SON
              VARYING DL-SIRA FROM 1 BY 1 UNTIL DL-SIRA > 10.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "TOPLAM ODUNC" TO DL-S-ADI.
           MOVE DL-ODUNC TO DL-S-SAY.
           WRITE CIKTI-SATIRI FROM DLZ4.
           MOVE "IADE EDILEN" TO DL-S-ADI.
           MOVE DL-IADE TO DL-S-SAY.
           WRITE CIKTI-SATIRI FROM DLZ4.
           IF DL-TASAN > 0
              MOVE "TABLO DISI KALAN ODUNC" TO DL-S-ADI
              MOVE DL-TASAN TO DL-S-SAY
              WRITE CIKTI-SATIRI FROM DLZ4.
           MOVE "ORTALAMA ODUNC SURESI (GUN)" TO DL-O-ADI.
           MOVE 0 TO DL-O-GUN.
           IF DL-IADE > 0
              COMPUTE DL-O-GUN ROUNDED = DL-GUN-TOP / DL-IADE.
           WRITE CIKTI-SATIRI FROM DLZ5.
           CLOSE YAZICI.
           DISPLAY (23 5) "DOLASIM RAPORU YAZICIDA ENT BAS".
           ACCEPT CEVAP.
           GO DOLASIM-RAPOR-SON.
       DLR-KONU-YAZ.
           IF DL-K-SAY (DL-I) = 0 GO DLR-KONU-YAZ-SON.
           MOVE 0 TO DL-D-SIRA.
           MOVE SPACES TO DL-D-NO.
           MOVE DL-K-KONU (DL-I) TO DL-D-ADI.
           MOVE DL-K-SAY (DL-I) TO DL-D-SAY.
           WRITE CIKTI-SATIRI FROM DLZ3.
       DLR-KONU-YAZ-SON. EXIT.
      * EN BUYUK SAYILI SATIR YAZILIP SIFIRLANIR; ON KEZ TEKRARLANIR.
       DLR-ENKITAP.
           MOVE 0 TO DL-EN DL-ENB.
           PERFORM DLR-ENK-ARA THRU DLR-ENK-ARA-SON
              VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-KITAP-SAY.
           IF DL-EN = 0 GO DLR-ENKITAP-SON.
           MOVE DL-SIRA TO DL-D-SIRA.
           MOVE SPACES TO DL-D-NO.
           MOVE DL-T-KITAP (DL-EN) TO DL-D-ADI.
           MOVE DL-ENB TO DL-D-SAY.
           WRITE CIKTI-SATIRI FROM DLZ3.
           MOVE 0 TO DL-T-SAY (DL-EN).
       DLR-ENKITAP-SON. EXIT.
       DLR-ENK-ARA.
           IF DL-T-SAY (DL-I) > DL-ENB
              MOVE DL-T-SAY (DL-I) TO DL-ENB MOVE DL-I TO DL-EN.
       DLR-ENK-ARA-SON. EXIT.
       DLR-ENUYE.
           MOVE 0 TO DL-EN DL-ENB.
           PERFORM DLR-ENU-ARA THRU DLR-ENU-ARA-SON
              VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-UYE-SAY.
           IF DL-EN = 0 GO DLR-ENUYE-SON.
           MOVE DL-SIRA TO DL-D-SIRA.
           MOVE DL-U-NO (DL-EN) TO DL-D-NO.
           MOVE DL-U-ADI (DL-EN) TO DL-D-ADI.
           MOVE DL-ENB TO DL-D-SAY.
           WRITE CIKTI-SATIRI FROM DLZ3.
           MOVE 0 TO DL-U-SAY (DL-EN).
       DLR-ENUYE-SON. EXIT.
       DLR-ENU-ARA.
           IF DL-U-SAY (DL-I) > DL-ENB
              MOVE DL-U-SAY (DL-I) TO DL-ENB MOVE DL-I TO DL-EN.
       DLR-ENU-ARA-SON. EXIT.
       DOLASIM-RAPOR-SON. EXIT.
      * AYIKLAMA ADAYLARI: ODUNC HAREKETLERI DEMIRBAS SIRASINA
      * DIZILIP KITAP KUTUGUYLE ESLESTIRILIR. KAYIP ISARETLI KOPYA,
      * SON ODUNCU SINIRDAN ESKI KOPYA VE HIC ODUNC VERILMEMIS AMA
      * ALIS TARIHI SINIRDAN ESKI (YA DA BILINMEYEN) KOPYA ADAYDIR.
      * ODUNCTEKI KOPYA LISTEYE GIRMEZ.
       AYIKLAMA-ADAY SECTION.
       AYA-0. DISPLAY (10 1) ERASE.
           DISPLAY (10 5) "KAC YILDIR ODUNC VERILMEYENLER (0=CIKIS):".
           MOVE 5 TO DL-YILSAY.
           DISPLAY (10 47) DL-YILSAY.
           ACCEPT (10 47) DL-YILSAY.
           IF DL-YILSAY = 0 GO AYIKLAMA-ADAY-SON.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           COMPUTE DL-SINIR = OD-BUGUN - DL-YILSAY * 10000.
           DISPLAY (12 5) "LISTE HAZIRLANIYOR, BEKLEYINIZ".
           SORT SRTWRK ON ASCENDING KEY SRT-DEMIRBAS
              INPUT PROCEDURE IS AYA-BESLE THRU AYA-BESLE-SON
              OUTPUT PROCEDURE IS AYA-DOKUM THRU AYA-DOKUM-SON.
           DISPLAY (20 5) "AYIKLAMA ADAYI KOPYA:".
           DISPLAY (20 27) DL-ADAY.
           DISPLAY (23 5) "AYIKLAMA LISTESI YAZICIDA ENT BAS".
           ACCEPT CEVAP.
           GO AYIKLAMA-ADAY-SON.
       AYA-BESLE.
           OPEN INPUT ODUNC.
           IF OD-DST NOT = "00" GO AYA-BESLE-SON.
           MOVE 0 TO OD-SIRA.
           START ODUNC KEY NOT LESS THAN OD-SIRA INVALID KEY
              GO AYB-KAPAT.
       AYB-OKU. READ ODUNC NEXT AT END GO AYB-KAPAT.
           MOVE OD-DEMIRBAS TO SRT-DEMIRBAS.
           MOVE OD-VERIS TO SRT-VERIS.
           RELEASE SRT-KAYDI.
           GO AYB-OKU.
       AYB-KAPAT. CLOSE ODUNC.
       AYA-BESLE-SON. EXIT.
       AYA-DOKUM.
           MOVE 0 TO DL-ADAY.
           PERFORM YAZICI-AC.
           MOVE DL-SINIR TO DL-A-SINIR.
           WRITE CIKTI-SATIRI FROM AYZ1 AFTER 2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           WRITE CIKTI-SATIRI FROM AYZ2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           PERFORM AYA-AL THRU AYA-AL-SON.
           OPEN INPUT KITAP.
           IF KT-DST NOT = "00" GO AYD-BITIR.
           MOVE 0 TO DEMIRBAS-NO.
           START KITAP KEY NOT LESS THAN DEMIRBAS-NO INVALID KEY
              GO AYD-KAPAT.
       AYD-KITAP. READ KITAP NEXT AT END GO AYD-KAPAT.
           MOVE 0 TO DL-SON.
       AYD-ESLE.
           IF DL-S-NO < DEMIRBAS-NO
              PERFORM AYA-AL THRU AYA-AL-SON GO AYD-ESLE.
           IF DL-S-NO > DEMIRBAS-NO GO AYD-SINA.
           IF DL-S-TARIH > DL-SON MOVE DL-S-TARIH TO DL-SON.
           PERFORM AYA-AL THRU AYA-AL-SON.
           GO AYD-ESLE.
       AYD-SINA.
           IF KITAP-ODUNCTE GO AYD-KITAP.
           IF KITAP-KAYIP
              MOVE "KAYIP" TO DL-A-NEDEN GO AYD-YAZ.
           IF DL-SON > 0 AND DL-SON < DL-SINIR
              MOVE "UZUN SURE ODUNCSUZ" TO DL-A-NEDEN GO AYD-YAZ.
           IF DL-SON = 0 AND ALIS-TARIHI < DL-SINIR
              MOVE "HIC ODUNC VERILMEDI" TO DL-A-NEDEN GO AYD-YAZ.
           GO AYD-KITAP.
       AYD-YAZ.
           MOVE DEMIRBAS-NO TO DL-A-NO.
           MOVE K-ADI TO DL-A-KITAP.
           MOVE KONUSU TO DL-A-KONU.
           MOVE "-" TO DL-A-SON.
           IF DL-SON > 0 MOVE DL-SON TO DL-A-SON.
           WRITE CIKTI-SATIRI FROM AYZ3.
           ADD 1 TO DL-ADAY.
           GO AYD-KITAP.
       AYD-KAPAT. CLOSE KITAP.
       AYD-BITIR.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "AYIKLAMA ADAYI KOPYA" TO DL-S-ADI.
           MOVE DL-ADAY TO DL-S-SAY.
           WRITE CIKTI-SATIRI FROM DLZ4.
           CLOSE YAZICI.
       AYA-DOKUM-SON. EXIT.
      * SIRALI ODUNC HAREKETINDEN BIRINI ALIR; BITINCE DL-S-NO
      * HICBIR DEMIRBASIN ALTINDA KALMAYACAK DEGERE CEKILIR.
       AYA-AL.
           RETURN SRTWRK AT END
              MOVE 999999 TO DL-S-NO GO AYA-AL-SON.
           MOVE SRT-DEMIRBAS TO DL-S-NO.
           MOVE SRT-VERIS TO DL-S-TARIH.
       AYA-AL-SON. EXIT.
       AYIKLAMA-ADAY-SON. EXIT.
      * YIL ICINDE KOLEKSIYONDAN CIKARILAN KOPYALAR VE ALIS BEDELLERI.
       CIKARILAN-LISTE SECTION.
       CKL-0. DISPLAY (10 1) ERASE.
           DISPLAY (10 5) "LISTE YILI (0=CIKIS):".
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           DIVIDE OD-BUGUN BY 10000 GIVING DL-YIL.
           DISPLAY (10 27) DL-YIL.
           ACCEPT (10 27) DL-YIL.
           IF DL-YIL = 0 GO CIKARILAN-LISTE-SON.
           OPEN INPUT AYIKLA.
           IF AY-DST NOT = "00"
              DISPLAY (23 5) "CIKARILAN KOPYA YOK ENT BAS"
              ACCEPT CEVAP GO CIKARILAN-LISTE-SON.
           COMPUTE DL-BAS-T = DL-YIL * 10000 + 101.
           COMPUTE DL-BIT-T = DL-YIL * 10000 + 1231.
           MOVE 0 TO DL-ADAY DL-BEDEL.
           PERFORM YAZICI-AC.
           MOVE DL-YIL TO DL-L-YIL.
           WRITE CIKTI-SATIRI FROM AYZ4 AFTER 2.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE 0 TO AY-DEMIRBAS.
           START AYIKLA KEY NOT LESS THAN AY-DEMIRBAS INVALID KEY
              GO CKL-KAPAT.
       CKL-OKU. READ AYIKLA NEXT AT END GO CKL-KAPAT.
           IF AY-TARIH < DL-BAS-T OR AY-TARIH > DL-BIT-T GO CKL-OKU.
           MOVE AY-DEMIRBAS TO DL-L-NO.
           MOVE AY-KITAP TO DL-L-KITAP.
           MOVE AY-TARIH TO DL-L-TARIH.
           MOVE AY-NEDEN TO DL-L-NEDEN.
           MOVE AY-OPERATOR TO DL-L-OPER.
           WRITE CIKTI-SATIRI FROM AYZ5.
           ADD 1 TO DL-ADAY.
           ADD AY-BEDEL TO DL-BEDEL.
           GO CKL-OKU.
       CKL-KAPAT. CLOSE AYIKLA.
           WRITE CIKTI-SATIRI FROM CIZGI.
           MOVE "CIKARILAN KOPYA" TO DL-S-ADI.
           MOVE DL-ADAY TO DL-S-SAY.
           WRITE CIKTI-SATIRI FROM DLZ4.
           MOVE "ALIS BEDELI TOPLAMI" TO AL-S-ADI.
           MOVE DL-BEDEL TO AL-S-TUTAR.
           WRITE CIKTI-SATIRI FROM ALZ8.
           CLOSE YAZICI.
           DISPLAY (23 5) "CIKARILAN KOPYALAR YAZICIDA ENT BAS".
           ACCEPT CEVAP.
       CIKARILAN-LISTE-SON. EXIT.
      * SILINEN KOPYANIN CIKARMA KAYDI. KAYIT AYNI NUMARAYLA VARSA
      * (ESKI BIR CIKARMA) USTUNE YAZILIR. SONUC AY-DST'DE.
       CIKARMA-YAZ.
           OPEN I-O AYIKLA.
           IF AY-DST = "35" OPEN OUTPUT AYIKLA CLOSE AYIKLA
              OPEN I-O AYIKLA.
           IF AY-DST NOT = "00" GO CIKARMA-YAZ-SON.
           MOVE DEMIRBAS-NO TO AY-DEMIRBAS.
           MOVE K-ADI TO AY-KITAP.
           MOVE Y-ADI TO AY-YAZAR.
           MOVE KONUSU TO AY-KONU.
           MOVE B-YILI TO AY-BYILI.
           MOVE ODUNC-DURUMU TO AY-DURUM.
           MOVE ALIS-BEDELI TO AY-BEDEL.
           MOVE ALIS-TARIHI TO AY-ALIS.
           ACCEPT OD-BUGUN FROM DATE YYYYMMDD.
           MOVE OD-BUGUN TO AY-TARIH.
           MOVE DL-NEDEN TO AY-NEDEN.
           MOVE MENU-OPERATOR TO AY-OPERATOR.
           WRITE AYIKLA-KAYDI INVALID KEY
              REWRITE AYIKLA-KAYDI INVALID KEY CONTINUE.
           MOVE AY-DST TO DL-AY-DST.
           CLOSE AYIKLA.
           MOVE DL-AY-DST TO AY-DST.
       CIKARMA-YAZ-SON. EXIT.
       SON SECTION.
       SSS. DISPLAY (1 1) ERASE. GOBACK.
      * RAPOR CIKTISI ONCE NUMARALI KUYRUK (SPOOL) DOSYASINA ACILIR;
