      * TARIHLI YEDEK SORGUSU. YEDEKLE VE GECE'NIN CIKARDIGI TARIHLI
      * YEDEKLERDEN (BRD.YYMMDD, KON2.YYMMDD, ...) BIRINI SALT OKUNUR
      * ACAR; KAYITLAR ANAHTARLA BULUNUP ILERI DOGRU GEZILIR. EKRANDAKI
      * KAYIT ISTENIRSE CANLI DOSYADAKI AYNI ANAHTARLI KAYITLA ALAN ALAN
      * KARSILASTIRILIR, FARKLAR EKRANA VE ISTENIRSE YAZICIYA DOKULUR.
      * HICBIR DOSYAYA YAZMAZ; CANLI DOSYAYI DEGISTIRMEK ICIN GERIYUK
      * KULLANILIR. ALAN ADLARI, YERLERI VE TURLERI YT- TABLOLARINDADIR
      * (X METIN, 9 SAYI, S ISARETLI SAYI, V IKI ONDALIKLI, G GGAAYYYY,
      * T YYYYAAGG TARIH).
      * SIRKETE AIT KUTUKLERDE (CEKN, MIZAN, CARI, KASA, YEVMIYE)
      * SIRKET KODU SORULUR; YEDEK VE CANLI DOSYA O SIRKETIN
      * DIZININDEN ACILIR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEDSORGU.
       AUTHOR. MEHMET HARAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRD ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD
           ALTERNATE RECORD KEY DT-KOD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT KON1 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD1
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT KON2 ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KOD2
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT ADRES ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY ADR-NO
           ALTERNATE RECORD KEY ANAHTAR WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT KITAP ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY DEMIRBAS-NO
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT CEKN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CEK-NO
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT MIZAN ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY MUSTERI-KODU
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT CARI ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY CARI-ANAHTARI
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT BRDH ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY BH-KOD
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT ODEME ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY OD-KOD
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT KASA ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY KS-KOD
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT YEVMIYE ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY YV-KOD
           SHARING WITH ALL OTHER
           FILE STATUS Y-DST.
           SELECT SIRKET ASSIGN TO DISK ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD KEY SK-KOD
           SHARING WITH ALL OTHER
           FILE STATUS SK-DST.
           SELECT YAZICI ASSIGN TO DISK ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KAYITLARIN YALNIZ ANAHTARLARI TANIMLIDIR; ALANLAR YT- TABLOSU
      * ILE Y-KAYIT UZERINDEN OKUNUR. DOSYA ADI ACILISTA Y-DOSYA'DAN
      * ALINIR (YEDEK YA DA CANLI).
       FD BRD LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 BRD-KAYDI.
           02 KOD.
              03 F PIC X(12).
              03 DT-KOD PIC X(13).
           02 BRD-GERISI PIC X(49).
       FD KON1 LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 KON1-KAYDI.
           02 KOD1 PIC X(15).
           02 KON1-GERISI PIC X(85).
       FD KON2 LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 KON2-KAYDI.
           02 KOD2 PIC X(31).
           02 KON2-GERISI PIC X(62).
       FD ADRES LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 ADRES-KAYDI.
           02 ADR-NO    PIC 9(6).
           02 ANAHTAR   PIC X(30).
           02 ADR-GERISI PIC X(117).
       FD KITAP LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 KITAP-KAYDI.
           02 DEMIRBAS-NO PIC 9(6).
           02 KITAP-GERISI PIC X(108).
       FD CEKN LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 CEKN-KAYDI.
           02 CEK-NO         PIC 9(6).
           02 CEK-GERISI     PIC X(186).
       FD MIZAN LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 MIZAN-KAYDI.
           02 MUSTERI-KODU PIC X(8).
           02 MIZ-GERISI PIC X(87).
       FD CARI LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 CARI-KAYDI.
           02 CARI-ANAHTARI PIC X(13).
           02 CARI-GERISI PIC X(88).
       FD BRDH LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 BRDH-KAYDI.
           02 BH-KOD PIC X(11).
           02 BH-GERISI PIC X(17).
       FD ODEME LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 ODEME-KAYDI.
           02 OD-KOD PIC X(13).
           02 OD-GERISI PIC X(45).
       FD KASA LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 KASA-KAYDI.
           02 KS-KOD PIC X(14).
           02 KS-GERISI PIC X(53).
       FD YEVMIYE LABEL RECORD STANDARD VALUE OF FILE-ID Y-DOSYA.
       01 YEVMIYE-KAYDI.
           02 YV-KOD PIC X(8).
           02 YV-GERISI PIC X(61).
      * SIRKET.DAT - ANAMENU'NUN SIRKET KUTUGU.
       FD SIRKET LABEL RECORD STANDARD VALUE OF FILE-ID "SIRKET.DAT".
       01 SIRKET-KAYDI.
           02 SK-KOD PIC XX.
           02 SK-ADI PIC X(30).
           02 SK-DIZIN PIC X(40).
       FD YAZICI LABEL RECORD STANDARD VALUE OF FILE-ID SPOOL-AD.
       01 YAZ PIC X(80).
       WORKING-STORAGE SECTION.
       77 SPOOL-PRG PIC X(8) VALUE "YEDSORGU".
       77 SPOOL-AD PIC X(12) VALUE "SPOOL.PRN".
       77 CEVAP PIC X VALUE SPACE.
       77 SEC PIC 99 VALUE 0.
       77 Y-DST PIC XX VALUE SPACES.
       77 Y-DOSYA PIC X(54) VALUE SPACES.
       77 Y-CANLI PIC X(52) VALUE SPACES.
       77 Y-ONEK PIC X(48) VALUE SPACES.
       77 Y-ADAY PIC X(54) VALUE SPACES.
       77 Y-KOK PIC X(8) VALUE SPACES.
       77 SK-DST PIC XX VALUE SPACES.
       77 SD-KOD PIC XX VALUE SPACES.
       77 SD-DIZIN PIC X(40) VALUE SPACES.
       77 Y-SECILEN PIC X(6) VALUE SPACES.
       77 Y-DURUM PIC S9(9) COMP-5 VALUE 0.
       77 Y-BILGI PIC X(64) VALUE SPACES.
       77 BUGUN-YMD PIC 9(8) VALUE 0.
       77 GUN-SAYAC PIC 9(9) VALUE 0.
       77 DENEME PIC 9(3) VALUE 0.
       77 TAM-TARIH PIC 9(8) VALUE 0.
       77 KISA-TARIH PIC X(6) VALUE SPACES.
       77 BULUNAN PIC 9(3) VALUE 0.
       77 LIN PIC 99 VALUE 0.
      * ANAHTAR: UZUNLUGU, GIRIS TURU (9 NUMARA, X KOD) VE KOD BOYU.
       77 Y-ANAH-UZ PIC 99 VALUE 0.
       77 Y-GIR-TUR PIC X VALUE SPACE.
       77 Y-GIR-UZ PIC 99 VALUE 0.
       77 Y-GIR-N PIC 9(6) VALUE 0.
       77 Y-GIR-X PIC X(15) VALUE SPACES.
       77 Y-ANAHTAR PIC X(31) VALUE SPACES.
       77 Y-BULUNDU PIC X VALUE "H".
       77 Y-SONU PIC X VALUE "H".
       77 Y-ACIK PIC X VALUE "H".
       77 Y-I PIC 99 VALUE 0.
       77 Y-ALAN-SAYI PIC 99 VALUE 0.
       77 Y-FARK-SAYI PIC 99 VALUE 0.
       77 Y-CANLI-DRM PIC X VALUE SPACE.
       77 Y-DEGER PIC X(40) VALUE SPACES.
       77 Y-KAYIT PIC X(200) VALUE SPACES.
       77 Y-YEDEK-K PIC X(200) VALUE SPACES.
       77 Y-CANLI-K PIC X(200) VALUE SPACES.
       77 Y-K PIC X(200) VALUE SPACES.
       77 Y-S-ED PIC -(10)9.
       01 Y-S-ALAN.
           02 Y-S-X PIC X(11).
           02 Y-S-N REDEFINES Y-S-X PIC S9(11).
      * SECILEN DOSYANIN ALAN TABLOSU (YT- TABLOLARINDAN YUKLENIR).
       01 Y-TABLO.
           02 Y-ALAN OCCURS 18 TIMES.
              03 Y-A-AD PIC X(12).
              03 Y-A-BAS PIC 9(3).
              03 Y-A-UZ PIC 99.
              03 Y-A-TIP PIC X.
       01 Y-FARKLAR.
           02 Y-FARK PIC X(78) OCCURS 18 TIMES.
       01 Y-FARK-SATIR.
           02 Y-F-AD PIC X(12).
           02 F PIC X VALUE SPACE.
           02 Y-F-ESKI PIC X(32).
           02 F PIC X VALUE SPACE.
           02 Y-F-YENI PIC X(32).
       01 Y-BASLIK.
           02 F PIC X(13) VALUE "ALAN".
           02 F PIC X(7) VALUE "YEDEK ".
           02 Y-B-TARIH PIC X(26).
           02 F PIC X(5) VALUE "CANLI".
       01 YT-BRD.
           02 F PIC X(18) VALUE "FIS NO      001069".
           02 F PIC X(18) VALUE "KALITE      00706X".
           02 F PIC X(18) VALUE "DONEM       01305X".
           02 F PIC X(18) VALUE "TARIH       01808T".
           02 F PIC X(18) VALUE "UYE NO      026049".
           02 F PIC X(18) VALUE "AD SOYAD    03020X".
           02 F PIC X(18) VALUE "TANE        050049".
           02 F PIC X(18) VALUE "BAREM FIATI 054069".
           02 F PIC X(18) VALUE "MIKTAR      060049".
           02 F PIC X(18) VALUE "ST NO       064039".
           02 F PIC X(18) VALUE "IPTAL       06701X".
           02 F PIC X(18) VALUE "TARTIM FIS  068069".
           02 F PIC X(18) VALUE "AKTARIM     07401X".
       01 YT-KON1.
           02 F PIC X(18) VALUE "KOD         00115X".
           02 F PIC X(18) VALUE "UNVAN       01637X".
           02 F PIC X(18) VALUE "ADRES       05322X".
           02 F PIC X(18) VALUE "BAKIYE      07511S".
           02 F PIC X(18) VALUE "LIMIT       086119".
           02 F PIC X(18) VALUE "ISK ORANI   09704V".
       01 YT-KON2.
           02 F PIC X(18) VALUE "MUSTERI KODU00115X".
           02 F PIC X(18) VALUE "ISLEM NO    016089".
           02 F PIC X(18) VALUE "TARIH       02408G".
           02 F PIC X(18) VALUE "MAL ADI     03229X".
           02 F PIC X(18) VALUE "TUTAR       061119".
           02 F PIC X(18) VALUE "ISLEM TIPI  07201X".
           02 F PIC X(18) VALUE "MAL KODU    07308X".
           02 F PIC X(18) VALUE "ADET        081049".
           02 F PIC X(18) VALUE "AKTARIM     08501X".
           02 F PIC X(18) VALUE "NEDEN       08602X".
           02 F PIC X(18) VALUE "FATURA NO   088069".
       01 YT-ADRES.
           02 F PIC X(18) VALUE "NO          001069".
           02 F PIC X(18) VALUE "ANAHTAR     00730X".
           02 F PIC X(18) VALUE "AD SOYAD    03730X".
           02 F PIC X(18) VALUE "TELEFON     06720X".
           02 F PIC X(18) VALUE "SEHIR       08720X".
           02 F PIC X(18) VALUE "NOT         10730X".
           02 F PIC X(18) VALUE "ORTAK KODU  13715X".
           02 F PIC X(18) VALUE "KATEGORI    15202X".
       01 YT-KITAP.
           02 F PIC X(18) VALUE "DEMIRBAS NO 001069".
           02 F PIC X(18) VALUE "KITAP ADI   00720X".
           02 F PIC X(18) VALUE "YAZAR       02720X".
           02 F PIC X(18) VALUE "KONUSU      04710X".
           02 F PIC X(18) VALUE "BASIM YILI  057049".
           02 F PIC X(18) VALUE "ADET        061029".
           02 F PIC X(18) VALUE "ODUNC DURUMU06301X".
           02 F PIC X(18) VALUE "ODUNC ALAN  06420X".
           02 F PIC X(18) VALUE "ODUNC TARIHI08408X".
           02 F PIC X(18) VALUE "ALIS BEDELI 092099".
           02 F PIC X(18) VALUE "ALIS TARIHI 10108T".
           02 F PIC X(18) VALUE "SIPARIS NO  109069".
       01 YT-CEKN.
           02 F PIC X(18) VALUE "CEK NO      001069".
           02 F PIC X(18) VALUE "TUR         00701X".
           02 F PIC X(18) VALUE "BANKA       00820X".
           02 F PIC X(18) VALUE "MUSTERI     02830X".
           02 F PIC X(18) VALUE "TUTAR       058119".
           02 F PIC X(18) VALUE "VADE        06908G".
           02 F PIC X(18) VALUE "DURUM       07701X".
           02 F PIC X(18) VALUE "GIRIS TARIHI07808G".
           02 F PIC X(18) VALUE "GIRIS OPER. 08610X".
           02 F PIC X(18) VALUE "ISLEM TARIHI09608G".
           02 F PIC X(18) VALUE "ISLEM OPER. 10410X".
           02 F PIC X(18) VALUE "AKTARIM     11401X".
           02 F PIC X(18) VALUE "CIRO EDILEN 11520X".
           02 F PIC X(18) VALUE "CIRO TARIHI 13508G".
           02 F PIC X(18) VALUE "BORDRO NO   143049".
           02 F PIC X(18) VALUE "TESLIM SUBE 14720X".
           02 F PIC X(18) VALUE "ODENEN      167119".
           02 F PIC X(18) VALUE "ORTAK KODU  17815X".
       01 YT-MIZAN.
           02 F PIC X(18) VALUE "MUSTERI KODU00108X".
           02 F PIC X(18) VALUE "UNVAN       00925X".
           02 F PIC X(18) VALUE "BORC        034099".
           02 F PIC X(18) VALUE "ALACAK      043099".
           02 F PIC X(18) VALUE "BORC BAKIYE 052099".
           02 F PIC X(18) VALUE "ALACAK BAK. 061099".
           02 F PIC X(18) VALUE "ACILIS BORC 070099".
           02 F PIC X(18) VALUE "ACILIS ALCK.079099".
           02 F PIC X(18) VALUE "KAPANIS TRH.08808T".
       01 YT-CARI.
           02 F PIC X(18) VALUE "MUSTERI KODU00108X".
           02 F PIC X(18) VALUE "SIRA NO     009059".
           02 F PIC X(18) VALUE "TARIH       01408G".
           02 F PIC X(18) VALUE "ACIKLAMA    02225X".
           02 F PIC X(18) VALUE "UNVAN       04725X".
           02 F PIC X(18) VALUE "BORC        072099".
           02 F PIC X(18) VALUE "ALACAK      081099".
           02 F PIC X(18) VALUE "KAYNAK      09004X".
           02 F PIC X(18) VALUE "REFERANS    094089".
       01 YT-BRDH.
           02 F PIC X(18) VALUE "FIS NO      001069".
           02 F PIC X(18) VALUE "DONEM       00705X".
           02 F PIC X(18) VALUE "TARIH       01208T".
           02 F PIC X(18) VALUE "UYE NO      020049".
           02 F PIC X(18) VALUE "ST NO       024039".
           02 F PIC X(18) VALUE "SATIR       027029".
       01 YT-ODEME.
           02 F PIC X(18) VALUE "UYE NO      001049".
           02 F PIC X(18) VALUE "DONEM       00505X".
           02 F PIC X(18) VALUE "SIRA        010049".
           02 F PIC X(18) VALUE "TARIH       01410X".
           02 F PIC X(18) VALUE "TIPI        02401X".
           02 F PIC X(18) VALUE "TUTAR       025099".
           02 F PIC X(18) VALUE "ACIKLAMA    03420X".
           02 F PIC X(18) VALUE "PARTI       054049".
           02 F PIC X(18) VALUE "AKTARIM     05801X".
       01 YT-KASA.
           02 F PIC X(18) VALUE "TARIH       00108T".
           02 F PIC X(18) VALUE "KASA        00902X".
           02 F PIC X(18) VALUE "SIRA        011049".
           02 F PIC X(18) VALUE "YON         01501X".
           02 F PIC X(18) VALUE "KATEGORI    01604X".
           02 F PIC X(18) VALUE "TUTAR       020119".
           02 F PIC X(18) VALUE "ACIKLAMA    03125X".
           02 F PIC X(18) VALUE "KAYNAK      05604X".
           02 F PIC X(18) VALUE "REFERANS    060089".
       01 YT-YEVMIYE.
           02 F PIC X(18) VALUE "YEVMIYE NO  001069".
           02 F PIC X(18) VALUE "SIRA        007029".
           02 F PIC X(18) VALUE "TARIH       00908T".
           02 F PIC X(18) VALUE "HESAP       01706X".
           02 F PIC X(18) VALUE "ACIKLAMA    02325X".
           02 F PIC X(18) VALUE "BORC        048119".
           02 F PIC X(18) VALUE "ALACAK      059119".
       SCREEN SECTION.
       01 MENU-EKRANI.
           02 BLANK SCREEN.
           02 LINE 3  COLUMN 11 VALUE "TARIHLI YEDEK SORGUSU".
           02 LINE 5  COLUMN 11 VALUE "1. BRD.DAT   (ZEYTIN ALIM)".
           02 LINE 6  COLUMN 11 VALUE "2. KON1.DOS  (KONSIYE KOD)".
           02 LINE 7  COLUMN 11 VALUE "3. KON2.DOS  (KONSIYE HRK)".
           02 LINE 8  COLUMN 11 VALUE "4. ADRES.DAT (ADRES DEFT)".
           02 LINE 9  COLUMN 11 VALUE "5. KITAP.DOS (KUTUPHANE)".
           02 LINE 10 COLUMN 11 VALUE "6. CEKN.DAT  (CEK-SENET)".
           02 LINE 11 COLUMN 11 VALUE "7. MIZAN.DAT (CARI HSP)".
           02 LINE 12 COLUMN 11 VALUE "8. CARI.DAT  (CARI HRK)".
           02 LINE 5  COLUMN 45 VALUE "9.  BRDH.DAT    (FIS BASLIK)".
           02 LINE 6  COLUMN 45 VALUE "10. ODEME.DAT   (URETICI ODM)".
           02 LINE 7  COLUMN 45 VALUE "11. KASA.DAT    (KASA DEFT)".
           02 LINE 8  COLUMN 45 VALUE "12. YEVMIYE.DAT (YEVMIYE)".
           02 LINE 14 COLUMN 11 VALUE "0. CIKIS".
           02 LINE 16 COLUMN 11 VALUE "SECIMINIZ:".
           02 LINE 16 COLUMN 22 PIC 99 USING SEC.
       PROCEDURE DIVISION.
       BASLA. DISPLAY (1 1) ERASE.
       YS-MENU. MOVE 0 TO SEC.
           DISPLAY MENU-EKRANI.
           ACCEPT MENU-EKRANI ON ESCAPE GO YS-SON.
           IF SEC = 0 GO YS-SON.
           IF SEC > 12 GO YS-MENU.
           MOVE SPACES TO SD-DIZIN.
           IF SEC = 6 OR SEC = 7 OR SEC = 8 OR SEC = 11 OR SEC = 12
              PERFORM SIRKET-SOR THRU SIRKET-SOR-SON
              IF SD-KOD = SPACES GO YS-MENU.
           PERFORM YS-HAZIRLA THRU YS-HAZIRLA-SON.
           PERFORM KUSAK-LISTELE THRU KUSAK-LISTELE-SON.
           IF BULUNAN = 0
              DISPLAY (23 11) "HIC YEDEK KUSAGI BULUNAMADI ENT BAS"
              ACCEPT CEVAP GO YS-MENU.
           PERFORM KUSAK-SEC THRU KUSAK-SEC-SON.
           IF Y-SECILEN = SPACES GO YS-MENU.
           MOVE Y-ADAY TO Y-DOSYA.
           PERFORM YS-AC THRU YS-AC-SON.
           IF Y-ACIK NOT = "E"
              DISPLAY (23 11) "YEDEK ACILAMADI ENT BAS"
              ACCEPT CEVAP GO YS-MENU.
       YS-ANAHTAR. DISPLAY (1 1) ERASE.
           PERFORM YS-UST THRU YS-UST-SON.
           MOVE LOW-VALUES TO Y-ANAHTAR.
           IF Y-GIR-TUR = "9"
              DISPLAY (3 1) "BASLANGIC NUMARASI (0=BASTAN):"
              MOVE 0 TO Y-GIR-N
              ACCEPT (3 33) Y-GIR-N WITH PROMPT UPDATE
              MOVE Y-GIR-N TO Y-ANAHTAR (1:6)
           ELSE
              DISPLAY (3 1) "BASLANGIC KODU (BOS=BASTAN):"
              MOVE SPACES TO Y-GIR-X
              ACCEPT (3 33) Y-GIR-X WITH PROMPT UPDATE
              MOVE Y-GIR-X (1:Y-GIR-UZ) TO Y-ANAHTAR (1:Y-GIR-UZ).
           PERFORM YS-KONUM THRU YS-KONUM-SON.
           IF Y-BULUNDU = "H"
              DISPLAY (23 1) "BU ANAHTARDAN SONRA KAYIT YOK ENT BAS"
              ACCEPT CEVAP GO YS-KOMUT-2.
       YS-SONRAKI.
           PERFORM YS-OKU-SIRALI THRU YS-OKU-SIRALI-SON.
           IF Y-SONU = "E"
              DISPLAY (23 1) ERASE
              DISPLAY (23 1) "YEDEK DOSYANIN SONU ENT BAS"
              ACCEPT CEVAP GO YS-KOMUT-2.
           MOVE Y-KAYIT TO Y-YEDEK-K.
       YS-KOMUT. PERFORM YS-GOSTER THRU YS-GOSTER-SON.
       YS-KOMUT-1. DISPLAY (23 1) ERASE.
           DISPLAY (23 1) "S=SONRAKI K=CANLI ILE KARSILASTIR".
           DISPLAY (24 1) "A=YENI ANAHTAR C=CIKIS:".
           MOVE SPACE TO CEVAP.
           ACCEPT (24 25) CEVAP WITH PROMPT.
           IF CEVAP = "S" GO YS-SONRAKI.
           IF CEVAP = "K"
              PERFORM YS-KARSILASTIR THRU YS-KARSILASTIR-SON
              IF Y-ACIK NOT = "E" GO YS-MENU
              ELSE GO YS-KOMUT.
           IF CEVAP = "A" GO YS-ANAHTAR.
           IF CEVAP = "C" PERFORM YS-KAPAT THRU YS-KAPAT-SON
              GO YS-MENU.
           GO YS-KOMUT-1.
      * EKRANDA KAYIT YOKKEN YALNIZ YENI ANAHTAR YA DA CIKIS.
       YS-KOMUT-2. DISPLAY (23 1) ERASE.
           DISPLAY (23 1) "A=YENI ANAHTAR C=CIKIS:".
           MOVE SPACE TO CEVAP.
           ACCEPT (23 25) CEVAP WITH PROMPT.
           IF CEVAP = "A" GO YS-ANAHTAR.
           IF CEVAP = "C" PERFORM YS-KAPAT THRU YS-KAPAT-SON
              GO YS-MENU.
           GO YS-KOMUT-2.
       YS-SON. DISPLAY (1 1) ERASE. GOBACK.
       YS-UST. DISPLAY (1 1) "YEDEK:". DISPLAY (1 8) Y-ADAY.
           DISPLAY (2 1) "CANLI:". DISPLAY (2 8) Y-CANLI.
       YS-UST-SON. EXIT.
      *
      * SECILEN DOSYANIN CANLI ADI, YEDEK ONEKI, ANAHTARI VE ALAN
      * TABLOSU.
      *
       YS-HAZIRLA. MOVE SPACES TO Y-TABLO.
           IF SEC = 1 MOVE "BRD.DAT" TO Y-DOSYA MOVE "BRD." TO Y-KOK
              MOVE 25 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-BRD TO Y-TABLO MOVE 13 TO Y-ALAN-SAYI.
           IF SEC = 2 MOVE "KON1.DOS" TO Y-DOSYA
              MOVE "KON1." TO Y-KOK
              MOVE 15 TO Y-ANAH-UZ Y-GIR-UZ MOVE "X" TO Y-GIR-TUR
              MOVE YT-KON1 TO Y-TABLO MOVE 6 TO Y-ALAN-SAYI.
           IF SEC = 3 MOVE "KON2.DOS" TO Y-DOSYA
              MOVE "KON2." TO Y-KOK
              MOVE 31 TO Y-ANAH-UZ MOVE 15 TO Y-GIR-UZ
              MOVE "X" TO Y-GIR-TUR
              MOVE YT-KON2 TO Y-TABLO MOVE 11 TO Y-ALAN-SAYI.
           IF SEC = 4 MOVE "ADRES.DAT" TO Y-DOSYA
              MOVE "ADRES." TO Y-KOK
              MOVE 6 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-ADRES TO Y-TABLO MOVE 8 TO Y-ALAN-SAYI.
           IF SEC = 5 MOVE "KITAP.DOS" TO Y-DOSYA
              MOVE "KITAP." TO Y-KOK
              MOVE 6 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-KITAP TO Y-TABLO MOVE 12 TO Y-ALAN-SAYI.
           IF SEC = 6 MOVE "CEKN.DAT" TO Y-DOSYA
              MOVE "CEKN." TO Y-KOK
              MOVE 6 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-CEKN TO Y-TABLO MOVE 18 TO Y-ALAN-SAYI.
           IF SEC = 7 MOVE "MIZAN.DAT" TO Y-DOSYA
              MOVE "MIZAN." TO Y-KOK
              MOVE 8 TO Y-ANAH-UZ Y-GIR-UZ MOVE "X" TO Y-GIR-TUR
              MOVE YT-MIZAN TO Y-TABLO MOVE 9 TO Y-ALAN-SAYI.
           IF SEC = 8 MOVE "CARI.DAT" TO Y-DOSYA
              MOVE "CARI." TO Y-KOK
              MOVE 13 TO Y-ANAH-UZ MOVE 8 TO Y-GIR-UZ
              MOVE "X" TO Y-GIR-TUR
              MOVE YT-CARI TO Y-TABLO MOVE 9 TO Y-ALAN-SAYI.
           IF SEC = 9 MOVE "BRDH.DAT" TO Y-DOSYA
              MOVE "BRDH." TO Y-KOK
              MOVE 11 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-BRDH TO Y-TABLO MOVE 6 TO Y-ALAN-SAYI.
           IF SEC = 10 MOVE "ODEME.DAT" TO Y-DOSYA
              MOVE "ODEME." TO Y-KOK
              MOVE 13 TO Y-ANAH-UZ MOVE 4 TO Y-GIR-UZ
              MOVE "X" TO Y-GIR-TUR
              MOVE YT-ODEME TO Y-TABLO MOVE 9 TO Y-ALAN-SAYI.
           IF SEC = 11 MOVE "KASA.DAT" TO Y-DOSYA
              MOVE "KASA." TO Y-KOK
              MOVE 14 TO Y-ANAH-UZ MOVE 8 TO Y-GIR-UZ
              MOVE "X" TO Y-GIR-TUR
              MOVE YT-KASA TO Y-TABLO MOVE 9 TO Y-ALAN-SAYI.
           IF SEC = 12 MOVE "YEVMIYE.DAT" TO Y-DOSYA
              MOVE "YEVMIYE." TO Y-KOK
              MOVE 8 TO Y-ANAH-UZ MOVE "9" TO Y-GIR-TUR
              MOVE YT-YEVMIYE TO Y-TABLO MOVE 7 TO Y-ALAN-SAYI.
      * SIRKETE AIT KUTUKLERDE ADLAR SIRKET DIZINIYLE ONEKLENIR.
           MOVE SPACES TO Y-CANLI Y-ONEK.
           STRING SD-DIZIN DELIMITED BY SPACE
              Y-DOSYA DELIMITED BY SPACE INTO Y-CANLI.
           STRING SD-DIZIN DELIMITED BY SPACE
              Y-KOK DELIMITED BY SPACE INTO Y-ONEK.
       YS-HAZIRLA-SON. EXIT.
      *
      * SIRKETE AIT KUTUK ICIN SIRKET KODU SORULUR, DIZINI
      * SIRKET.DAT'TAN ALINIR. 01 ANA SIRKETTIR, DOSYALARI PROGRAM
      * DIZININDEDIR. VAZGECILIRSE YA DA SIRKET BULUNAMAZSA SD-KOD
      * BOS DONER.
      *
       SIRKET-SOR.
           MOVE SPACES TO SD-KOD SD-DIZIN.
           DISPLAY (18 11) "SIRKET KODU (BOS=01 ANA SIRKET):".
           ACCEPT (18 45) SD-KOD.
           IF SD-KOD = SPACES MOVE "01" TO SD-KOD.
           IF SD-KOD = "01" GO SIRKET-SOR-SON.
           OPEN INPUT SIRKET.
           IF SK-DST NOT = "00"
              DISPLAY (23 11) "SIRKET.DAT ACILAMADI ENT BAS"
              ACCEPT CEVAP MOVE SPACES TO SD-KOD GO SIRKET-SOR-SON.
           MOVE SD-KOD TO SK-KOD.
           READ SIRKET INVALID KEY MOVE SPACES TO SD-KOD.
           CLOSE SIRKET.
           IF SD-KOD = SPACES
              DISPLAY (23 11) "SIRKET TANIMSIZ ENT BAS"
              ACCEPT CEVAP GO SIRKET-SOR-SON.
           MOVE SK-DIZIN TO SD-DIZIN.
       SIRKET-SOR-SON. EXIT.
      *
      * SON 400 GUNUN TARIHLI YEDEKLERINI DISKTE ARAR VE LISTELER.
      *
       KUSAK-LISTELE.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 11) "BULUNAN YEDEK KUSAKLARI - ".
           DISPLAY (1 37) Y-DOSYA.
           IF SD-DIZIN NOT = SPACES DISPLAY (2 11) SD-DIZIN.
           MOVE 0 TO BULUNAN DENEME. MOVE 2 TO LIN.
           ACCEPT BUGUN-YMD FROM DATE YYYYMMDD.
           COMPUTE GUN-SAYAC = FUNCTION INTEGER-OF-DATE(BUGUN-YMD).
       KL-DONGU.
           ADD 1 TO DENEME.
           IF DENEME > 400 GO KUSAK-LISTELE-SON.
           COMPUTE TAM-TARIH = FUNCTION DATE-OF-INTEGER(GUN-SAYAC).
           SUBTRACT 1 FROM GUN-SAYAC.
           MOVE TAM-TARIH (3:6) TO KISA-TARIH.
           MOVE SPACES TO Y-ADAY.
           STRING Y-ONEK DELIMITED BY SPACE
              KISA-TARIH DELIMITED BY SIZE INTO Y-ADAY.
           CALL "CBL_CHECK_FILE_EXIST" USING Y-ADAY Y-BILGI
              RETURNING Y-DURUM.
           IF Y-DURUM NOT = 0 GO KL-DONGU.
           ADD 1 TO BULUNAN. ADD 1 TO LIN.
           DISPLAY (LIN 11) Y-ADAY.
           IF LIN = 20
              DISPLAY (23 11) "DEVAMI VAR ENT BAS" ACCEPT CEVAP
              DISPLAY (1 1) ERASE MOVE 2 TO LIN.
           GO KL-DONGU.
       KUSAK-LISTELE-SON. EXIT.
       KUSAK-SEC.
           MOVE SPACES TO Y-SECILEN.
           DISPLAY (22 11)
              "SORGULANACAK TARIH (YYMMDD, BOS=VAZGEC):".
           ACCEPT (22 53) Y-SECILEN.
           IF Y-SECILEN = SPACES GO KUSAK-SEC-SON.
           MOVE SPACES TO Y-ADAY.
           STRING Y-ONEK DELIMITED BY SPACE
              Y-SECILEN DELIMITED BY SIZE INTO Y-ADAY.
           CALL "CBL_CHECK_FILE_EXIST" USING Y-ADAY Y-BILGI
              RETURNING Y-DURUM.
           IF Y-DURUM NOT = 0
              DISPLAY (23 11) "BU TARIHTE YEDEK YOK ENT BAS"
              ACCEPT CEVAP MOVE SPACES TO Y-SECILEN.
       KUSAK-SEC-SON. EXIT.
      *
      * EKRANDAKI YEDEK KAYDI CANLI DOSYADA ANAHTARIYLA ARANIR, ALAN
      * ALAN KARSILASTIRILIR. YEDEK SONRA YENIDEN ACILIP AYNI KAYDA
      * KONUMLANIR, GEZINTI KALDIGI YERDEN SURER.
      *
       YS-KARSILASTIR.
           MOVE Y-YEDEK-K (1:Y-ANAH-UZ) TO Y-ANAHTAR.
           PERFORM YS-KAPAT THRU YS-KAPAT-SON.
           MOVE SPACES TO Y-CANLI-K.
           MOVE Y-CANLI TO Y-DOSYA.
           PERFORM YS-AC THRU YS-AC-SON.
           IF Y-ACIK NOT = "E" MOVE "A" TO Y-CANLI-DRM
              GO YSK-YEDEK.
           PERFORM YS-OKU-ANAHTAR THRU YS-OKU-ANAHTAR-SON.
           IF Y-BULUNDU = "H" MOVE "Y" TO Y-CANLI-DRM
           ELSE MOVE "V" TO Y-CANLI-DRM MOVE Y-KAYIT TO Y-CANLI-K.
           PERFORM YS-KAPAT THRU YS-KAPAT-SON.
       YSK-YEDEK.
           MOVE Y-ADAY TO Y-DOSYA.
           PERFORM YS-AC THRU YS-AC-SON.
           IF Y-ACIK = "E"
              PERFORM YS-OKU-ANAHTAR THRU YS-OKU-ANAHTAR-SON.
           MOVE 0 TO Y-FARK-SAYI. MOVE SPACES TO Y-FARKLAR.
           IF Y-CANLI-DRM = "V"
              PERFORM YS-FARK THRU YS-FARK-SON
                 VARYING Y-I FROM 1 BY 1 UNTIL Y-I > Y-ALAN-SAYI.
           DISPLAY (1 1) ERASE.
           DISPLAY (1 1) "KARSILASTIRMA  ANAHTAR:".
           DISPLAY (1 25) Y-ANAHTAR.
           MOVE SPACES TO Y-B-TARIH.
           STRING Y-KOK DELIMITED BY SPACE
              Y-SECILEN DELIMITED BY SIZE INTO Y-B-TARIH.
           DISPLAY (3 1) Y-BASLIK.
           MOVE 4 TO LIN.
           PERFORM YS-FARK-GOSTER THRU YS-FARK-GOSTER-SON
              VARYING Y-I FROM 1 BY 1 UNTIL Y-I > Y-FARK-SAYI.
           IF Y-CANLI-DRM = "A"
              DISPLAY (5 1) "CANLI DOSYA ACILAMADI".
           IF Y-CANLI-DRM = "Y"
              DISPLAY (5 1) "KAYIT CANLI DOSYADA YOK (SONRA SILINMIS)".
           IF Y-CANLI-DRM = "V" AND Y-FARK-SAYI = 0
              DISPLAY (5 1) "KAYIT AYNI, FARK YOK".
           DISPLAY (23 1) ERASE.
           DISPLAY (23 1) "YAZICIYA DA DOKULSUN MU {E/H}:".
           MOVE "H" TO CEVAP.
           ACCEPT (23 32) CEVAP WITH PROMPT UPDATE.
           IF CEVAP = "E" PERFORM YS-YAZ THRU YS-YAZ-SON.
           IF Y-ACIK NOT = "E"
              DISPLAY (23 1) ERASE
              DISPLAY (23 1) "YEDEK YENIDEN ACILAMADI ENT BAS"
              ACCEPT CEVAP.
       YS-KARSILASTIR-SON. EXIT.
       YS-FARK.
           IF Y-YEDEK-K (Y-A-BAS (Y-I):Y-A-UZ (Y-I)) =
              Y-CANLI-K (Y-A-BAS (Y-I):Y-A-UZ (Y-I))
              GO YS-FARK-SON.
           MOVE Y-A-AD (Y-I) TO Y-F-AD.
           MOVE Y-YEDEK-K TO Y-K.
           PERFORM YS-DEGER THRU YS-DEGER-SON.
           MOVE Y-DEGER TO Y-F-ESKI.
           MOVE Y-CANLI-K TO Y-K.
           PERFORM YS-DEGER THRU YS-DEGER-SON.
           MOVE Y-DEGER TO Y-F-YENI.
           ADD 1 TO Y-FARK-SAYI.
           MOVE Y-FARK-SATIR TO Y-FARK (Y-FARK-SAYI).
       YS-FARK-SON. EXIT.
       YS-FARK-GOSTER. ADD 1 TO LIN.
           DISPLAY (LIN 1) Y-FARK (Y-I).
       YS-FARK-GOSTER-SON. EXIT.
       YS-YAZ. PERFORM YAZICI-AC THRU YAZICI-AC-SON.
           MOVE SPACES TO YAZ.
           STRING "YEDEK KARSILASTIRMA  " DELIMITED BY SIZE
              Y-ADAY DELIMITED BY SPACE " / " DELIMITED BY SIZE
              Y-CANLI DELIMITED BY SPACE INTO YAZ.
           WRITE YAZ.
           MOVE SPACES TO YAZ.
           STRING "ANAHTAR: " Y-ANAHTAR DELIMITED BY SIZE INTO YAZ.
           WRITE YAZ.
           MOVE SPACES TO YAZ. WRITE YAZ.
           WRITE YAZ FROM Y-BASLIK.
           PERFORM YS-FARK-YAZ THRU YS-FARK-YAZ-SON
              VARYING Y-I FROM 1 BY 1 UNTIL Y-I > Y-FARK-SAYI.
           MOVE SPACES TO YAZ.
           IF Y-CANLI-DRM = "A" MOVE "CANLI DOSYA ACILAMADI" TO YAZ.
           IF Y-CANLI-DRM = "Y"
              MOVE "KAYIT CANLI DOSYADA YOK (SONRA SILINMIS)" TO YAZ.
           IF Y-CANLI-DRM = "V" AND Y-FARK-SAYI = 0
              MOVE "KAYIT AYNI, FARK YOK" TO YAZ.
           IF YAZ NOT = SPACES WRITE YAZ.
           CLOSE YAZICI.
       YS-YAZ-SON. EXIT.
       YS-FARK-YAZ. WRITE YAZ FROM Y-FARK (Y-I).
       YS-FARK-YAZ-SON. EXIT.
      *
      * YEDEKTEKI KAYDI ALAN ADLARIYLA EKRANA DOKER.
      *
       YS-GOSTER. DISPLAY (1 1) ERASE.
           PERFORM YS-UST THRU YS-UST-SON.
           MOVE Y-YEDEK-K TO Y-K.
           MOVE 3 TO LIN.
           PERFORM YS-ALAN-GOSTER THRU YS-ALAN-GOSTER-SON
              VARYING Y-I FROM 1 BY 1 UNTIL Y-I > Y-ALAN-SAYI.
       YS-GOSTER-SON. EXIT.
       YS-ALAN-GOSTER. ADD 1 TO LIN.
           PERFORM YS-DEGER THRU YS-DEGER-SON.
           DISPLAY (LIN 1) Y-A-AD (Y-I).
           DISPLAY (LIN 14) ":".
           DISPLAY (LIN 16) Y-DEGER.
       YS-ALAN-GOSTER-SON. EXIT.
      * Y-K KAYDINDAKI Y-I'NCI ALAN, TURUNE GORE OKUNUR BICIMDE.
       YS-DEGER. MOVE SPACES TO Y-DEGER.
           IF Y-A-TIP (Y-I) = "S"
              MOVE Y-K (Y-A-BAS (Y-I):11) TO Y-S-X
              MOVE Y-S-N TO Y-S-ED MOVE Y-S-ED TO Y-DEGER
              GO YS-DEGER-SON.
           IF Y-A-TIP (Y-I) = "V"
              STRING Y-K (Y-A-BAS (Y-I):Y-A-UZ (Y-I) - 2) ","
                 Y-K (Y-A-BAS (Y-I) + Y-A-UZ (Y-I) - 2:2)
                 DELIMITED BY SIZE INTO Y-DEGER
              GO YS-DEGER-SON.
           IF Y-A-TIP (Y-I) = "G"
              STRING Y-K (Y-A-BAS (Y-I):2) "."
                 Y-K (Y-A-BAS (Y-I) + 2:2) "."
                 Y-K (Y-A-BAS (Y-I) + 4:4)
                 DELIMITED BY SIZE INTO Y-DEGER
              GO YS-DEGER-SON.
           IF Y-A-TIP (Y-I) = "T"
              STRING Y-K (Y-A-BAS (Y-I) + 6:2) "."
                 Y-K (Y-A-BAS (Y-I) + 4:2) "."
                 Y-K (Y-A-BAS (Y-I):4)
                 DELIMITED BY SIZE INTO Y-DEGER
              GO YS-DEGER-SON.
           MOVE Y-K (Y-A-BAS (Y-I):Y-A-UZ (Y-I)) TO Y-DEGER.
       YS-DEGER-SON. EXIT.
      *
      * SECILEN DOSYA ICIN ACMA, KAPAMA, KONUMLAMA VE OKUMA. DOSYA ADI
      * Y-DOSYA'DADIR; HER IKI DOSYA DA YALNIZ OKUMAYA ACILIR.
      *
       YS-AC. MOVE "H" TO Y-ACIK.
           IF SEC = 1 OPEN INPUT BRD.
           IF SEC = 2 OPEN INPUT KON1.
           IF SEC = 3 OPEN INPUT KON2.
           IF SEC = 4 OPEN INPUT ADRES.
           IF SEC = 5 OPEN INPUT KITAP.
           IF SEC = 6 OPEN INPUT CEKN.
           IF SEC = 7 OPEN INPUT MIZAN.
           IF SEC = 8 OPEN INPUT CARI.
           IF SEC = 9 OPEN INPUT BRDH.
           IF SEC = 10 OPEN INPUT ODEME.
           IF SEC = 11 OPEN INPUT KASA.
           IF SEC = 12 OPEN INPUT YEVMIYE.
           IF Y-DST = "00" MOVE "E" TO Y-ACIK.
       YS-AC-SON. EXIT.
       YS-KAPAT.
           IF Y-ACIK NOT = "E" GO YS-KAPAT-SON.
           IF SEC = 1 CLOSE BRD.
           IF SEC = 2 CLOSE KON1.
           IF SEC = 3 CLOSE KON2.
           IF SEC = 4 CLOSE ADRES.
           IF SEC = 5 CLOSE KITAP.
           IF SEC = 6 CLOSE CEKN.
           IF SEC = 7 CLOSE MIZAN.
           IF SEC = 8 CLOSE CARI.
           IF SEC = 9 CLOSE BRDH.
           IF SEC = 10 CLOSE ODEME.
           IF SEC = 11 CLOSE KASA.
           IF SEC = 12 CLOSE YEVMIYE.
           MOVE "H" TO Y-ACIK.
       YS-KAPAT-SON. EXIT.
       YS-KONUM. MOVE "E" TO Y-BULUNDU.
           IF SEC = 1 MOVE Y-ANAHTAR (1:25) TO KOD
              START BRD KEY NOT LESS THAN KOD
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 2 MOVE Y-ANAHTAR (1:15) TO KOD1
              START KON1 KEY NOT LESS THAN KOD1
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 3 MOVE Y-ANAHTAR (1:31) TO KOD2
              START KON2 KEY NOT LESS THAN KOD2
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 4 MOVE Y-ANAHTAR (1:6) TO ADR-NO
              START ADRES KEY NOT LESS THAN ADR-NO
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 5 MOVE Y-ANAHTAR (1:6) TO DEMIRBAS-NO
              START KITAP KEY NOT LESS THAN DEMIRBAS-NO
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 6 MOVE Y-ANAHTAR (1:6) TO CEK-NO
              START CEKN KEY NOT LESS THAN CEK-NO
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 7 MOVE Y-ANAHTAR (1:8) TO MUSTERI-KODU
              START MIZAN KEY NOT LESS THAN MUSTERI-KODU
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 8 MOVE Y-ANAHTAR (1:13) TO CARI-ANAHTARI
              START CARI KEY NOT LESS THAN CARI-ANAHTARI
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 9 MOVE Y-ANAHTAR (1:11) TO BH-KOD
              START BRDH KEY NOT LESS THAN BH-KOD
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 10 MOVE Y-ANAHTAR (1:13) TO OD-KOD
              START ODEME KEY NOT LESS THAN OD-KOD
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 11 MOVE Y-ANAHTAR (1:14) TO KS-KOD
              START KASA KEY NOT LESS THAN KS-KOD
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 12 MOVE Y-ANAHTAR (1:8) TO YV-KOD
              START YEVMIYE KEY NOT LESS THAN YV-KOD
                 INVALID KEY MOVE "H" TO Y-BULUNDU.
       YS-KONUM-SON. EXIT.
       YS-OKU-SIRALI. MOVE "H" TO Y-SONU.
           IF SEC = 1 READ BRD NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 2 READ KON1 NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 3 READ KON2 NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 4 READ ADRES NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 5 READ KITAP NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 6 READ CEKN NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 7 READ MIZAN NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 8 READ CARI NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 9 READ BRDH NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 10 READ ODEME NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 11 READ KASA NEXT AT END MOVE "E" TO Y-SONU.
           IF SEC = 12 READ YEVMIYE NEXT AT END MOVE "E" TO Y-SONU.
           IF Y-SONU = "H" PERFORM YS-KAYIT-AL THRU YS-KAYIT-AL-SON.
       YS-OKU-SIRALI-SON. EXIT.
       YS-OKU-ANAHTAR. MOVE "E" TO Y-BULUNDU.
           IF SEC = 1 MOVE Y-ANAHTAR (1:25) TO KOD
              READ BRD INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 2 MOVE Y-ANAHTAR (1:15) TO KOD1
              READ KON1 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 3 MOVE Y-ANAHTAR (1:31) TO KOD2
              READ KON2 INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 4 MOVE Y-ANAHTAR (1:6) TO ADR-NO
              READ ADRES INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 5 MOVE Y-ANAHTAR (1:6) TO DEMIRBAS-NO
              READ KITAP INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 6 MOVE Y-ANAHTAR (1:6) TO CEK-NO
              READ CEKN INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 7 MOVE Y-ANAHTAR (1:8) TO MUSTERI-KODU
              READ MIZAN INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 8 MOVE Y-ANAHTAR (1:13) TO CARI-ANAHTARI
              READ CARI INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 9 MOVE Y-ANAHTAR (1:11) TO BH-KOD
              READ BRDH INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 10 MOVE Y-ANAHTAR (1:13) TO OD-KOD
              READ ODEME INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 11 MOVE Y-ANAHTAR (1:14) TO KS-KOD
              READ KASA INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF SEC = 12 MOVE Y-ANAHTAR (1:8) TO YV-KOD
              READ YEVMIYE INVALID KEY MOVE "H" TO Y-BULUNDU.
           IF Y-BULUNDU = "E" PERFORM YS-KAYIT-AL THRU YS-KAYIT-AL-SON.
       YS-OKU-ANAHTAR-SON. EXIT.
       YS-KAYIT-AL. MOVE SPACES TO Y-KAYIT.
           IF SEC = 1 MOVE BRD-KAYDI TO Y-KAYIT.
           IF SEC = 2 MOVE KON1-KAYDI TO Y-KAYIT.
           IF SEC = 3 MOVE KON2-KAYDI TO Y-KAYIT.
           IF SEC = 4 MOVE ADRES-KAYDI TO Y-KAYIT.
           IF SEC = 5 MOVE KITAP-KAYDI TO Y-KAYIT.
           IF SEC = 6 MOVE CEKN-KAYDI TO Y-KAYIT.
           IF SEC = 7 MOVE MIZAN-KAYDI TO Y-KAYIT.
           IF SEC = 8 MOVE CARI-KAYDI TO Y-KAYIT.
           IF SEC = 9 MOVE BRDH-KAYDI TO Y-KAYIT.
           IF SEC = 10 MOVE ODEME-KAYDI TO Y-KAYIT.
           IF SEC = 11 MOVE KASA-KAYDI TO Y-KAYIT.
           IF SEC = 12 MOVE YEVMIYE-KAYDI TO Y-KAYIT.
       YS-KAYIT-AL-SON. EXIT.
       YAZICI-AC.
           CALL "SPOOLAC" USING SPOOL-PRG SPOOL-AD.
           OPEN OUTPUT YAZICI.
       YAZICI-AC-SON. EXIT.
