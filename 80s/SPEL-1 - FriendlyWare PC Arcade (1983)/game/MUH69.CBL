	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH69.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  MASRAF MERKEZI BAZINDA GELIR / GIDER RAPORU        *****
*********  6 VE 7 SINIFI HESAPLAR, AY VE YIL BASINDAN         *****
*********  HER MASRAF MERKEZI ICIN AYRI KOLON (SAYFADA 5      *****
*********  MERKEZ + TOPLAM), 6 : ALACAK-BORC, 7 : BORC-ALACAK *****
*********  KODSUZ VEYA TANIMSIZ KODLU SATIRLAR "MERKEZSIZ"    *****
*********  KOLONUNDA TOPLANIR                                 *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 29/02/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MUHYIL ASSIGN TO RANDOM "YENI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS YHYUKNO-ANAHTAR
			ALTERNATE RECORD KEY YHFISNO  WITH DUPLICATES
			ALTERNATE RECORD KEY YHFISKEY WITH DUPLICATES
			ALTERNATE RECORD KEY YHHESNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHYIL.
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT MERKRAP ASSIGN TO PRINTER "MERKRAP.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "MUHYIL.COP".
		COPY "HESAP.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	MERKRAP	LABEL RECORDS STANDARD.
	01	R-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	WYIL		PIC X(2) VALUE SPACES.
	77	WAY		PIC X(2) VALUE SPACES.
	77	DS-MUHYIL	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	HESAP-ACIK	PIC X(1) VALUE "H".
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	WGORUNUM	PIC X(1) VALUE "A".
		88 GORUNUM-AY		VALUE "A".
		88 GORUNUM-YIL		VALUE "Y".
	77	TASMA		PIC X(1) VALUE "H".
	77	WSINIF		PIC X(1) VALUE SPACES.
	77	WTUTAR		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	IX		PIC 9(3) COMP VALUE ZERO.
	77	KX		PIC 9(2) COMP VALUE ZERO.
	77	MX		PIC 9(2) COMP VALUE ZERO.
	77	BX		PIC 9(2) COMP VALUE ZERO.
	77	BANT-SAY	PIC 9(2) COMP VALUE ZERO.
	77	WBAS		PIC 9(2) COMP VALUE ZERO.
	77	WBIT		PIC 9(2) COMP VALUE ZERO.
	77	KSAY		PIC 9(2) COMP VALUE ZERO.
	77	MSAY		PIC 9(2) COMP VALUE ZERO.
	77	HSAY		PIC 9(3) COMP VALUE ZERO.
	77	WKOLON		PIC 9(3) COMP VALUE ZERO.
	77	RKOLON		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
*******************************************************************
*********  MASRAF MERKEZLERI (SON SATIR : MERKEZSIZ)          *****
*******************************************************************
	01	MERKEZ-TABLOSU.
		02 MT-SATIR OCCURS 60 TIMES.
			03 MT-KOD		PIC X(4).
			03 MT-ADI		PIC X(30).
*******************************************************************
*********  HESAP SATIRLARI : 1-5 BANTTAKI MERKEZ, 6 TOPLAM    *****
*******************************************************************
	01	HESAP-TABLOSU.
		02 HT-SATIR OCCURS 300 TIMES.
			03 HT-HESNO		PIC X(9).
			03 HT-AY  OCCURS 6 TIMES PIC S9(11)V99 COMP-3.
			03 HT-YIL OCCURS 6 TIMES PIC S9(11)V99 COMP-3.
	01	TOPLAM-TABLOSU.
		02 SINIF-TOP OCCURS 6 TIMES	PIC S9(11)V99 COMP-3.
		02 SONUC-TOP OCCURS 6 TIMES	PIC S9(11)V99 COMP-3.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL NOT = "00"
			DISPLAY "YILLIK DOSYA (YENI.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN INPUT HESAP.
		IF DS-HESAP = "00" MOVE "E" TO HESAP-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH69 - MASRAF MERKEZI RAPORU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	YIL-AL.
		DISPLAY "YIL GIRINIZ (YY) ? [  ]" LINE 5 POSITION 25.
		ACCEPT WYIL LINE 5 POSITION 45 TAB.
		IF WYIL NOT NUMERIC GO TO YIL-AL.
	AY-AL.
		DISPLAY "RAPOR AYI (AA) ? [  ]" LINE 6 POSITION 25.
		ACCEPT WAY LINE 6 POSITION 43 TAB.
		IF WAY NOT NUMERIC OR WAY < "01" OR WAY > "12"
			DISPLAY "AY GECERSIZ !" LINE 7 POSITION 25
			GO TO AY-AL.
		DISPLAY SPACES LINE 7 POSITION 1 SIZE 80.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		PERFORM MERKEZ-YUKLE THRU MERKEZ-YUKLE-SON.
		COMPUTE BANT-SAY = (MSAY + 4) / 5.
		OPEN OUTPUT MERKRAP.
		DISPLAY "HAREKETLER TARANIYOR..." LINE 11 POSITION 25.
		PERFORM BANT-ISLE VARYING BX FROM 1 BY 1
			UNTIL BX > BANT-SAY.
		CLOSE MERKRAP.
		IF TASMA = "E"
			MOVE 1 TO SRED
			MOVE "TABLO TASTI" TO WSONUC
			DISPLAY "TABLO TASTI, 300 HESAP BASILDI !"
				LINE 13 POSITION 25 REVERSE.
		DISPLAY "RAPOR YAZILDI (MERKRAP.LST)"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHYIL.
		IF HESAP-ACIK = "E" CLOSE HESAP.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  SIRKETIN MASRAF MERKEZLERI TABLOYA ALINIR          *****
*******************************************************************
	MERKEZ-YUKLE.
		MOVE ZERO TO MSAY.
		IF MERKEZ-ACIK NOT = "E" GO TO MERKEZ-YUKLE-SON.
		MOVE WSIRKET TO MRSIRKET.
		MOVE LOW-VALUES TO MRKOD.
		START MERKEZ KEY IS NOT LESS THAN MRANAHTAR
			INVALID KEY GO TO MERKEZ-YUKLE-SON.
	MERKEZ-YUKLE-OKU.
		READ MERKEZ NEXT RECORD AT END GO TO MERKEZ-YUKLE-SON.
		IF MRSIRKET NOT = WSIRKET GO TO MERKEZ-YUKLE-SON.
		IF MSAY = 59 GO TO MERKEZ-YUKLE-SON.
		ADD 1 TO MSAY.
		MOVE MRKOD TO MT-KOD(MSAY).
		MOVE MRADI TO MT-ADI(MSAY).
		GO TO MERKEZ-YUKLE-OKU.
	MERKEZ-YUKLE-SON.
		ADD 1 TO MSAY.
		MOVE SPACES TO MT-KOD(MSAY).
		MOVE "MERKEZSIZ" TO MT-ADI(MSAY).
*******************************************************************
*********  HER BANT ICIN HAREKETLER TARANIR, AYLIK VE YIL     *****
*********  BASINDAN BOLUMLERI AYRI SAYFALARA BASILIR          *****
*******************************************************************
	BANT-ISLE.
		COMPUTE WBAS = (BX - 1) * 5 + 1.
		COMPUTE WBIT = WBAS + 4.
		IF WBIT > MSAY MOVE MSAY TO WBIT.
		COMPUTE KSAY = WBIT - WBAS + 1.
		MOVE ZERO TO HSAY.
		PERFORM HAREKET-BAS THRU HAREKET-SON.
		MOVE "A" TO WGORUNUM.
		PERFORM RAPOR-YAZ.
		MOVE "Y" TO WGORUNUM.
		PERFORM RAPOR-YAZ.
	HAREKET-BAS.
		MOVE "6" TO YHHESNO.
		START MUHYIL KEY IS NOT LESS THAN YHHESNO
			INVALID KEY GO TO HAREKET-SON.
	HAREKET-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO HAREKET-SON.
		IF YHHESNO(1:1) > "7" GO TO HAREKET-SON.
		IF YHSIRKET NOT = WSIRKET GO TO HAREKET-OKU.
		IF YHYIL NOT = WYIL OR YHAY > WAY GO TO HAREKET-OKU.
		IF YHHESNO(1:3) = "690" OR YHHESNO(1:3) = "692"
			GO TO HAREKET-OKU.
		IF BX = 1 ADD 1 TO SOKU.
		IF HSAY > ZERO
			IF HT-HESNO(HSAY) = YHHESNO GO TO HAREKET-EKLE.
		IF HSAY = 300
			MOVE "E" TO TASMA
			GO TO HAREKET-OKU.
		ADD 1 TO HSAY.
		MOVE YHHESNO TO HT-HESNO(HSAY).
		PERFORM SATIR-SIFIRLA VARYING KX FROM 1 BY 1
			UNTIL KX > 6.
	HAREKET-EKLE.
		IF YHHESNO(1:1) = "6" AND YHBA = "A"
		   OR YHHESNO(1:1) = "7" AND YHBA = "B"
			MOVE YHTL TO WTUTAR
		ELSE
			COMPUTE WTUTAR = ZERO - YHTL.
		MOVE MSAY TO MX.
		PERFORM MERKEZ-ARA VARYING IX FROM 1 BY 1
			UNTIL IX NOT < MSAY.
		MOVE 6 TO KX.
		PERFORM TUTAR-EKLE.
		IF MX < WBAS OR MX > WBIT GO TO HAREKET-OKU.
		COMPUTE KX = MX - WBAS + 1.
		PERFORM TUTAR-EKLE.
		GO TO HAREKET-OKU.
	HAREKET-SON.
		CONTINUE.
	SATIR-SIFIRLA.
		MOVE ZERO TO HT-AY(HSAY, KX) HT-YIL(HSAY, KX).
	MERKEZ-ARA.
		IF MT-KOD(IX) = YHMERKEZ AND MX = MSAY
			MOVE IX TO MX.
	TUTAR-EKLE.
		ADD WTUTAR TO HT-YIL(HSAY, KX).
		IF YHAY = WAY ADD WTUTAR TO HT-AY(HSAY, KX).
*******************************************************************
*********  RAPOR : HESAP SATIRLARI, SINIF TOPLAMI, SONUC      *****
*******************************************************************
	RAPOR-YAZ.
		PERFORM RAPOR-BASLIK.
		PERFORM TOPLAM-SIFIRLA VARYING KX FROM 1 BY 1
			UNTIL KX > 6.
		MOVE SPACES TO WSINIF.
		PERFORM HESAP-SATIR VARYING IX FROM 1 BY 1
			UNTIL IX > HSAY.
		IF WSINIF NOT = SPACES PERFORM SINIF-TOPLAM-YAZ.
		IF RSATIRSAY NOT < 53 PERFORM RAPOR-BASLIK.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "KAR / ZARAR (6 - 7)" TO R-SATIR(1:19).
		PERFORM SONUC-KOLON THRU SONUC-KOLON-SON
			VARYING KX FROM 1 BY 1
			UNTIL KX > 6.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	TOPLAM-SIFIRLA.
		MOVE ZERO TO SINIF-TOP(KX) SONUC-TOP(KX).
	HESAP-SATIR.
		IF WSINIF NOT = SPACES
		   AND WSINIF NOT = HT-HESNO(IX)(1:1)
			PERFORM SINIF-TOPLAM-YAZ.
		MOVE HT-HESNO(IX)(1:1) TO WSINIF.
		IF RSATIRSAY NOT < 55 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE HT-HESNO(IX) TO R-SATIR(1:9).
		MOVE SPACES TO RHESAP-ADI.
		IF HESAP-ACIK = "E"
			MOVE WSIRKET TO RSIRKET
			MOVE HT-HESNO(IX) TO RHESNO
			READ HESAP INVALID KEY
				MOVE SPACES TO RHESAP-ADI.
		MOVE RHESAP-ADI TO R-SATIR(11:20).
		PERFORM HESAP-KOLON THRU HESAP-KOLON-SON
			VARYING KX FROM 1 BY 1
			UNTIL KX > 6.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
		IF BX = 1 AND GORUNUM-AY ADD 1 TO SYAZ.
	HESAP-KOLON.
		IF GORUNUM-AY
			MOVE HT-AY(IX, KX) TO WTUTAR
		ELSE
			MOVE HT-YIL(IX, KX) TO WTUTAR.
		ADD WTUTAR TO SINIF-TOP(KX).
		IF KX > KSAY AND KX < 6 GO TO HESAP-KOLON-SON.
		COMPUTE WKOLON = (KX - 1) * 16 + 32.
		MOVE WTUTAR TO RKOLON.
		MOVE RKOLON TO R-SATIR(WKOLON:15).
	HESAP-KOLON-SON.
		CONTINUE.
	SINIF-TOPLAM-YAZ.
		IF RSATIRSAY NOT < 54 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE WSINIF TO R-SATIR(1:1).
		MOVE " SINIFI TOPLAMI" TO R-SATIR(2:15).
		PERFORM SINIF-KOLON THRU SINIF-KOLON-SON
			VARYING KX FROM 1 BY 1
			UNTIL KX > 6.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	SINIF-KOLON.
		IF WSINIF = "6"
			ADD SINIF-TOP(KX) TO SONUC-TOP(KX)
		ELSE
			SUBTRACT SINIF-TOP(KX) FROM SONUC-TOP(KX).
		IF KX > KSAY AND KX < 6 GO TO SINIF-KOLON-SON.
		COMPUTE WKOLON = (KX - 1) * 16 + 32.
		MOVE SINIF-TOP(KX) TO RKOLON.
		MOVE RKOLON TO R-SATIR(WKOLON:15).
	SINIF-KOLON-SON.
		MOVE ZERO TO SINIF-TOP(KX).
	SONUC-KOLON.
		IF KX > KSAY AND KX < 6 GO TO SONUC-KOLON-SON.
		COMPUTE WKOLON = (KX - 1) * 16 + 32.
		MOVE SONUC-TOP(KX) TO RKOLON.
		MOVE RKOLON TO R-SATIR(WKOLON:15).
	SONUC-KOLON-SON.
		CONTINUE.
	RAPOR-BASLIK.
		ADD 1 TO RSAYFA.
		MOVE ZERO TO RSATIRSAY.
		MOVE WTGUN TO RTARIH(1:2).
		MOVE "/" TO RTARIH(3:1).
		MOVE WTAY TO RTARIH(4:2).
		MOVE "/" TO RTARIH(6:1).
		MOVE WTYIL TO RTARIH(7:2).
		MOVE RSAYFA TO RSAYFANO.
		MOVE SPACES TO R-SATIR.
		MOVE "MASRAF MERKEZI GELIR / GIDER RAPORU"
			TO R-SATIR(30:35).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "SIRKET KODU :" TO R-SATIR(1:13).
		MOVE WSIRKET TO R-SATIR(15:1).
		IF GORUNUM-AY
			MOVE "AYLIK        (AA/YY) :" TO R-SATIR(20:22)
		ELSE
			MOVE "YIL BASINDAN (AA/YY) :" TO R-SATIR(20:22).
		MOVE WAY TO R-SATIR(43:2).
		MOVE "/" TO R-SATIR(45:1).
		MOVE WYIL TO R-SATIR(46:2).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "HESAP NO" TO R-SATIR(1:8).
		MOVE "HESAP ADI" TO R-SATIR(11:9).
		PERFORM KOLON-KOD VARYING KX FROM 1 BY 1
			UNTIL KX > KSAY.
		MOVE "TOPLAM" TO R-SATIR(121:6).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		PERFORM KOLON-ADI VARYING KX FROM 1 BY 1
			UNTIL KX > KSAY.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 6 TO RSATIRSAY.
	KOLON-KOD.
		COMPUTE MX = WBAS + KX - 1.
		COMPUTE WKOLON = (KX - 1) * 16 + 32.
		MOVE MT-KOD(MX) TO R-SATIR(WKOLON + 11:4).
	KOLON-ADI.
		COMPUTE MX = WBAS + KX - 1.
		COMPUTE WKOLON = (KX - 1) * 16 + 32.
		MOVE MT-ADI(MX) TO R-SATIR(WKOLON:15).
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH69" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE "BASLADI" TO LSONUC.
		WRITE ISLOG-KAYDI.
	ISLOG-SON.
		MOVE "S" TO LTIP.
		MOVE "MUH69" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SOKU TO LOKUNAN.
		MOVE SYAZ TO LYAZILAN.
		MOVE SRED TO LRED.
		MOVE WSONUC TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
	GIRIS-KONTROL.
		OPEN INPUT OPKUTUK.
		IF DS-OPKUTUK NOT = "00"
			DISPLAY "OPERATOR DOSYASI YOK, MUH81 CALISTIRIN"
				LINE 10 POSITION 20
			STOP RUN.
	GIRIS-SOR.
		DISPLAY SPACE ERASE.
		DISPLAY "OPERATOR GIRISI" LINE 1 POSITION 1 REVERSE.
		DISPLAY "OPERATOR KODU ? [   ]" LINE 4 POSITION 25.
		MOVE SPACES TO WOPKOD.
		ACCEPT WOPKOD LINE 4 POSITION 42 TAB.
		DISPLAY "SIFRE ? [        ]" LINE 5 POSITION 25.
		MOVE SPACES TO WSIFRE.
		ACCEPT WSIFRE LINE 5 POSITION 35 TAB.
		MOVE WOPKOD TO OKOD.
		READ OPKUTUK INVALID KEY GO TO GIRIS-HATA.
		IF OSIFRE NOT = WSIFRE GO TO GIRIS-HATA.
		CLOSE OPKUTUK.
		GO TO GIRIS-KONTROL-SON.
	GIRIS-HATA.
		ADD 1 TO GIRIS-DENEME.
		DISPLAY "KOD VEYA SIFRE HATALI !" LINE 7 POSITION 25
			REVERSE.
		IF GIRIS-DENEME < 3 GO TO GIRIS-SOR.
		CLOSE OPKUTUK.
		STOP RUN.
	GIRIS-KONTROL-SON.
		CONTINUE.
