	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH60.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  ANA DOSYA DEGISIKLIK RAPORU (DEGISIM.LST)          *****
*********  MUH96, MUH86, MUH84, MUH79, MUH82, MUH81, MUH73,   *****
*********  MUH70, MUH68, MUH63, MUH59                         *****
*********  DEGISIM.DAT'A EKLEME, DEGISIKLIK, SILME VE KAPALI  *****
*********  DONEM ACMA DENEMELERINI ONCE / SONRA IMAJI ILE     *****
*********  YAZAR.                                             *****
*********  DOSYA, OPERATOR VE TARIH ARALIGINA GORE SUZULUR    *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 25/04/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT DEGRAP ASSIGN TO PRINTER "DEGISIM.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "DEGISIM.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	DEGRAP	LABEL RECORDS STANDARD.
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
	77	DS-DEGISIM	PIC X(2).
	77	WDOSYA		PIC X(8) VALUE SPACES.
	77	WOPR		PIC X(3) VALUE SPACES.
	77	WETIKET		PIC X(7) VALUE SPACES.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	SEKLE		PIC 9(5) VALUE ZERO.
	77	SDEGIS		PIC 9(5) VALUE ZERO.
	77	SSIL		PIC 9(5) VALUE ZERO.
	77	SACMA		PIC 9(5) VALUE ZERO.
	77	GX		PIC 9(3) COMP VALUE ZERO.
	77	PX		PIC 9(3) COMP VALUE ZERO.
	77	KX		PIC 9(3) COMP VALUE ZERO.
	77	AYX		PIC 9(2) COMP VALUE ZERO.
	77	GOR-UZUN	PIC 9(3) COMP VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	GORAN		PIC Z9,99.
	77	GKUR		PIC ZZ.ZZ9,9999.
	77	RTUTAR		PIC Z.ZZZ.ZZZ.ZZZ,ZZ-.
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WG-TARIH		PIC 9(6).
	01	WG-TARIH-R REDEFINES WG-TARIH.
		02 WGYIL		PIC 99.
		02 WGAY			PIC 99.
		02 WGGUN		PIC 99.
	01	WBAS-TARIH		PIC 9(6) VALUE ZERO.
	01	WSON-TARIH		PIC 9(6) VALUE 999999.
	01	WGIRIS			PIC X(6).
	01	WGIRIS-R REDEFINES WGIRIS.
		02 WGI-GUN		PIC 99.
		02 WGI-AY		PIC 99.
		02 WGI-YIL		PIC 99.
	01	WCEVRIK.
		02 WCV-YIL		PIC 99.
		02 WCV-AY		PIC 99.
		02 WCV-GUN		PIC 99.
	01	WCEVRIK-R REDEFINES WCEVRIK	PIC 9(6).
	01	IMAJ			PIC X(200).
	01	GORUNUM			PIC X(330).
*******************************************************************
*********  SAYISAL ALANLARI PAKETLI OLAN DOSYALARIN IMAJLARI  *****
*******************************************************************
	01	KDV-IMAJ.
		02 KI-ANAHTAR		PIC X(3).
		02 KI-ACIKLAMA		PIC X(20).
		02 KI-ORAN		PIC 9(2)V99 COMP-3.
		02 FILLER		PIC X(174).
	01	BUTCE-IMAJ.
		02 BI-ANAHTAR		PIC X(12).
		02 BI-AYLIK OCCURS 12 TIMES PIC S9(11)V99 COMP-3.
		02 FILLER		PIC X(104).
	01	DOVKUR-IMAJ.
		02 DI-ANAHTAR		PIC X(9).
		02 DI-ALIS		PIC 9(5)V9(4) COMP-3.
		02 DI-SATIS		PIC 9(5)V9(4) COMP-3.
		02 FILLER		PIC X(181).
	01	DEMIRBAS-IMAJ.
		02 DM-KART		PIC X(74).
		02 DM-MALIYET		PIC 9(11)V99 COMP-3.
		02 DM-OMUR-YONTEM	PIC X(3).
		02 DM-BIRAMORT		PIC 9(11)V99 COMP-3.
		02 DM-YBAMORT		PIC 9(11)V99 COMP-3.
		02 DM-DURUM		PIC X(11).
		02 DM-SATTUT		PIC 9(11)V99 COMP-3.
		02 DM-SATHES		PIC X(9).
		02 FILLER		PIC X(75).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH60 - ANA DOSYA DEGISIKLIK RAPORU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		OPEN INPUT DEGISIM.
		IF DS-DEGISIM NOT = "00"
			DISPLAY "DEGISIKLIK DOSYASI (DEGISIM.DAT) YOK"
				LINE 10 POSITION 25
			ACCEPT CEV LINE 24 POSITION 25
			STOP RUN.
		DISPLAY "DOSYA ADI (BOS = HEPSI) ? [        ]"
			LINE 4 POSITION 25.
		DISPLAY "HESAP CARI KDVKOD BUTCE DONEM OPERATOR"
			LINE 5 POSITION 5.
		DISPLAY "ELIMINE DEMIRBAS MERKEZ DOVKUR ESIK"
			LINE 5 POSITION 44.
		DISPLAY "OPERATOR (BOS = HEPSI)  ? [   ]"
			LINE 6 POSITION 25.
		DISPLAY "BASLANGIC TARIHI (GGAAYY) ? [      ]"
			LINE 7 POSITION 25.
		DISPLAY "BITIS TARIHI     (GGAAYY) ? [      ]"
			LINE 8 POSITION 25.
		ACCEPT WDOSYA LINE 4 POSITION 52 TAB.
		ACCEPT WOPR LINE 6 POSITION 52 TAB.
	BTARIH-AL.
		MOVE SPACES TO WGIRIS.
		ACCEPT WGIRIS LINE 7 POSITION 54 TAB.
		MOVE ZERO TO WBAS-TARIH.
		IF WGIRIS = SPACES GO TO STARIH-AL.
		IF WGI-GUN < 1 OR WGI-GUN > 31
			OR WGI-AY < 1 OR WGI-AY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 12 POSITION 25
				REVERSE
			GO TO BTARIH-AL.
		PERFORM TARIH-CEVIR.
		MOVE WCEVRIK-R TO WBAS-TARIH.
	STARIH-AL.
		DISPLAY SPACES LINE 12 POSITION 1 SIZE 80.
		MOVE SPACES TO WGIRIS.
		ACCEPT WGIRIS LINE 8 POSITION 54 TAB.
		MOVE 999999 TO WSON-TARIH.
		IF WGIRIS = SPACES GO TO ARALIK-TAMAM.
		IF WGI-GUN < 1 OR WGI-GUN > 31
			OR WGI-AY < 1 OR WGI-AY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 12 POSITION 25
				REVERSE
			GO TO STARIH-AL.
		PERFORM TARIH-CEVIR.
		MOVE WCEVRIK-R TO WSON-TARIH.
		IF WSON-TARIH < WBAS-TARIH
			DISPLAY "BITIS BASLANGICTAN ONCE !"
				LINE 12 POSITION 25 REVERSE
			GO TO STARIH-AL.
	ARALIK-TAMAM.
		DISPLAY SPACES LINE 12 POSITION 1 SIZE 80.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 10 POSITION 25.
		ACCEPT CEV LINE 10 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		OPEN OUTPUT DEGRAP.
		DISPLAY "DEGISIKLIKLER TARANIYOR..."
			LINE 12 POSITION 25.
		PERFORM RAPOR-BASLIK.
	OKU.
		READ DEGISIM AT END GO TO SON.
		ADD 1 TO SOKU.
		IF WDOSYA NOT = SPACES AND DGDOSYA NOT = WDOSYA
			GO TO OKU.
		IF WOPR NOT = SPACES AND DGOPKOD NOT = WOPR
			GO TO OKU.
		IF DGTARIH < WBAS-TARIH OR DGTARIH > WSON-TARIH
			GO TO OKU.
		ADD 1 TO SYAZ.
		IF DGISLEM-EKLE ADD 1 TO SEKLE.
		IF DGISLEM-DEGISTIR ADD 1 TO SDEGIS.
		IF DGISLEM-SIL ADD 1 TO SSIL.
		IF DGISLEM-ACMA ADD 1 TO SACMA.
		PERFORM DEGISIM-SATIR.
		GO TO OKU.
	SON.
		PERFORM RAPOR-TOPLAM.
		CLOSE DEGRAP.
		MOVE SYAZ TO GSAYAC.
		DISPLAY "LISTELENEN DEGISIKLIK :" LINE 13 POSITION 25.
		DISPLAY GSAYAC LINE 13 POSITION 49.
		DISPLAY "RAPOR YAZILDI (DEGISIM.LST)"
			LINE 14 POSITION 25.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE DEGISIM.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
	TARIH-CEVIR.
		MOVE WGI-YIL TO WCV-YIL.
		MOVE WGI-AY TO WCV-AY.
		MOVE WGI-GUN TO WCV-GUN.
*******************************************************************
*********  BIR DEGISIKLIK : BASLIK SATIRI, ONCE VE SONRA IMAJI*****
*******************************************************************
	DEGISIM-SATIR.
		IF RSATIRSAY > 50 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE DGTARIH TO WG-TARIH.
		PERFORM TARIH-YAZ.
		MOVE RTARIH TO R-SATIR(1:8).
		MOVE DGSAAT(1:2) TO R-SATIR(10:2).
		MOVE ":" TO R-SATIR(12:1).
		MOVE DGSAAT(3:2) TO R-SATIR(13:2).
		MOVE DGOPKOD TO R-SATIR(17:3).
		MOVE DGPROGRAM TO R-SATIR(22:5).
		MOVE DGDOSYA TO R-SATIR(29:8).
		IF DGISLEM-EKLE MOVE "EKLEME" TO R-SATIR(39:6).
		IF DGISLEM-DEGISTIR
			MOVE "DEGISIKLIK" TO R-SATIR(39:10).
		IF DGISLEM-SIL MOVE "SILME" TO R-SATIR(39:5).
		IF DGISLEM-ACMA
			MOVE "ACMA DENEMESI" TO R-SATIR(39:13).
		MOVE DGANAHTAR TO R-SATIR(55:20).
		WRITE R-SATIR AFTER ADVANCING 2 LINES.
		ADD 2 TO RSATIRSAY.
		IF DGONCE NOT = SPACES
			MOVE DGONCE TO IMAJ
			MOVE "ONCE  :" TO WETIKET
			PERFORM IMAJ-YAZ.
		IF DGSONRA NOT = SPACES AND NOT DGISLEM-ACMA
			MOVE DGSONRA TO IMAJ
			MOVE "SONRA :" TO WETIKET
			PERFORM IMAJ-YAZ.
	IMAJ-YAZ.
		PERFORM IMAJ-COZ THRU IMAJ-COZ-SON.
		PERFORM SON-BUL VARYING GX FROM 330 BY -1
			UNTIL GX < 2 OR GORUNUM(GX:1) NOT = SPACE.
		MOVE GX TO GOR-UZUN.
		PERFORM PARCA-YAZ VARYING PX FROM 1 BY 110
			UNTIL PX > GOR-UZUN.
	SON-BUL.
		CONTINUE.
	PARCA-YAZ.
		IF RSATIRSAY NOT < 55 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		IF PX = 1 MOVE WETIKET TO R-SATIR(5:7).
		MOVE GORUNUM(PX:110) TO R-SATIR(13:110).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
*******************************************************************
*********  IMAJ YAZILABILIR HALE GETIRILIR, PAKETLI ALANLAR   *****
*********  (KDV ORANI, AYLIK BUTCE, DOVIZ KURU, DEMIRBAS      *****
*********  TUTARLARI) ACILIR                                  *****
*******************************************************************
	IMAJ-COZ.
		MOVE SPACES TO GORUNUM.
		IF DGDOSYA = "KDVKOD" GO TO IMAJ-COZ-KDV.
		IF DGDOSYA = "BUTCE" GO TO IMAJ-COZ-BUTCE.
		IF DGDOSYA = "DOVKUR" GO TO IMAJ-COZ-DOVKUR.
		IF DGDOSYA = "DEMIRBAS" GO TO IMAJ-COZ-DEMIRBAS.
		MOVE IMAJ TO GORUNUM.
		GO TO IMAJ-COZ-SON.
	IMAJ-COZ-KDV.
		MOVE IMAJ TO KDV-IMAJ.
		MOVE KI-ANAHTAR TO GORUNUM(1:3).
		MOVE KI-ACIKLAMA TO GORUNUM(5:20).
		MOVE KI-ORAN TO GORAN.
		MOVE GORAN TO GORUNUM(26:5).
		GO TO IMAJ-COZ-SON.
	IMAJ-COZ-BUTCE.
		MOVE IMAJ TO BUTCE-IMAJ.
		MOVE BI-ANAHTAR TO GORUNUM(1:12).
		PERFORM BUTCE-AY VARYING AYX FROM 1 BY 1
			UNTIL AYX > 12.
		GO TO IMAJ-COZ-SON.
	IMAJ-COZ-DOVKUR.
		MOVE IMAJ TO DOVKUR-IMAJ.
		MOVE DI-ANAHTAR TO GORUNUM(1:9).
		MOVE DI-ALIS TO GKUR.
		MOVE GKUR TO GORUNUM(11:11).
		MOVE DI-SATIS TO GKUR.
		MOVE GKUR TO GORUNUM(23:11).
		GO TO IMAJ-COZ-SON.
	IMAJ-COZ-DEMIRBAS.
		MOVE IMAJ TO DEMIRBAS-IMAJ.
		MOVE DM-KART TO GORUNUM(1:74).
		MOVE DM-MALIYET TO RTUTAR.
		MOVE RTUTAR TO GORUNUM(76:17).
		MOVE DM-OMUR-YONTEM TO GORUNUM(94:3).
		MOVE DM-BIRAMORT TO RTUTAR.
		MOVE RTUTAR TO GORUNUM(98:17).
		MOVE DM-YBAMORT TO RTUTAR.
		MOVE RTUTAR TO GORUNUM(116:17).
		MOVE DM-DURUM TO GORUNUM(134:11).
		MOVE DM-SATTUT TO RTUTAR.
		MOVE RTUTAR TO GORUNUM(146:17).
		MOVE DM-SATHES TO GORUNUM(164:9).
	IMAJ-COZ-SON.
		CONTINUE.
	BUTCE-AY.
		COMPUTE KX = (AYX - 1) * 18 + 14.
		MOVE BI-AYLIK(AYX) TO RTUTAR.
		MOVE RTUTAR TO GORUNUM(KX:17).
	TARIH-YAZ.
		MOVE WGGUN TO RTARIH(1:2).
		MOVE "/" TO RTARIH(3:1).
		MOVE WGAY TO RTARIH(4:2).
		MOVE "/" TO RTARIH(6:1).
		MOVE WGYIL TO RTARIH(7:2).
	RAPOR-BASLIK.
		ADD 1 TO RSAYFA.
		MOVE ZERO TO RSATIRSAY.
		MOVE WTARIH TO WG-TARIH.
		PERFORM TARIH-YAZ.
		MOVE RSAYFA TO RSAYFANO.
		MOVE SPACES TO R-SATIR.
		MOVE "ANA DOSYA DEGISIKLIK RAPORU" TO R-SATIR(30:27).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "DOSYA :" TO R-SATIR(1:7).
		MOVE "HEPSI" TO R-SATIR(9:5).
		IF WDOSYA NOT = SPACES MOVE WDOSYA TO R-SATIR(9:8).
		MOVE "OPERATOR :" TO R-SATIR(20:10).
		MOVE "HEPSI" TO R-SATIR(31:5).
		IF WOPR NOT = SPACES MOVE WOPR TO R-SATIR(31:5).
		MOVE "TARIH ARALIGI :" TO R-SATIR(40:15).
		MOVE "HEPSI" TO R-SATIR(56:5).
		IF WBAS-TARIH NOT = ZERO
			MOVE WBAS-TARIH TO WG-TARIH
			PERFORM TARIH-YAZ
			MOVE RTARIH TO R-SATIR(56:8).
		MOVE "-" TO R-SATIR(65:1).
		MOVE "HEPSI" TO R-SATIR(67:5).
		IF WSON-TARIH NOT = 999999
			MOVE WSON-TARIH TO WG-TARIH
			PERFORM TARIH-YAZ
			MOVE RTARIH TO R-SATIR(67:8).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "TARIH" TO R-SATIR(1:5).
		MOVE "SAAT" TO R-SATIR(10:4).
		MOVE "OPR" TO R-SATIR(17:3).
		MOVE "PROG." TO R-SATIR(22:5).
		MOVE "DOSYA" TO R-SATIR(29:5).
		MOVE "ISLEM" TO R-SATIR(39:5).
		MOVE "ANAHTAR" TO R-SATIR(55:7).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO RSATIRSAY.
	RAPOR-TOPLAM.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 2 LINES.
		MOVE SPACES TO R-SATIR.
		MOVE "LISTELENEN DEGISIKLIK :" TO R-SATIR(1:23).
		MOVE SYAZ TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(25:5).
		MOVE "EKLEME :" TO R-SATIR(35:8).
		MOVE SEKLE TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(44:5).
		MOVE "DEGISIKLIK :" TO R-SATIR(52:12).
		MOVE SDEGIS TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(65:5).
		MOVE "SILME :" TO R-SATIR(73:7).
		MOVE SSIL TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(81:5).
		MOVE "DONEM ACMA DENEMESI :" TO R-SATIR(89:21).
		MOVE SACMA TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(111:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH60" TO LPROGRAM.
		MOVE SPACE TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE "BASLADI" TO LSONUC.
		WRITE ISLOG-KAYDI.
	ISLOG-SON.
		MOVE "S" TO LTIP.
		MOVE "MUH60" TO LPROGRAM.
		MOVE SPACE TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SOKU TO LOKUNAN.
		MOVE SYAZ TO LYAZILAN.
		MOVE SRED TO LRED.
		MOVE "BITTI" TO LSONUC.
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
