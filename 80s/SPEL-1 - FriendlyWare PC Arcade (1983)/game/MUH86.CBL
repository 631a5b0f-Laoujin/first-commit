			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT LISTE ASSIGN TO PRINTER "CARI.LST".
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
		COPY "CARI.COP".
		COPY "HESAP.COP".
		COPY "OPKUTUK.COP".
		COPY "DEGISIM.COP".
	FD	LISTE	LABEL RECORDS STANDARD.
	01	L-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	DS-DEGISIM	PIC X(2).
	77	DEGISIM-TIPI	PIC X(1) VALUE SPACES.
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	WADRES2		PIC X(30) VALUE SPACES.
	77	WSEHIR		PIC X(15) VALUE SPACES.
	77	WVADE		PIC 9(3) VALUE ZERO.
	77	WVERGIDAIRE	PIC X(20) VALUE SPACES.
	77	WVERGINO	PIC X(11) VALUE SPACES.
	77	WULKE		PIC X(15) VALUE SPACES.
	77	DS-CARI		PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	HESAP-ACIK	PIC X(1) VALUE "H".
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		MOVE WADRES2 TO CADRES2.
		MOVE WSEHIR TO CSEHIR.
		MOVE WVADE TO CVADE.
		MOVE WVERGIDAIRE TO CVERGIDAIRE.
		MOVE WVERGINO TO CVERGINO.
		MOVE WULKE TO CULKE.
		WRITE CARI-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 21 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE CARI-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CARI KART ACILDI" LINE 21 POSITION 25.
		ACCEPT CEV LINE 21 POSITION 43 TAB.
		GO TO ANA-MENU.
				LINE 12 POSITION 25
			GO TO ANA-MENU.
		PERFORM KART-GOSTER.
		MOVE CARI-KAYDI TO ONCE-IMAJ.
		MOVE CTIP TO WTIP.
		MOVE CUNVAN TO WUNVAN.
		PERFORM KART-AL THRU KART-AL-SON.
		MOVE WADRES2 TO CADRES2.
		MOVE WSEHIR TO CSEHIR.
		MOVE WVADE TO CVADE.
		MOVE WVERGIDAIRE TO CVERGIDAIRE.
		MOVE WVERGINO TO CVERGINO.
		MOVE WULKE TO CULKE.
		REWRITE CARI-KAYDI.
		MOVE CARI-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CARI KART DEGISTIRILDI" LINE 21 POSITION 25.
		ACCEPT CEV LINE 21 POSITION 49 TAB.
		GO TO ANA-MENU.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 22 POSITION 25
			GO TO ANA-MENU.
		MOVE CARI-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE CARI RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CARI KART SILINDI" LINE 22 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		MOVE CVADE TO GVADE.
		DISPLAY "VADE GUN :" LINE 17 POSITION 25.
		DISPLAY GVADE LINE 17 POSITION 37.
		DISPLAY "VERGI D.  :" LINE 18 POSITION 25.
		DISPLAY CVERGIDAIRE LINE 18 POSITION 37.
		DISPLAY "VERGI NO  :" LINE 19 POSITION 25.
		DISPLAY CVERGINO LINE 19 POSITION 37.
		DISPLAY "ULKE     :" LINE 20 POSITION 25.
		DISPLAY CULKE LINE 20 POSITION 37.
	KART-AL.
		DISPLAY "TIP (M=MUSTERI S=SATICI) ? [ ]"
			LINE 12 POSITION 25.
		DISPLAY "ODEME VADESI (GUN) ? [   ]" LINE 18 POSITION 25.
		MOVE ZERO TO WVADE.
		ACCEPT WVADE LINE 18 POSITION 47 TAB.
	VERGI-AL.
		DISPLAY "VERGI DAIRESI ?" LINE 19 POSITION 25.
		DISPLAY "[                    ]"
			LINE 19 POSITION 41.
		MOVE SPACES TO WVERGIDAIRE.
		ACCEPT WVERGIDAIRE LINE 19 POSITION 42 TAB.
		DISPLAY "VERGI NO ? [           ]" LINE 20 POSITION 25.
		MOVE SPACES TO WVERGINO.
		ACCEPT WVERGINO LINE 20 POSITION 37 TAB.
		DISPLAY "ULKE ? [               ]" LINE 20 POSITION 50.
		MOVE SPACES TO WULKE.
		ACCEPT WULKE LINE 20 POSITION 58 TAB.
		IF WULKE = SPACES MOVE "TURKIYE" TO WULKE.
		IF WVERGINO = SPACES OR WULKE NOT = "TURKIYE"
			GO TO KART-AL-SON.
		IF WVERGINO(1:10) NOT NUMERIC
			DISPLAY "VERGI NO HATALI (10/11 HANE)"
				LINE 21 POSITION 25 REVERSE
			GO TO VERGI-AL.
		IF WVERGINO(11:1) NOT = SPACE
		   AND WVERGINO(11:1) NOT NUMERIC
			DISPLAY "VERGI NO HATALI (10/11 HANE)"
				LINE 21 POSITION 25 REVERSE
			GO TO VERGI-AL.
	KART-AL-SON.
		DISPLAY SPACES LINE 21 POSITION 1 SIZE 80.
		CONTINUE.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "CARI" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:10) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:10) TO DGANAHTAR.
		MOVE "MUH86" TO DGPROGRAM.
		MOVE WOPKOD TO DGOPKOD.
		ACCEPT DGTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO DGSAAT.
		MOVE ONCE-IMAJ TO DGONCE.
		MOVE SONRA-IMAJ TO DGSONRA.
		WRITE DEGISIM-KAYDI.
		CLOSE DEGISIM.
	EKRAN-SIL.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH86 - CARI KART BAKIMI" LINE 1 POSITION 1
		MOVE "SEHIR" TO L-SATIR(106:5).
		MOVE "VADE" TO L-SATIR(123:4).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		MOVE "VERGI DAIRESI" TO L-SATIR(44:13).
		MOVE "VERGI NO" TO L-SATIR(75:8).
		MOVE "ULKE" TO L-SATIR(106:4).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO L-SATIR.
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		ADD 6 TO LSATIRSAY.
	LISTE-SATIR.
		IF LSATIRSAY NOT < 54 PERFORM LISTE-BASLIK.
		MOVE SPACES TO L-SATIR.
		MOVE CHESNO TO L-SATIR(1:9).
		MOVE CTIP TO L-SATIR(11:1).
		MOVE CVADE TO GVADE.
		MOVE GVADE TO L-SATIR(123:3).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		MOVE CVERGIDAIRE TO L-SATIR(44:20).
		MOVE CVERGINO TO L-SATIR(75:11).
		IF CVERGINO = SPACES
			MOVE "*** YOK ***" TO L-SATIR(75:11).
		MOVE CULKE TO L-SATIR(106:15).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO LSATIRSAY.
	GIRIS-KONTROL.
		OPEN INPUT OPKUTUK.
		IF DS-OPKUTUK NOT = "00"
