	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	DATA DIVISION.
	FILE SECTION.
		COPY "OPKUTUK.COP".
		COPY "DEGISIM.COP".
	WORKING-STORAGE SECTION.
	77	CEV		PIC X(1) VALUE SPACES.
	77	ISLEM		PIC X(1) VALUE SPACES.
	77	DS-OPKUTUK	PIC X(2).
	77	DS-DEGISIM	PIC X(2).
	77	DEGISIM-TIPI	PIC X(1) VALUE SPACES.
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	WADI		PIC X(20) VALUE SPACES.
	77	WSEVIYE		PIC X(1) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	KUTUK-BOS	PIC X(1) VALUE "H".
	77	GIRIS-KODU	PIC X(3) VALUE SPACES.
	77	SIFRE-DEGISTI	PIC X(1) VALUE "H".
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		OPEN I-O OPKUTUK.
			DISPLAY "BU PROGRAM AMIR SEVIYESI ISTER !"
				LINE 7 POSITION 25 REVERSE
			GO TO GIRIS-HATA.
		MOVE WOPKOD TO GIRIS-KODU.
		GO TO BASLA-DEVAM.
	GIRIS-HATA.
		ADD 1 TO GIRIS-DENEME.
		WRITE OPKUTUK-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 16 POSITION 25
			GO TO ANA-MENU.
		IF KUTUK-BOS = "E" MOVE OKOD TO GIRIS-KODU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE OPKUTUK-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		MOVE "H" TO KUTUK-BOS.
		DISPLAY "OPERATOR ACILDI" LINE 16 POSITION 25.
		GO TO ANA-MENU.
			DISPLAY "BOYLE BIR OPERATOR YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE OPKUTUK-KAYDI TO ONCE-IMAJ.
		DISPLAY "ESKI ADI :" LINE 11 POSITION 25.
		DISPLAY OADI LINE 11 POSITION 36.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WADI TO OADI.
		MOVE WSEVIYE TO OSEVIYE.
		REWRITE OPKUTUK-KAYDI.
		MOVE OPKUTUK-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "OPERATOR DEGISTIRILDI" LINE 16 POSITION 25.
		GO TO ANA-MENU.
	SIL.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE OPKUTUK-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE OPKUTUK RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "OPERATOR SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
			GO TO SEVIYE-AL.
	TANIM-AL-SON.
		CONTINUE.
	DEGISIM-YAZ.
		MOVE "H" TO SIFRE-DEGISTI.
		IF DEGISIM-TIPI = "D"
			AND ONCE-IMAJ(4:8) NOT = SONRA-IMAJ(4:8)
			MOVE "E" TO SIFRE-DEGISTI.
		IF ONCE-IMAJ NOT = SPACES
			MOVE "********" TO ONCE-IMAJ(4:8).
		IF SONRA-IMAJ NOT = SPACES
			MOVE "********" TO SONRA-IMAJ(4:8).
		IF SIFRE-DEGISTI = "E"
			MOVE "*DEGISTI" TO SONRA-IMAJ(4:8).
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "OPERATOR" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:3) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:3) TO DGANAHTAR.
		MOVE "MUH81" TO DGPROGRAM.
		MOVE GIRIS-KODU TO DGOPKOD.
		ACCEPT DGTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO DGSAAT.
		MOVE ONCE-IMAJ TO DGONCE.
		MOVE SONRA-IMAJ TO DGSONRA.
		WRITE DEGISIM-KAYDI.
		CLOSE DEGISIM.
	EKRAN-SIL.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH81 - OPERATOR KUTUGU BAKIMI"
