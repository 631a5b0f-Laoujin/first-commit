			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DNANAHTAR
			FILE STATUS IS DS-DONEM.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
	FILE SECTION.
		COPY "DONEM.COP".
		COPY "OPKUTUK.COP".
		COPY "DEGISIM.COP".
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	DS-DEGISIM	PIC X(2).
	77	DEGISIM-TIPI	PIC X(1) VALUE SPACES.
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	KAYIT-VAR	PIC X(1) VALUE "H".
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		IF CEV NOT = "E"
			DISPLAY "KAPATILMADI" LINE 14 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		IF KAYIT-VAR = "E"
			MOVE DONEM-KAYDI TO ONCE-IMAJ
			MOVE "D" TO DEGISIM-TIPI.
		MOVE "K" TO DNDURUM.
		PERFORM DONEM-YAZ.
		MOVE DONEM-KAYDI TO SONRA-IMAJ.
		PERFORM DEGISIM-YAZ.
		DISPLAY "DONEM KAPATILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	DONEM-AC.
		IF KAYIT-VAR NOT = "E" OR DNDURUM NOT = "K"
			DISPLAY "DONEM ZATEN ACIK" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE DONEM-KAYDI TO ONCE-IMAJ.
		MOVE DONEM-KAYDI TO SONRA-IMAJ.
		MOVE "A" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "BU DONEM ACILSIN MI [E/H] ? [   ]"
			LINE 13 POSITION 25.
		ACCEPT CEV LINE 13 POSITION 54 TAB.
			GO TO ANA-MENU.
		MOVE "A" TO DNDURUM.
		PERFORM DONEM-YAZ.
		MOVE DONEM-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "DONEM ACILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
			WRITE DONEM-KAYDI INVALID KEY
				DISPLAY "YAZILAMADI"
					LINE 14 POSITION 25.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "DONEM" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:5) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:5) TO DGANAHTAR.
		MOVE "MUH82" TO DGPROGRAM.
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
		DISPLAY "MUH82 - DONEM DURUM BAKIMI" LINE 1 POSITION 1
