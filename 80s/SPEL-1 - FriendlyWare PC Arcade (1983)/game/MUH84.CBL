			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VANAHTAR
			FILE STATUS IS DS-KDVKOD.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
	FILE SECTION.
		COPY "KDVKOD.COP".
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
	77	DS-KDVKOD	PIC X(2).
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		WRITE KDVKOD-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 14 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE KDVKOD-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KDV KODU ACILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	DEGISTIR.
		READ KDVKOD INVALID KEY
			DISPLAY "BOYLE BIR KOD YOK" LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE KDVKOD-KAYDI TO ONCE-IMAJ.
		DISPLAY "ESKI :" LINE 11 POSITION 25.
		DISPLAY VACIKLAMA LINE 11 POSITION 32.
		MOVE VORAN TO GORAN.
		MOVE WACIKLAMA TO VACIKLAMA.
		MOVE WORAN TO VORAN.
		REWRITE KDVKOD-KAYDI.
		MOVE KDVKOD-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KDV KODU DEGISTIRILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	SIL.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE KDVKOD-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE KDVKOD RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KDV KODU SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		ACCEPT WORAN LINE 13 POSITION 41 TAB.
	TANIM-AL-SON.
		CONTINUE.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "KDVKOD" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:3) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:3) TO DGANAHTAR.
		MOVE "MUH84" TO DGPROGRAM.
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
		DISPLAY "MUH84 - KDV ORAN TABLOSU BAKIMI"
