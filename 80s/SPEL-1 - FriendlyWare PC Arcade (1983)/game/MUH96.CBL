			RECORD KEY IS BANAHTAR
			FILE STATUS IS DS-BAKIYE.
		SELECT LISTE ASSIGN TO PRINTER "HESAP.LST".
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
		COPY "HESAP.COP".
		COPY "BAKIYE.COP".
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
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		WRITE HESAP-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE HESAP-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "HESAP ACILDI" LINE 12 POSITION 25.
		GO TO ANA-MENU.
	DEGISTIR.
			DISPLAY "BOYLE BIR HESAP YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE HESAP-KAYDI TO ONCE-IMAJ.
		DISPLAY "ESKI ADI :" LINE 11 POSITION 25.
		DISPLAY RHESAP-ADI LINE 11 POSITION 36.
		DISPLAY "YENI ADI ?" LINE 12 POSITION 25.
			GO TO ANA-MENU.
		MOVE WADI TO RHESAP-ADI.
		REWRITE HESAP-KAYDI.
		MOVE HESAP-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "HESAP ADI DEGISTIRILDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	SIL.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE HESAP-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE HESAP RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "HESAP SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		ACCEPT WHESNO LINE 10 POSITION 37 TAB.
		MOVE WSIRKET TO RSIRKET.
		MOVE WHESNO TO RHESNO.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "HESAP" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:10) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:10) TO DGANAHTAR.
		MOVE "MUH96" TO DGPROGRAM.
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
		DISPLAY "MUH96 - HESAP PLANI BAKIMI" LINE 1 POSITION 1
