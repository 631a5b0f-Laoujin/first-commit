			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT LISTE ASSIGN TO PRINTER "BUTCE.LST".
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
		COPY "BUTCE.COP".
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
			"OCASUBMARNISMAYHAZTEMAGUEYLEKIKASARA".
	01	AY-ADI-R REDEFINES AY-ADLARI.
		02 AY-ADI OCCURS 12 TIMES PIC X(3).
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		WRITE BUTCE-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 23 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE BUTCE-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "BUTCE KAYDI ACILDI" LINE 23 POSITION 25.
		ACCEPT CEV LINE 23 POSITION 45 TAB.
		GO TO ANA-MENU.
			DISPLAY "BOYLE BIR BUTCE KAYDI YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE BUTCE-KAYDI TO ONCE-IMAJ.
		PERFORM TABLO-KAYITTAN
			VARYING AYX FROM 1 BY 1 UNTIL AYX > 12.
		PERFORM TABLO-GOSTER
		PERFORM TABLO-KAYDA
			VARYING AYX FROM 1 BY 1 UNTIL AYX > 12.
		REWRITE BUTCE-KAYDI.
		MOVE BUTCE-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "BUTCE KAYDI DEGISTIRILDI" LINE 23 POSITION 25.
		ACCEPT CEV LINE 23 POSITION 51 TAB.
		GO TO ANA-MENU.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE BUTCE-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE BUTCE RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "BUTCE KAYDI SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
			VARYING AYX FROM 1 BY 1 UNTIL AYX > 12.
	YIL-TOPLA-AY.
		ADD WAYLIK(AYX) TO YTOPLAM.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "BUTCE" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:12) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:12) TO DGANAHTAR.
		MOVE "MUH79" TO DGPROGRAM.
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
		DISPLAY "MUH79 - BUTCE BAKIMI" LINE 1 POSITION 1
