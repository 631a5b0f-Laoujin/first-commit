		SELECT KONTROLL ASSIGN TO PRINTER "ARSIV.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT ZINCIR ASSIGN TO RANDOM "ZINCIR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ZNANAHTAR
			FILE STATUS IS DS-ZINCIR.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
		COPY "MUHGUN.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
		COPY "ZINCIR.COP".
	FD	ARSIV	LABEL RECORDS STANDARD.
	01	ARSIV-KAYDI.
		02 AYUKNO-ANAHTAR.
		02 ADURUM			PIC X(1).
		02 AKDVKOD			PIC X(2).
		02 AOPKOD			PIC X(3).
		02 ADOVKOD			PIC X(3).
		02 ADOVTUT			PIC 9(9)V99 COMP-3.
		02 AKUR				PIC 9(5)V9(4) COMP-3.
		02 AMERKEZ			PIC X(4).
	FD	GECICI	LABEL RECORDS STANDARD.
	01	G-KAYIT				PIC X(96).
	FD	KONTROLL	LABEL RECORDS STANDARD.
	01	K-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	DS-ZINCIR	PIC X(2).
	77	ZINCIR-MODU	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
		IF DS-MUHGUN NOT = "00"
			DISPLAY "GUNLUK DOSYA (GUNLUK.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			GO TO CIKIS.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH91 - GUNLUK ARSIVLEME" LINE 1 POSITION 1
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WSIRKET LINE 4 POSITION 48
		ELSE
			ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		DISPLAY "ARSIVLENECEK YIL (YY) ? [  ]"
			LINE 5 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WYIL LINE 5 POSITION 51
		ELSE
			ACCEPT WYIL LINE 5 POSITION 51 TAB.
		MOVE "ARSIV" TO ARSIV-ADI(1:5).
		MOVE WYIL TO ARSIV-ADI(6:2).
		MOVE ".DAT" TO ARSIV-ADI(8:4).
		DISPLAY ARSIV-ADI LINE 6 POSITION 41.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 7 POSITION 25.
		IF ZINCIR-MODU = "E"
			MOVE "B" TO CEV
		ELSE
			ACCEPT CEV LINE 7 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		OPEN I-O ARSIV.
		MOVE SKALAN TO GSAYAC.
		DISPLAY "KALAN KAYIT   :" LINE 16 POSITION 25.
		DISPLAY GSAYAC LINE 16 POSITION 41.
		PERFORM TUS-BEKLE.
	KAPAT.
		CLOSE MUHGUN.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		GO TO CIKIS.
	KONTROL-SAYFA.
		OPEN OUTPUT KONTROLL.
		MOVE WTGUN TO KTARIH(1:2).
		MOVE "BITTI" TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
	CIKIS.
		IF ZINCIR-MODU = "E" GO TO ZINCIR-DON.
		STOP RUN.
	ZINCIR-DON.
		EXIT PROGRAM.
	TUS-BEKLE.
		IF ZINCIR-MODU NOT = "E"
			ACCEPT CEV LINE 24 POSITION 25.
	ZINCIR-BAK.
		OPEN I-O ZINCIR.
		IF DS-ZINCIR NOT = "00" GO TO ZINCIR-BAK-SON.
		MOVE LOW-VALUES TO ZNANAHTAR.
		START ZINCIR KEY IS NOT LESS THAN ZNANAHTAR
			INVALID KEY GO TO ZINCIR-BAK-KAPAT.
	ZINCIR-BAK-OKU.
		READ ZINCIR NEXT RECORD AT END GO TO ZINCIR-BAK-KAPAT.
		IF ZNPROGRAM NOT = "MUH91" GO TO ZINCIR-BAK-OKU.
		IF NOT ZNDURUM-CALISIYOR GO TO ZINCIR-BAK-OKU.
		MOVE ZNOPKOD TO WOPKOD.
		MOVE ZNSIRKET TO WSIRKET.
		MOVE ZNARSIVYIL TO WYIL.
		MOVE SPACES TO ZNPROGRAM.
		REWRITE ZINCIR-KAYDI.
		MOVE "E" TO ZINCIR-MODU.
	ZINCIR-BAK-KAPAT.
		CLOSE ZINCIR.
	ZINCIR-BAK-SON.
		CONTINUE.
	GIRIS-KONTROL.
		PERFORM ZINCIR-BAK THRU ZINCIR-BAK-SON.
		IF ZINCIR-MODU = "E" GO TO GIRIS-KONTROL-SON.
		OPEN INPUT OPKUTUK.
		IF DS-OPKUTUK NOT = "00"
			DISPLAY "OPERATOR DOSYASI YOK, MUH81 CALISTIRIN"
