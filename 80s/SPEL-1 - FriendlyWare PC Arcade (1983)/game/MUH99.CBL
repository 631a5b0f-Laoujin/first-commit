		SELECT HATA  ASSIGN TO PRINTER "HATA.LST".
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
		COPY "HESAP.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
		COPY "ZINCIR.COP".
	FD	RAPOR	LABEL RECORDS STANDARD.
	01	R-SATIR				PIC X(132).
	FD	HATA	LABEL RECORDS STANDARD.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	DS-ZINCIR	PIC X(2).
	77	ZINCIR-MODU	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77   CEV	PIC X(1) VALUE SPACES.
	77   SOKU	PIC 9(5) VALUE ZERO.
		DISPLAY "--------------------------------------------"
			LINE 3 POSITION 25.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WSIRKET LINE 4 POSITION 48
		ELSE
			ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		MOVE WSIRKET TO KSIRKET.
		PERFORM KONTROL-AC.
		MOVE WTYIL TO KYIL.
		MOVE WYUKNO TO WYUKNO-ILK.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 5 POSITION 25.
		IF ZINCIR-MODU = "E"
			MOVE "B" TO CEV
		ELSE
			ACCEPT CEV LINE 5 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		MOVE WSIRKET TO HSIRKET.
			LINE 6 POSITION 25.
		DISPLAY "KALDIGI YERDEN DEVAM ? [E/H] [   ]"
			LINE 7 POSITION 25.
		IF ZINCIR-MODU = "E"
			MOVE "E" TO WDEVAM
		ELSE
			ACCEPT WDEVAM LINE 7 POSITION 51 TAB.
		IF WDEVAM = "E"
			MOVE KSONHYUKNO-ANAHTAR TO HYUKNO-ANAHTAR
			START MUHGUN KEY IS GREATER THAN HYUKNO-ANAHTAR
		MOVE HYUKNO-ANAHTAR TO YHKAYNAK-ANAHTAR.
		MOVE HKDVKOD TO YHKDVKOD.
		MOVE HOPKOD TO YHOPKOD.
		MOVE HDOVKOD TO YHDOVKOD.
		MOVE HDOVTUT TO YHDOVTUT.
		MOVE HKUR TO YHKUR.
		MOVE SPACE TO YHMUTABIK.
		MOVE HMERKEZ TO YHMERKEZ.
		WRITE YHARKAY INVALID KEY
			DISPLAY HYUKNO LINE 15 POSITION 1
			DISPLAY "SIRA NOLU GUNLUK KAYIT MUHYIL'DA VAR"
		DISPLAY ZTL LINE 22 POSITION 33.
		MOVE WBORC TO ZTL.
		DISPLAY ZTL LINE 23 POSITION 33.
		PERFORM TUS-BEKLE.
		MOVE SPACES TO KSONHYUKNO-ANAHTAR.
		PERFORM MUTABAKAT.
		PERFORM RAPOR-TOPLAM.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		IF RAPOR-ACIK = "E" CLOSE RAPOR.
		IF HATA-ACIK = "E" CLOSE HATA.
		GO TO CIKIS.
	KAPAT-ACIL.
		CLOSE MUHGUN MUHYIL.
		GO TO CIKIS.
	KONTROL-CHECKPOINT.
		MOVE HYUKNO-ANAHTAR TO KSONHYUKNO-ANAHTAR.
		MOVE WYUKNO TO KSONYUKNO.
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
		IF ZNPROGRAM NOT = "MUH99" GO TO ZINCIR-BAK-OKU.
		IF NOT ZNDURUM-CALISIYOR GO TO ZINCIR-BAK-OKU.
		MOVE ZNOPKOD TO WOPKOD.
		MOVE ZNSIRKET TO WSIRKET.
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
