		SELECT DENETIM ASSIGN TO PRINTER "DENETIM.LST".
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
	FD	DENETIM	LABEL RECORDS STANDARD.
	01	E-SATIR				PIC X(132).
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
		DISPLAY "MUH93 - FIS DENKLIK DENETIMI" LINE 1 POSITION 1
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WSIRKET LINE 4 POSITION 48
		ELSE
			ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		MOVE LOW-VALUES TO HFISNO.
		PERFORM ISLOG-BASLA.
		START MUHGUN KEY IS NOT LESS THAN HFISNO
			INVALID KEY
			DISPLAY "DENETLENECEK KAYIT YOK"
				LINE 12 POSITION 25
			GO TO KAPAT.
		OPEN OUTPUT DENETIM.
		PERFORM DENETIM-BASLIK.
		MOVE SPACES TO AKTIF-FISNO.
				LINE 12 POSITION 25 REVERSE
			MOVE SDENKSIZ TO GSAYAC
			DISPLAY GSAYAC LINE 12 POSITION 46.
		PERFORM TUS-BEKLE.
		CLOSE DENETIM.
	KAPAT.
		CLOSE MUHGUN.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		GO TO CIKIS.
	FIS-SIFIRLA.
		MOVE ZERO TO FBORC FALAC.
	FIS-KAPAT.
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
		IF ZNPROGRAM NOT = "MUH93" GO TO ZINCIR-BAK-OKU.
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
