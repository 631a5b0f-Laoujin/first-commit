		SELECT BELGE ASSIGN TO PRINTER "YEDEK.LST".
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
		COPY "KONTROL.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
		COPY "ZINCIR.COP".
	FD	YEDGUN	LABEL RECORDS STANDARD.
	01	Y1-KAYIT			PIC X(128).
	FD	YEDYIL	LABEL RECORDS STANDARD.
	01	Y2-KAYIT			PIC X(128).
	FD	YEDHES	LABEL RECORDS STANDARD.
	01	Y3-KAYIT			PIC X(128).
	FD	YEDBAK	LABEL RECORDS STANDARD.
	01	Y4-KAYIT			PIC X(128).
	FD	YEDKON	LABEL RECORDS STANDARD.
	01	Y5-KAYIT			PIC X(128).
	FD	BELGE	LABEL RECORDS STANDARD.
	01	B-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	DS-ZINCIR	PIC X(2).
	77	ZINCIR-MODU	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	ISLEM		PIC X(1) VALUE SPACES.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	Y-ALAN				PIC X(128).
	01	Y-VERI REDEFINES Y-ALAN.
		02 YV-TIP		PIC X(1).
		02 YV-KAYIT		PIC X(127).
	01	Y-KONTROL REDEFINES Y-ALAN.
		02 YK-TIP		PIC X(1).
		02 YK-SAYI		PIC 9(6).
		02 YK-ISARET		PIC X(1).
		02 YK-HASH		PIC 9(13)V99.
		02 FILLER		PIC X(105).
	01	COZ-TL6-ALAN.
		02 COZ-TL6		PIC 9(9)V99 COMP-3.
	01	COZ-TL7-ALAN.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WSIRKET LINE 4 POSITION 48
		ELSE
			ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		IF ZINCIR-MODU = "E" GO TO YEDEKLE.
	ANA-MENU.
		DISPLAY "[Y]EDEKLE [G]ERI YUKLE [D]OGRULA [C]IKIS"
			LINE 6 POSITION 25.
	KAPAT.
		IF BELGE-ACIK = "E" CLOSE BELGE.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		GO TO CIKIS.
*******************************************************************
*********  YEDEKLEME : BES DOSYAYI BOSALT, DISKETI GERI OKU   *****
*******************************************************************
		DISPLAY "DISKETI A SURUCUSUNE TAKIP [ B ] GIRIN ? [  ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 67 TAB.
		IF CEV NOT = "B" AND ZINCIR-MODU = "E" GO TO KAPAT.
		IF CEV NOT = "B" GO TO ANA-MENU.
		MOVE "YEDEKLEME" TO WISLEM-ADI.
		PERFORM ISLOG-BASLA.
		PERFORM BAKIYE-YEDEK THRU BAKIYE-YEDEK-SON.
		PERFORM KONTROL-YEDEK THRU KONTROL-YEDEK-SON.
		PERFORM BELGE-SONUC.
		IF ZINCIR-MODU = "E" GO TO KAPAT.
		GO TO ANA-MENU.
*******************************************************************
*********  GERI YUKLEME : DISKETTEKI KOPYADAN YENIDEN KUR     *****
			MOVE "E" TO KREC-VAR
			PERFORM KAYIT-KARSILASTIR
			GO TO GUNLUK-YUKLE-BITTI.
		MOVE YV-KAYIT(1:96) TO GHAREKAY.
		WRITE GHAREKAY INVALID KEY
			ADD 1 TO WRED.
		ADD 1 TO WSAYI.
			MOVE "E" TO KREC-VAR
			PERFORM KAYIT-KARSILASTIR
			GO TO YILLIK-YUKLE-BITTI.
		MOVE YV-KAYIT(1:104) TO YHARKAY.
		WRITE YHARKAY INVALID KEY
			ADD 1 TO WRED.
		ADD 1 TO WSAYI.
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
		IF ZNPROGRAM NOT = "MUH77" GO TO ZINCIR-BAK-OKU.
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
