*********  B KAYDI : TIP(1) SIRKET(1)                         *****
*********  H KAYDI : TIP(1) GG/AA/YY(8) FISNO(5) HESNO(9)     *****
*********            ACIKLAMA(30) B-A(1) TUTAR(9,2) KDV(2)    *****
*********            MASRAF MERKEZI(4)                        *****
*********  D KAYDI : TIP(1) DOVKOD(3) DVZTUTAR(9,2) KUR(5,4)  *****
*********            (ISTEGE BAGLI, H KAYDINDAN SONRA)        *****
*********  S KAYDI : TIP(1) SAYI(6) BORC(11,2) ALACAK(11,2)   *****
*********  FIS DENK DEGILSE VEYA HATALI SATIR VARSA           *****
*********  FISIN TAMAMI REDDEDILIR, HIC BIR SATIR YAZILMAZ    *****
			ACCESS MODE IS RANDOM
			RECORD KEY IS DNANAHTAR
			FILE STATUS IS DS-DONEM.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT GELEN ASSIGN TO RANDOM "A:GELEN.SEQ"
			FILE STATUS IS DS-GELEN.
		SELECT LISTE ASSIGN TO PRINTER "TOPALIM.LST".
		COPY "HESAP.COP".
		COPY "KDVKOD.COP".
		COPY "DONEM.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	GELEN	LABEL RECORDS STANDARD.
	77	DS-HESAP	PIC X(2).
	77	DS-KDVKOD	PIC X(2).
	77	KDVKOD-ACIK	PIC X(1) VALUE "H".
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	DS-GELEN	PIC X(2).
	77	WYUKNO		PIC 9(5) VALUE ZERO.
	77	WSON-YUKNO	PIC X(5) VALUE SPACES.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WDOVTUT		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WKUR		PIC 9(5)V9(4) COMP-3 VALUE ZERO.
	77	WKARSILIK	PIC 9(14)V99 COMP-3 VALUE ZERO.
	77	WFARK		PIC 9(14)V99 COMP-3 VALUE ZERO.
	77	SATIR-KABUL	PIC X(1) VALUE "H".
	77	AKTIF-FISKEY	PIC X(11) VALUE SPACES.
	77	GIRDI-FISKEY	PIC X(11) VALUE SPACES.
	77	FIS-BOZUK	PIC X(1) VALUE "H".
			03 FILLER		PIC X(1).
			03 GH-TUTAR-KURUS	PIC 9(2).
		02 GH-KDVKOD		PIC X(2).
		02 GH-MERKEZ		PIC X(4).
		02 FILLER		PIC X(8).
	01	GD-KAYIT REDEFINES G-ALAN.
		02 GD-TIP		PIC X(1).
		02 GD-DOVKOD		PIC X(3).
		02 GD-DOVTUT.
			03 GD-DOVTUT-LIRA	PIC 9(9).
			03 FILLER		PIC X(1).
			03 GD-DOVTUT-KURUS	PIC 9(2).
		02 GD-KUR.
			03 GD-KUR-TAM		PIC 9(5).
			03 FILLER		PIC X(1).
			03 GD-KUR-KESIR		PIC 9(4).
		02 FILLER		PIC X(54).
	01	GS-KAYIT REDEFINES G-ALAN.
		02 GS-TIP		PIC X(1).
		02 GS-SAYI		PIC 9(6).
			03 FILLER		PIC X(1).
			03 GS-ALAC-KURUS	PIC 9(2).
		02 FILLER		PIC X(45).
	01	WSON-H			PIC X(80).
	01	FIS-TABLOSU.
		02 FIS-SATIRI OCCURS 30 TIMES.
			03 F-TARIH	PIC X(6).
			03 F-BA		PIC X(1).
			03 F-TL		PIC 9(9)V99 COMP-3.
			03 F-KDVKOD	PIC X(2).
			03 F-DOVKOD	PIC X(3).
			03 F-DOVTUT	PIC 9(9)V99 COMP-3.
			03 F-KUR	PIC 9(5)V9(4) COMP-3.
			03 F-MERKEZ	PIC X(4).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		IF DS-KDVKOD = "00" MOVE "E" TO KDVKOD-ACIK.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH80 - DISKETTEN TOPLU FIS ALIMI"
			COMPUTE GSALAC-OKUNAN =
				GS-ALAC-LIRA + GS-ALAC-KURUS / 100
			GO TO SON.
		IF GH-TIP = "D"
			PERFORM DOVIZ-ISLE THRU DOVIZ-ISLE-SON
			GO TO OKU.
		IF GH-TIP NOT = "H" GO TO OKU.
		MOVE G-ALAN TO WSON-H.
		ADD 1 TO SOKU.
		MOVE SOKU TO GSAYAC.
		DISPLAY GSAYAC LINE 9 POSITION 40.
		CLOSE MUHGUN HESAP.
		IF KDVKOD-ACIK = "E" CLOSE KDVKOD.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*******************************************************************
	SATIR-ISLE.
		MOVE SPACES TO WSEBEP.
		MOVE "H" TO SATIR-KABUL.
		IF SATSAY = 30
			MOVE "FIS 30 SATIRI ASTI" TO WSEBEP
			GO TO SATIR-RED.
		IF GH-KDVKOD NOT = SPACES
			PERFORM KDV-DENETLE.
		IF WSEBEP NOT = SPACES GO TO SATIR-RED.
		IF GH-MERKEZ NOT = SPACES
		   OR GH-HESNO(1:1) = "6" OR GH-HESNO(1:1) = "7"
			PERFORM MERKEZ-DENETLE.
		IF WSEBEP NOT = SPACES GO TO SATIR-RED.
		PERFORM DONEM-BAK THRU DONEM-BAK-SON.
		IF WDONEM-DURUM = "K"
			MOVE "DONEM KAPALI" TO WSEBEP
		MOVE GH-BA TO F-BA(IX).
		MOVE WTL TO F-TL(IX).
		MOVE GH-KDVKOD TO F-KDVKOD(IX).
		MOVE SPACES TO F-DOVKOD(IX).
		MOVE ZERO TO F-DOVTUT(IX) F-KUR(IX).
		MOVE GH-MERKEZ TO F-MERKEZ(IX).
		IF GH-BA = "A"
			ADD WTL TO FALAC
		ELSE
			ADD WTL TO FBORC.
		MOVE "E" TO SATIR-KABUL.
		GO TO SATIR-ISLE-SON.
	SATIR-RED.
		MOVE "E" TO FIS-BOZUK.
			MOVE GH-KDVKOD TO VKOD
			READ KDVKOD INVALID KEY
				MOVE "KDV KODU TANIMSIZ" TO WSEBEP.
	MERKEZ-DENETLE.
		IF GH-MERKEZ = SPACES
			MOVE "MASRAF MERKEZI YOK" TO WSEBEP.
		IF WSEBEP = SPACES AND MERKEZ-ACIK NOT = "E"
			MOVE "MERKEZ DOSYASI YOK" TO WSEBEP.
		IF WSEBEP = SPACES
			MOVE WSIRKET TO MRSIRKET
			MOVE GH-MERKEZ TO MRKOD
			READ MERKEZ INVALID KEY
				MOVE "MERKEZ KODU TANIMSIZ" TO WSEBEP.
*******************************************************************
*********  DOVIZ SATIRI : ONCEKI H SATIRINA EKLENIR,          *****
*********  TL KARSILIGI H TUTARINI TUTMALIDIR                 *****
*******************************************************************
	DOVIZ-ISLE.
		IF SATIR-KABUL NOT = "E" GO TO DOVIZ-ISLE-SON.
		MOVE "H" TO SATIR-KABUL.
		MOVE SPACES TO WSEBEP.
		IF GD-DOVKOD = SPACES
		   OR GD-DOVTUT-LIRA NOT NUMERIC
		   OR GD-DOVTUT-KURUS NOT NUMERIC
		   OR GD-KUR-TAM NOT NUMERIC
		   OR GD-KUR-KESIR NOT NUMERIC
			MOVE "DOVIZ SATIRI GECERSIZ" TO WSEBEP
			GO TO DOVIZ-RED.
		COMPUTE WDOVTUT =
			GD-DOVTUT-LIRA + GD-DOVTUT-KURUS / 100.
		COMPUTE WKUR = GD-KUR-TAM + GD-KUR-KESIR / 10000.
		IF WDOVTUT = ZERO OR WKUR = ZERO
			MOVE "DOVIZ TUTARI/KURU SIFIR" TO WSEBEP
			GO TO DOVIZ-RED.
		MOVE SATSAY TO IX.
		COMPUTE WKARSILIK ROUNDED = WDOVTUT * WKUR.
		IF WKARSILIK > F-TL(IX)
			COMPUTE WFARK = WKARSILIK - F-TL(IX)
		ELSE
			COMPUTE WFARK = F-TL(IX) - WKARSILIK.
		IF WFARK > 1
			MOVE "DOVIZ KARSILIGI TUTMUYOR" TO WSEBEP
			GO TO DOVIZ-RED.
		MOVE GD-DOVKOD TO F-DOVKOD(IX).
		MOVE WDOVTUT TO F-DOVTUT(IX).
		MOVE WKUR TO F-KUR(IX).
		GO TO DOVIZ-ISLE-SON.
	DOVIZ-RED.
		MOVE WSON-H TO G-ALAN.
		MOVE "E" TO FIS-BOZUK.
		PERFORM RED-SATIR-YAZ.
	DOVIZ-ISLE-SON.
		CONTINUE.
	DONEM-BAK.
		MOVE "A" TO WDONEM-DURUM.
		IF DONEM-ACIK NOT = "E" GO TO DONEM-BAK-SON.
		MOVE "H" TO HDURUM.
		MOVE F-KDVKOD(IX) TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE F-DOVKOD(IX) TO HDOVKOD.
		MOVE F-DOVTUT(IX) TO HDOVTUT.
		MOVE F-KUR(IX) TO HKUR.
		MOVE F-MERKEZ(IX) TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 21 POSITION 15
