			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT DONEM ASSIGN TO RANDOM "DONEM.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
		COPY "MODEL.COP".
		COPY "MUHGUN.COP".
		COPY "HESAP.COP".
		COPY "MERKEZ.COP".
		COPY "DONEM.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	77	DS-MODEL	PIC X(2).
	77	DS-MUHGUN	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	WDONEM-DURUM	PIC X(1) VALUE "A".
			03 F-IZH	PIC X(39).
			03 F-BA		PIC X(1).
			03 F-TL		PIC 9(9)V99 COMP-3.
			03 F-MERKEZ	PIC X(4).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
			STOP RUN.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH75 - MODEL FIS URETIMI" LINE 1 POSITION 1
				LINE 12 POSITION 25 REVERSE
			GO TO MODEL-SOR.
		IF SATIR-HATA = "E"
			DISPLAY "MODELDE TANIMSIZ HESAP/MERKEZ VAR !"
				LINE 12 POSITION 25 REVERSE
			ADD 1 TO SRED
			PERFORM URETIM-RED
	KAPAT.
		CLOSE MODEL MUHGUN HESAP.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
	DONEM-BAK.
		MOVE MHESNO TO RHESNO.
		READ HESAP INVALID KEY
			MOVE "E" TO SATIR-HATA.
		IF MMERKEZ NOT = SPACES
		   OR MHESNO(1:1) = "6" OR MHESNO(1:1) = "7"
			PERFORM MERKEZ-DENETLE.
		ADD 1 TO SATSAY.
		MOVE SATSAY TO IX.
		MOVE MHESNO TO F-HESNO(IX).
		MOVE MIZH TO F-IZH(IX).
		MOVE MBA TO F-BA(IX).
		MOVE MTL TO F-TL(IX).
		MOVE MMERKEZ TO F-MERKEZ(IX).
		IF MBA = "A"
			ADD MTL TO FALAC
		ELSE
		GO TO MODEL-YUKLE-OKU.
	MODEL-YUKLE-SON.
		CONTINUE.
	MERKEZ-DENETLE.
		IF MMERKEZ = SPACES OR MERKEZ-ACIK NOT = "E"
			MOVE "E" TO SATIR-HATA
		ELSE
			MOVE WSIRKET TO MRSIRKET
			MOVE MMERKEZ TO MRKOD
			READ MERKEZ INVALID KEY
				MOVE "E" TO SATIR-HATA.
	FIS-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE SPACES TO HDOVKOD.
		MOVE ZERO TO HDOVTUT HKUR.
		MOVE F-MERKEZ(IX) TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 21 POSITION 15
