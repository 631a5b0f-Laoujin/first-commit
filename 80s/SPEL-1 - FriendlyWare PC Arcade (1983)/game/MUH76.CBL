			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
	FILE SECTION.
		COPY "MODEL.COP".
		COPY "HESAP.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WTL		PIC 9(9)V99 VALUE ZERO.
	77	DS-MODEL	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	WMERKEZ		PIC X(4) VALUE SPACES.
	77	FBORC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	FALAC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	WFARK		PIC 9(11)V99 COMP-3 VALUE ZERO.
			03 F-IZH	PIC X(39).
			03 F-BA		PIC X(1).
			03 F-TL		PIC 9(9)V99 COMP-3.
			03 F-MERKEZ	PIC X(4).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
				LINE 10 POSITION 25
			CLOSE MODEL
			STOP RUN.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH76 - MODEL FIS BAKIMI" LINE 1 POSITION 1
			REVERSE.
		IF WTL = ZERO
			DISPLAY "TUTAR SIFIR OLAMAZ" LINE 18 POSITION 15
			GO TO TUTAR-AL.
	MERKEZ-AL.
		DISPLAY "MASRAF MERKEZI ? [    ]" LINE 17 POSITION 45.
		MOVE SPACES TO WMERKEZ.
		ACCEPT WMERKEZ LINE 17 POSITION 63 TAB.
		DISPLAY SPACES LINE 18 POSITION 1 SIZE 80.
		IF WMERKEZ = SPACES
		   AND (WHESNO(1:1) = "6" OR WHESNO(1:1) = "7")
			DISPLAY "6/7 SINIFI HESAPTA MERKEZ ZORUNLU !"
				LINE 18 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
		IF WMERKEZ = SPACES GO TO SATIR-EKLE.
		IF MERKEZ-ACIK NOT = "E"
			DISPLAY "MERKEZ DOSYASI (MERKEZ.DAT) YOK !"
				LINE 18 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WMERKEZ TO MRKOD.
		READ MERKEZ INVALID KEY
			DISPLAY "MASRAF MERKEZI TANIMSIZ !"
				LINE 18 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
	SATIR-EKLE.
		ADD 1 TO SATSAY.
		MOVE SATSAY TO IX.
		MOVE WHESNO TO F-HESNO(IX).
		MOVE WIZH TO F-IZH(IX).
		MOVE WBA TO F-BA(IX).
		MOVE WTL TO F-TL(IX).
		MOVE WMERKEZ TO F-MERKEZ(IX).
		IF WBA = "A" ADD WTL TO FALAC
			     ELSE
			     ADD WTL TO FBORC.
		MOVE SPACES TO MHESNO MBA.
		MOVE WADI TO MIZH.
		MOVE ZERO TO MTL.
		MOVE SPACES TO MSONYILAY MMERKEZ.
		WRITE MODEL-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 22 POSITION 15
			GO TO ANA-MENU.
		MOVE F-BA(IX) TO MBA.
		MOVE F-TL(IX) TO MTL.
		MOVE SPACES TO MSONYILAY.
		MOVE F-MERKEZ(IX) TO MMERKEZ.
		WRITE MODEL-KAYDI INVALID KEY
			DISPLAY "SATIR YAZILAMADI" LINE 22 POSITION 15.
	SIL.
			GO TO ANA-MENU.
	GOSTER-SAYFA.
		PERFORM EKRAN-SIL.
		DISPLAY "NO HESAP NO  B MRKZ ACIKLAMA"
			LINE 8 POSITION 15.
		MOVE ZERO TO ESATIR.
	GOSTER-OKU.
		READ MODEL NEXT RECORD AT END GO TO GOSTER-SON.
		DISPLAY MSATIRNO LINE ELINE POSITION 15.
		DISPLAY MHESNO LINE ELINE POSITION 18.
		DISPLAY MBA LINE ELINE POSITION 28.
		DISPLAY MMERKEZ LINE ELINE POSITION 30.
		DISPLAY MIZH LINE ELINE POSITION 35.
		IF MSATIRNO NOT = "00"
			MOVE MTL TO ZTL
			DISPLAY ZTL LINE ELINE POSITION 62.
		GO TO ANA-MENU.
	KAPAT.
		CLOSE MODEL HESAP.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		STOP RUN.
	KOD-AL.
		DISPLAY "MODEL KODU ? [      ]" LINE 10 POSITION 25.
