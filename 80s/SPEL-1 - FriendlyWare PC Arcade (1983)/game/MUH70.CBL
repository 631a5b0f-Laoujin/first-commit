	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH70.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  MASRAF MERKEZI DOSYASI (MERKEZ.DAT) BAKIMI         *****
*********  6 VE 7 SINIFI HESAPLARIN SATIRLARI BU KODLARLA     *****
*********  DEPARTMAN / SUBE BAZINDA IZLENIR (MUH69)           *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 22/02/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "MERKEZ.COP".
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
	77	CEV		PIC X(1) VALUE SPACES.
	77	ISLEM		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	WKOD		PIC X(4) VALUE SPACES.
	77	WADI		PIC X(30) VALUE SPACES.
	77	DS-MERKEZ	PIC X(2).
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O MERKEZ.
		IF DS-MERKEZ = "35"
			OPEN OUTPUT MERKEZ
			CLOSE MERKEZ
			OPEN I-O MERKEZ.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH70 - MASRAF MERKEZI BAKIMI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	ANA-MENU.
		PERFORM EKRAN-SIL.
		DISPLAY "[E]KLE [D]EGISTIR [S]IL [G]OSTER [C]IKIS"
			LINE 6 POSITION 15.
		DISPLAY "ISLEM ? [ ]" LINE 7 POSITION 25.
		ACCEPT ISLEM LINE 7 POSITION 34 TAB.
		IF ISLEM = "E" GO TO EKLE.
		IF ISLEM = "D" GO TO DEGISTIR.
		IF ISLEM = "S" GO TO SIL.
		IF ISLEM = "G" GO TO GOSTER.
		IF ISLEM = "C" GO TO KAPAT.
		GO TO ANA-MENU.
	EKLE.
		PERFORM KOD-AL.
		IF WKOD = SPACES
			DISPLAY "KOD BOS OLAMAZ" LINE 12 POSITION 25
			GO TO ANA-MENU.
		READ MERKEZ INVALID KEY GO TO EKLE-YENI.
		DISPLAY "BU KOD ZATEN TANIMLI :" LINE 12 POSITION 25.
		DISPLAY MRADI LINE 12 POSITION 48.
		GO TO ANA-MENU.
	EKLE-YENI.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WKOD TO MRKOD.
		MOVE WADI TO MRADI.
		WRITE MERKEZ-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 14 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE MERKEZ-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "MERKEZ ACILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	DEGISTIR.
		PERFORM KOD-AL.
		READ MERKEZ INVALID KEY
			DISPLAY "BOYLE BIR KOD YOK" LINE 12 POSITION 25
			GO TO ANA-MENU.
		MOVE MERKEZ-KAYDI TO ONCE-IMAJ.
		DISPLAY "ESKI :" LINE 11 POSITION 25.
		DISPLAY MRADI LINE 11 POSITION 32.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WADI TO MRADI.
		REWRITE MERKEZ-KAYDI.
		MOVE MERKEZ-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "MERKEZ DEGISTIRILDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	SIL.
		PERFORM KOD-AL.
		READ MERKEZ INVALID KEY
			DISPLAY "BOYLE BIR KOD YOK" LINE 12 POSITION 25
			GO TO ANA-MENU.
		DISPLAY "MERKEZ ADI :" LINE 11 POSITION 25.
		DISPLAY MRADI LINE 11 POSITION 39.
		DISPLAY "BU KOD SILINSIN MI [E/H] ? [   ]"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 12 POSITION 53 TAB.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE MERKEZ-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE MERKEZ RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "MERKEZ SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		MOVE WSIRKET TO MRSIRKET.
		MOVE LOW-VALUES TO MRKOD.
		START MERKEZ KEY IS NOT LESS THAN MRANAHTAR
			INVALID KEY
			DISPLAY "GOSTERILECEK KOD YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
	GOSTER-SAYFA.
		PERFORM EKRAN-SIL.
		DISPLAY "KOD  MERKEZ ADI"
			LINE 8 POSITION 15.
		MOVE ZERO TO ESATIR.
	GOSTER-OKU.
		READ MERKEZ NEXT RECORD AT END GO TO GOSTER-SON.
		IF MRSIRKET NOT = WSIRKET GO TO GOSTER-SON.
		ADD 1 TO ESATIR.
		COMPUTE ELINE = 8 + ESATIR.
		DISPLAY MRKOD LINE ELINE POSITION 15.
		DISPLAY MRADI LINE ELINE POSITION 20.
		IF ESATIR < 14 GO TO GOSTER-OKU.
		DISPLAY "DEVAM ICIN [D], ANA-MENU ICIN BASKA TUS [   ]"
			LINE 23 POSITION 15.
		ACCEPT CEV LINE 23 POSITION 53 TAB.
		IF CEV = "D" GO TO GOSTER-SAYFA.
		GO TO ANA-MENU.
	GOSTER-SON.
		DISPLAY "LISTE SONU" LINE 23 POSITION 15.
		ACCEPT CEV LINE 23 POSITION 27 TAB.
		GO TO ANA-MENU.
	KAPAT.
		CLOSE MERKEZ.
		STOP RUN.
	KOD-AL.
		DISPLAY "MERKEZ KODU ? [    ]" LINE 10 POSITION 25.
		MOVE SPACES TO WKOD.
		ACCEPT WKOD LINE 10 POSITION 40 TAB.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WKOD TO MRKOD.
	TANIM-AL.
		DISPLAY "MERKEZ ADI ?" LINE 12 POSITION 25.
		DISPLAY "[                              ]"
			LINE 12 POSITION 38.
		MOVE SPACES TO WADI.
		ACCEPT WADI LINE 12 POSITION 39 TAB.
		IF WADI = SPACES
			DISPLAY "MERKEZ ADI BOS OLAMAZ"
				LINE 13 POSITION 25
			GO TO TANIM-AL.
	TANIM-AL-SON.
		CONTINUE.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "MERKEZ" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:5) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:5) TO DGANAHTAR.
		MOVE "MUH70" TO DGPROGRAM.
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
		DISPLAY "MUH70 - MASRAF MERKEZI BAKIMI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET :" LINE 4 POSITION 25.
		DISPLAY WSIRKET LINE 4 POSITION 34.
	GIRIS-KONTROL.
		OPEN INPUT OPKUTUK.
		IF DS-OPKUTUK NOT = "00"
			DISPLAY "OPERATOR DOSYASI YOK, MUH81 CALISTIRIN"
				LINE 10 POSITION 20
			STOP RUN.
	GIRIS-SOR.
		DISPLAY SPACE ERASE.
		DISPLAY "OPERATOR GIRISI" LINE 1 POSITION 1 REVERSE.
		DISPLAY "OPERATOR KODU ? [   ]" LINE 4 POSITION 25.
		MOVE SPACES TO WOPKOD.
		ACCEPT WOPKOD LINE 4 POSITION 42 TAB.
		DISPLAY "SIFRE ? [        ]" LINE 5 POSITION 25.
		MOVE SPACES TO WSIFRE.
		ACCEPT WSIFRE LINE 5 POSITION 35 TAB.
		MOVE WOPKOD TO OKOD.
		READ OPKUTUK INVALID KEY GO TO GIRIS-HATA.
		IF OSIFRE NOT = WSIFRE GO TO GIRIS-HATA.
		CLOSE OPKUTUK.
		GO TO GIRIS-KONTROL-SON.
	GIRIS-HATA.
		ADD 1 TO GIRIS-DENEME.
		DISPLAY "KOD VEYA SIFRE HATALI !" LINE 7 POSITION 25
			REVERSE.
		IF GIRIS-DENEME < 3 GO TO GIRIS-SOR.
		CLOSE OPKUTUK.
		STOP RUN.
	GIRIS-KONTROL-SON.
		CONTINUE.
