	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH73.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  GUNLUK DOVIZ KURU DOSYASI (DOVKUR.DAT) BAKIMI      *****
*********  KURLAR SIRKETTEN BAGIMSIZDIR, ANAHTAR : KOD+TARIH  *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 25/01/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DOVKUR ASSIGN TO RANDOM "DOVKUR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DKANAHTAR
			FILE STATUS IS DS-DOVKUR.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "DOVKUR.COP".
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
	77	WDOVKOD		PIC X(3) VALUE SPACES.
	77	WALIS		PIC 9(5)V9(4) VALUE ZERO.
	77	WSATIS		PIC 9(5)V9(4) VALUE ZERO.
	77	GKUR		PIC ZZ.ZZ9,9999.
	77	DS-DOVKUR	PIC X(2).
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	WKTARIH		PIC 9(6).
	01	WKTARIH-R REDEFINES WKTARIH.
		02 WKGUN		PIC 99.
		02 WKAY			PIC 99.
		02 WKYIL		PIC 99.
	01	EKTARIH.
		02 EKGUN		PIC X(2).
		02 FILLER		PIC X(1) VALUE "/".
		02 EKAY			PIC X(2).
		02 FILLER		PIC X(1) VALUE "/".
		02 EKYIL		PIC X(2).
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O DOVKUR.
		IF DS-DOVKUR = "35"
			OPEN OUTPUT DOVKUR
			CLOSE DOVKUR
			OPEN I-O DOVKUR.
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
		PERFORM KOD-AL THRU KOD-AL-SON.
		IF WDOVKOD = SPACES
			DISPLAY "KOD BOS OLAMAZ" LINE 13 POSITION 25
			GO TO ANA-MENU.
		READ DOVKUR INVALID KEY GO TO EKLE-YENI.
		DISPLAY "BU TARIHIN KURU ZATEN GIRILMIS"
			LINE 13 POSITION 25.
		GO TO ANA-MENU.
	EKLE-YENI.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WDOVKOD TO DKDOVKOD.
		MOVE WKYIL TO DKYIL.
		MOVE WKAY TO DKAY.
		MOVE WKGUN TO DKGUN.
		MOVE WALIS TO DKALIS.
		MOVE WSATIS TO DKSATIS.
		WRITE DOVKUR-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 16 POSITION 25
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE DOVKUR-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KUR KAYDEDILDI" LINE 16 POSITION 25.
		GO TO ANA-MENU.
	DEGISTIR.
		PERFORM KOD-AL THRU KOD-AL-SON.
		IF WDOVKOD = SPACES GO TO ANA-MENU.
		READ DOVKUR INVALID KEY
			DISPLAY "BU TARIHE AIT KUR YOK"
				LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE DOVKUR-KAYDI TO ONCE-IMAJ.
		DISPLAY "ESKI ALIS / SATIS :" LINE 12 POSITION 25.
		MOVE DKALIS TO GKUR.
		DISPLAY GKUR LINE 12 POSITION 45.
		MOVE DKSATIS TO GKUR.
		DISPLAY GKUR LINE 12 POSITION 58.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WALIS TO DKALIS.
		MOVE WSATIS TO DKSATIS.
		REWRITE DOVKUR-KAYDI.
		MOVE DOVKUR-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KUR DEGISTIRILDI" LINE 16 POSITION 25.
		GO TO ANA-MENU.
	SIL.
		PERFORM KOD-AL THRU KOD-AL-SON.
		IF WDOVKOD = SPACES GO TO ANA-MENU.
		READ DOVKUR INVALID KEY
			DISPLAY "BU TARIHE AIT KUR YOK"
				LINE 13 POSITION 25
			GO TO ANA-MENU.
		DISPLAY "ALIS / SATIS :" LINE 12 POSITION 25.
		MOVE DKALIS TO GKUR.
		DISPLAY GKUR LINE 12 POSITION 40.
		MOVE DKSATIS TO GKUR.
		DISPLAY GKUR LINE 12 POSITION 53.
		DISPLAY "BU KUR SILINSIN MI [E/H] ? [   ]"
			LINE 13 POSITION 25.
		ACCEPT CEV LINE 13 POSITION 53 TAB.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 14 POSITION 25
			GO TO ANA-MENU.
		MOVE DOVKUR-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE DOVKUR RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "KUR SILINDI" LINE 14 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		DISPLAY "DOVIZ KODU (BOS = HEPSI) ? [   ]"
			LINE 10 POSITION 25.
		MOVE SPACES TO WDOVKOD.
		ACCEPT WDOVKOD LINE 10 POSITION 53 TAB.
		MOVE WDOVKOD TO DKDOVKOD.
		MOVE LOW-VALUES TO DKTARIH.
		START DOVKUR KEY IS NOT LESS THAN DKANAHTAR
			INVALID KEY
			DISPLAY "GOSTERILECEK KUR YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
	GOSTER-SAYFA.
		PERFORM EKRAN-SIL.
		DISPLAY "KOD TARIH          ALIS        SATIS"
			LINE 8 POSITION 15.
		MOVE ZERO TO ESATIR.
	GOSTER-OKU.
		READ DOVKUR NEXT RECORD AT END GO TO GOSTER-SON.
		IF WDOVKOD NOT = SPACES AND DKDOVKOD NOT = WDOVKOD
			GO TO GOSTER-SON.
		ADD 1 TO ESATIR.
		COMPUTE ELINE = 8 + ESATIR.
		DISPLAY DKDOVKOD LINE ELINE POSITION 15.
		MOVE DKGUN TO EKGUN.
		MOVE DKAY TO EKAY.
		MOVE DKYIL TO EKYIL.
		DISPLAY EKTARIH LINE ELINE POSITION 19.
		MOVE DKALIS TO GKUR.
		DISPLAY GKUR LINE ELINE POSITION 28.
		MOVE DKSATIS TO GKUR.
		DISPLAY GKUR LINE ELINE POSITION 41.
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
		CLOSE DOVKUR.
		STOP RUN.
	KOD-AL.
		DISPLAY "DOVIZ KODU ? [   ]" LINE 10 POSITION 25.
		MOVE SPACES TO WDOVKOD.
		ACCEPT WDOVKOD LINE 10 POSITION 39 TAB.
		IF WDOVKOD = SPACES GO TO KOD-AL-SON.
	TARIH-AL.
		DISPLAY "KUR TARIHI (GGAAYY) ? [      ]"
			LINE 11 POSITION 25.
		MOVE ZERO TO WKTARIH.
		ACCEPT WKTARIH LINE 11 POSITION 48 TAB.
		IF WKGUN < 1 OR WKGUN > 31 OR WKAY < 1 OR WKAY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 13 POSITION 25
				REVERSE
			GO TO TARIH-AL.
		DISPLAY "                " LINE 13 POSITION 25.
		MOVE WDOVKOD TO DKDOVKOD.
		MOVE WKYIL TO DKYIL.
		MOVE WKAY TO DKAY.
		MOVE WKGUN TO DKGUN.
	KOD-AL-SON.
		CONTINUE.
	TANIM-AL.
		DISPLAY "ALIS KURU ? [          ]" LINE 13 POSITION 25.
		MOVE ZERO TO WALIS.
		ACCEPT WALIS LINE 13 POSITION 38 TAB.
		IF WALIS = ZERO
			DISPLAY "ALIS KURU SIFIR OLAMAZ"
				LINE 14 POSITION 25
			GO TO TANIM-AL.
		DISPLAY "                      " LINE 14 POSITION 25.
	SATIS-AL.
		DISPLAY "SATIS KURU ? [          ]" LINE 14 POSITION 25.
		MOVE ZERO TO WSATIS.
		ACCEPT WSATIS LINE 14 POSITION 39 TAB.
		IF WSATIS = ZERO MOVE WALIS TO WSATIS.
	TANIM-AL-SON.
		CONTINUE.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "DOVKUR" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:9) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:9) TO DGANAHTAR.
		MOVE "MUH73" TO DGPROGRAM.
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
		DISPLAY "MUH73 - GUNLUK DOVIZ KURU BAKIMI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
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
