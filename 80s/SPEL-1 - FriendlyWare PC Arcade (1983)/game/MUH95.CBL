			ACCESS MODE IS RANDOM
			RECORD KEY IS DNANAHTAR
			FILE STATUS IS DS-DONEM.
		SELECT DOVKUR ASSIGN TO RANDOM "DOVKUR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DKANAHTAR
			FILE STATUS IS DS-DOVKUR.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT KILIT ASSIGN TO PRINTER "KILIT.LST".
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
		COPY "HESAP.COP".
		COPY "KDVKOD.COP".
		COPY "DONEM.COP".
		COPY "DOVKUR.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
	FD	KILIT	LABEL RECORDS STANDARD.
	01	KI-SATIR			PIC X(132).
	77	KDVKOD-ACIK	PIC X(1) VALUE "H".
	77	WKDVKOD		PIC X(2) VALUE SPACES.
	77	KDV-TAMAM	PIC X(1) VALUE "E".
	77	DS-DOVKUR	PIC X(2).
	77	KUR-ACIK	PIC X(1) VALUE "H".
	77	DOVIZ-TAMAM	PIC X(1) VALUE "E".
	77	WDOVKOD		PIC X(3) VALUE SPACES.
	77	WDOVTUT		PIC 9(9)V99 VALUE ZERO.
	77	WKUR		PIC 9(5)V9(4) VALUE ZERO.
	77	WDKKUR		PIC 9(5)V9(4) VALUE ZERO.
	77	WKARSILIK	PIC 9(14)V99 COMP-3 VALUE ZERO.
	77	ZKUR		PIC ZZ.ZZ9,9999.
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	MERKEZ-TAMAM	PIC X(1) VALUE "E".
	77	WMERKEZ		PIC X(4) VALUE SPACES.
	77	DS-DONEM	PIC X(2).
	77	WBUGUN		PIC 9(6) VALUE ZERO.
	77	DONEM-ACIK	PIC X(1) VALUE "H".
		02 WGGUN		PIC 99.
		02 WGAY			PIC 99.
		02 WGYIL		PIC 99.
	01	WKTARIH.
		02 WKYIL		PIC 99.
		02 WKAY			PIC 99.
		02 WKGUN		PIC 99.
	01	WZAMAN		PIC 9(8).
	01	WZAMAN-R REDEFINES WZAMAN.
		02 WZSAAT		PIC 99.
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
		OPEN INPUT DOVKUR.
		IF DS-DOVKUR = "00" MOVE "E" TO KUR-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH95 - GUNLUK FIS GIRISI" LINE 1 POSITION 1
			REVERSE.
		DISPLAY "BORC/ALACAK (B/A) ? [ ]" LINE 13 POSITION 15.
		ACCEPT WBA LINE 13 POSITION 36 TAB.
		IF WBA NOT = "B" AND WBA NOT = "A" GO TO BA-AL.
	DOVIZ-AL.
		PERFORM DOVIZ-SOR THRU DOVIZ-SOR-SON.
		IF DOVIZ-TAMAM = "H" GO TO DOVIZ-AL.
		IF WDOVKOD NOT = SPACES GO TO KDV-AL.
	TUTAR-AL.
		DISPLAY "TUTAR ?" LINE 14 POSITION 15.
		MOVE ZERO TO WTL.
	KDV-AL.
		PERFORM KDVKOD-AL THRU KDVKOD-AL-SON.
		IF KDV-TAMAM = "H" GO TO KDV-AL.
	MERKEZ-AL.
		PERFORM MERKEZ-SOR THRU MERKEZ-SOR-SON.
		IF MERKEZ-TAMAM = "H" GO TO MERKEZ-AL.
		ADD 1 TO SATSAY.
		MOVE SATSAY TO IX.
		MOVE WHESNO TO F-HESNO(IX).
		MOVE WBA TO F-BA(IX).
		MOVE WTL TO F-TL(IX).
		MOVE WKDVKOD TO F-KDVKOD(IX).
		MOVE WDOVKOD TO F-DOVKOD(IX).
		MOVE WDOVTUT TO F-DOVTUT(IX).
		MOVE WKUR TO F-KUR(IX).
		MOVE WMERKEZ TO F-MERKEZ(IX).
		IF WBA = "A" ADD WTL TO FALAC
			     ELSE
			     ADD WTL TO FBORC.
		DISPLAY "BORC/ALACAK (B/A) ? [ ]" LINE 13 POSITION 15.
		ACCEPT WBA LINE 13 POSITION 36 TAB.
		IF WBA NOT = "B" AND WBA NOT = "A" GO TO DUZELT-BA.
	DUZELT-DOVIZ.
		PERFORM DOVIZ-SOR THRU DOVIZ-SOR-SON.
		IF DOVIZ-TAMAM = "H" GO TO DUZELT-DOVIZ.
		IF WDOVKOD NOT = SPACES GO TO DUZELT-KDV.
	DUZELT-TUTAR.
		DISPLAY "TUTAR ?" LINE 14 POSITION 15.
		MOVE ZERO TO WTL.
	DUZELT-KDV.
		PERFORM KDVKOD-AL THRU KDVKOD-AL-SON.
		IF KDV-TAMAM = "H" GO TO DUZELT-KDV.
	DUZELT-MERKEZ.
		PERFORM MERKEZ-SOR THRU MERKEZ-SOR-SON.
		IF MERKEZ-TAMAM = "H" GO TO DUZELT-MERKEZ.
		MOVE WHESNO TO F-HESNO(IX).
		MOVE WIZH TO F-IZH(IX).
		MOVE WBA TO F-BA(IX).
		MOVE WTL TO F-TL(IX).
		MOVE WKDVKOD TO F-KDVKOD(IX).
		MOVE WDOVKOD TO F-DOVKOD(IX).
		MOVE WDOVTUT TO F-DOVTUT(IX).
		MOVE WKUR TO F-KUR(IX).
		MOVE WMERKEZ TO F-MERKEZ(IX).
		IF WBA = "A" ADD WTL TO FALAC
			     ELSE
			     ADD WTL TO FBORC.
		CLOSE MUHGUN HESAP.
		IF KDVKOD-ACIK = "E" CLOSE KDVKOD.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF KUR-ACIK = "E" CLOSE DOVKUR.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF KILIT-ACIK = "E" CLOSE KILIT.
		STOP RUN.
	FIS-YAZ.
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
		DISPLAY VACIKLAMA LINE 22 POSITION 15.
	KDVKOD-AL-SON.
		CONTINUE.
	MERKEZ-SOR.
		MOVE "E" TO MERKEZ-TAMAM.
		DISPLAY "MASRAF MERKEZI ? [    ]" LINE 16 POSITION 52.
		MOVE SPACES TO WMERKEZ.
		ACCEPT WMERKEZ LINE 16 POSITION 70 TAB.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF WMERKEZ = SPACES
		   AND (WHESNO(1:1) = "6" OR WHESNO(1:1) = "7")
			DISPLAY "6/7 SINIFI HESAPTA MERKEZ ZORUNLU !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO MERKEZ-TAMAM
			GO TO MERKEZ-SOR-SON.
		IF WMERKEZ = SPACES GO TO MERKEZ-SOR-SON.
		IF MERKEZ-ACIK NOT = "E"
			DISPLAY "MERKEZ DOSYASI (MERKEZ.DAT) YOK !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO MERKEZ-TAMAM
			GO TO MERKEZ-SOR-SON.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WMERKEZ TO MRKOD.
		READ MERKEZ INVALID KEY
			DISPLAY "MASRAF MERKEZI TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO MERKEZ-TAMAM
			GO TO MERKEZ-SOR-SON.
		DISPLAY MRADI LINE 22 POSITION 15.
	MERKEZ-SOR-SON.
		CONTINUE.
	DOVIZ-SOR.
		MOVE "E" TO DOVIZ-TAMAM.
		MOVE ZERO TO WDOVTUT WKUR.
		DISPLAY SPACES LINE 14 POSITION 40 SIZE 40.
		DISPLAY "DOVIZ KODU (BOS = TL) ? [   ]"
			LINE 13 POSITION 40.
		MOVE SPACES TO WDOVKOD.
		ACCEPT WDOVKOD LINE 13 POSITION 65 TAB.
		IF WDOVKOD = SPACES GO TO DOVIZ-SOR-SON.
		DISPLAY "DVZ TUTAR ?" LINE 14 POSITION 40.
		ACCEPT WDOVTUT LINE 14 POSITION 52 TAB.
		IF WDOVTUT = ZERO
			DISPLAY "DOVIZ TUTARI SIFIR OLAMAZ"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO DOVIZ-TAMAM
			GO TO DOVIZ-SOR-SON.
		PERFORM KUR-BUL THRU KUR-BUL-SON.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF WDKKUR NOT = ZERO
			MOVE WDKKUR TO ZKUR
			DISPLAY "DOSYA KURU (0 = DOSYA KURU) :"
				LINE 22 POSITION 15
			DISPLAY ZKUR LINE 22 POSITION 45.
		DISPLAY "KUR ?" LINE 14 POSITION 64.
		ACCEPT WKUR LINE 14 POSITION 70 TAB.
		IF WKUR = ZERO MOVE WDKKUR TO WKUR.
		IF WKUR = ZERO
			DISPLAY "KUR BULUNAMADI, KUR GIRINIZ !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO DOVIZ-TAMAM
			GO TO DOVIZ-SOR-SON.
		COMPUTE WKARSILIK ROUNDED = WDOVTUT * WKUR.
		IF WKARSILIK > 999999999,99 OR WKARSILIK = ZERO
			DISPLAY "TL KARSILIGI GECERSIZ !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO DOVIZ-TAMAM
			GO TO DOVIZ-SOR-SON.
		MOVE WKARSILIK TO WTL.
		DISPLAY "TUTAR ?" LINE 14 POSITION 15.
		MOVE WTL TO ZTL.
		DISPLAY ZTL LINE 14 POSITION 23.
	DOVIZ-SOR-SON.
		CONTINUE.
	KUR-BUL.
		MOVE ZERO TO WDKKUR.
		IF KUR-ACIK NOT = "E" GO TO KUR-BUL-SON.
		MOVE WGYIL TO WKYIL.
		MOVE WGAY TO WKAY.
		MOVE WGGUN TO WKGUN.
		MOVE WDOVKOD TO DKDOVKOD.
		MOVE LOW-VALUES TO DKTARIH.
		START DOVKUR KEY IS NOT LESS THAN DKANAHTAR
			INVALID KEY GO TO KUR-BUL-SON.
	KUR-BUL-OKU.
		READ DOVKUR NEXT RECORD AT END GO TO KUR-BUL-SON.
		IF DKDOVKOD NOT = WDOVKOD GO TO KUR-BUL-SON.
		IF DKTARIH > WKTARIH GO TO KUR-BUL-SON.
		MOVE DKALIS TO WDKKUR.
		GO TO KUR-BUL-OKU.
	KUR-BUL-SON.
		CONTINUE.
	TOPLAM-GOSTER.
		MOVE FBORC TO ZTL.
		DISPLAY "  BORC TOPLAMI :" LINE 16 POSITION 15.
