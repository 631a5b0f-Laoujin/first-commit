	AUTHOR. EROKOM AS.
*******************************************************************
*********  YIL SONU DEVIR - ACILIS FISI VE YENI YIL KONTROLU  *****
*********  DOVIZLI HESAPLAR (1-5 SINIFI) MUHYIL'DAKI DOVIZ    *****
*********  BAKIYESI ILE DOVIZ CINSI BAZINDA DEVREDILIR        *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 16/03/1987                          *****
*******************************************************************
		       ALTERNATE RECORD KEY IS HFISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS HFISNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHGUN.
		SELECT MUHYIL ASSIGN TO RANDOM "YENI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS YHYUKNO-ANAHTAR
			ALTERNATE RECORD KEY YHFISNO  WITH DUPLICATES
			ALTERNATE RECORD KEY YHFISKEY WITH DUPLICATES
			ALTERNATE RECORD KEY YHHESNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHYIL.
		SELECT BAKIYE ASSIGN TO RANDOM "BAKIYE.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	DATA DIVISION.
	FILE SECTION.
		COPY "MUHGUN.COP".
		COPY "MUHYIL.COP".
		COPY "BAKIYE.COP".
		COPY "KONTROL.COP".
		COPY "DONEM.COP".
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	DS-MUHGUN	PIC X(2).
	77	DS-MUHYIL	PIC X(2).
	77	MUHYIL-ACIK	PIC X(1) VALUE "H".
	77	DS-BAKIYE	PIC X(2).
	77	DS-KONTROL	PIC X(2).
	77	DS-DONEM	PIC X(2).
	77	WDEVIR-TRH	PIC X(6) VALUE SPACES.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WKALAN		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	WESKI-YY	PIC X(2) VALUE SPACES.
	77	WBA		PIC X(1) VALUE SPACES.
	77	WDOVKOD		PIC X(3) VALUE SPACES.
	77	WDOVTUT		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WKUR		PIC 9(5)V9(4) COMP-3 VALUE ZERO.
	77	WTLKALAN	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WTLPAY		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WDOVPAY		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	TABLO-DOLU	PIC X(1) VALUE "H".
	77	KSAY		PIC 9(3) COMP VALUE ZERO.
	77	KX		PIC 9(3) COMP VALUE ZERO.
	77	KY		PIC 9(3) COMP VALUE ZERO.
	77	AZAMI-TUTAR	PIC 9(9)V99 COMP-3 VALUE 999999999,99.
	77	DBORC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	DALAC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	SHESAP		PIC 9(5) VALUE ZERO.
	77	SATLANAN	PIC 9(5) VALUE ZERO.
	77	SDOVIZ		PIC 9(5) VALUE ZERO.
	77	SDOVRED		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	ZKUR		PIC ZZ.ZZ9,9999.
	77	VSAYFA		PIC 9(3) VALUE ZERO.
	77	VSATIRSAY	PIC 9(3) VALUE ZERO.
	77	VTARIH		PIC X(8).
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
*******************************************************************
*********  ESKI YIL DOVIZ POZISYONU : HESAP + DOVIZ CINSI     *****
*******************************************************************
	01	POZISYON-TABLOSU.
		02 POZISYON OCCURS 200 TIMES.
			03 K-HESNO	PIC X(9).
			03 K-DOVKOD	PIC X(3).
			03 K-DOVBAK	PIC S9(11)V99 COMP-3.
			03 K-TLBAK	PIC S9(11)V99 COMP-3.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
			OPEN OUTPUT MUHGUN
			CLOSE MUHGUN
			OPEN I-O MUHGUN.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL = "00" MOVE "E" TO MUHYIL-ACIK.
		PERFORM KONTROL-AC.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
			MOVE ZERO TO WYENI-YIL
		ELSE
			COMPUTE WYENI-YIL = WESKI-YIL + 1.
		MOVE WESKI-YIL TO WESKI-YY.
		MOVE WYENI-YIL TO WDEVIR-TRH(1:2).
		MOVE "01" TO WDEVIR-TRH(3:2).
		MOVE "01" TO WDEVIR-TRH(5:2).
				LINE 13 POSITION 25 REVERSE
			ACCEPT CEV LINE 24 POSITION 25
			GO TO KAPAT.
		PERFORM POZISYON-YUKLE THRU POZISYON-YUKLE-SON.
		OPEN OUTPUT DEVIR.
		PERFORM DEVIR-BASLIK.
		IF ONAY-VAR = "E"
		IF DBORC NOT = DALAC
			DISPLAY "DIKKAT : DEVIR FISI DENK DEGIL !"
				LINE 15 POSITION 25 REVERSE.
		IF TABLO-DOLU = "E" OR SDOVRED > ZERO
			DISPLAY "TL OLARAK DEVREDEN DOVIZ VAR !"
				LINE 16 POSITION 25 REVERSE.
		ACCEPT CEV LINE 24 POSITION 25.
		CLOSE DEVIR.
	KAPAT.
		CLOSE MUHGUN BAKIYE KONTROL.
		IF MUHYIL-ACIK = "E" CLOSE MUHYIL.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		STOP RUN.
	AMIR-DENETLE-SON.
		CONTINUE.
	DEVIR-YAZ.
		MOVE BBAKIYE TO WTLKALAN.
		PERFORM DOVIZ-DEVIR THRU DOVIZ-DEVIR-SON
			VARYING KX FROM 1 BY 1 UNTIL KX > KSAY.
		IF WTLKALAN = ZERO GO TO DEVIR-YAZ-EXIT.
		MOVE SPACES TO WDOVKOD.
		MOVE ZERO TO WDOVTUT WKUR.
		IF WTLKALAN > ZERO
			MOVE "B" TO WBA
			MOVE WTLKALAN TO WKALAN
			ADD WKALAN TO DBORC
		ELSE
			MOVE "A" TO WBA
			COMPUTE WKALAN = ZERO - WTLKALAN
			ADD WKALAN TO DALAC.
	DEVIR-PARCA.
		IF WKALAN > AZAMI-TUTAR
		ELSE
			MOVE WKALAN TO WTL.
		SUBTRACT WTL FROM WKALAN.
		PERFORM GUNLUK-YAZ.
		IF WKALAN > ZERO GO TO DEVIR-PARCA.
	DEVIR-YAZ-EXIT.
		CONTINUE.
*******************************************************************
*********  HESABIN HER DOVIZ CINSI ICIN AYRI ACILIS SATIRI :  *****
*********  DOVIZ TUTARI VE TL KARSILIGI, KALAN TL AYRICA      *****
*******************************************************************
	DOVIZ-DEVIR.
		IF K-HESNO(KX) NOT = BHESNO GO TO DOVIZ-DEVIR-SON.
		IF K-DOVBAK(KX) = ZERO GO TO DOVIZ-DEVIR-SON.
		MOVE ZERO TO WTLPAY.
		IF K-DOVBAK(KX) > ZERO
			MOVE "B" TO WBA
			MOVE K-DOVBAK(KX) TO WDOVPAY
		ELSE
			MOVE "A" TO WBA
			COMPUTE WDOVPAY = ZERO - K-DOVBAK(KX).
		IF WBA = "B" AND K-TLBAK(KX) > ZERO
			MOVE K-TLBAK(KX) TO WTLPAY.
		IF WBA = "A" AND K-TLBAK(KX) < ZERO
			COMPUTE WTLPAY = ZERO - K-TLBAK(KX).
		IF WDOVPAY > AZAMI-TUTAR OR WTLPAY > AZAMI-TUTAR
			ADD 1 TO SDOVRED
			GO TO DOVIZ-DEVIR-SON.
		MOVE K-DOVKOD(KX) TO WDOVKOD.
		MOVE WDOVPAY TO WDOVTUT.
		MOVE WTLPAY TO WTL.
		MOVE ZERO TO WKUR.
		IF WTLPAY > ZERO
			COMPUTE WKUR ROUNDED = WTLPAY / WDOVPAY
				ON SIZE ERROR MOVE ZERO TO WKUR.
		IF WBA = "B"
			SUBTRACT WTLPAY FROM WTLKALAN
			ADD WTLPAY TO DBORC
		ELSE
			ADD WTLPAY TO WTLKALAN
			ADD WTLPAY TO DALAC.
		ADD 1 TO SDOVIZ.
		PERFORM GUNLUK-YAZ.
	DOVIZ-DEVIR-SON.
		CONTINUE.
	GUNLUK-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE WYUKNO TO HYUKNO.
		MOVE WFISNO TO HFISNO.
		MOVE BHESNO TO HHESNO.
		MOVE "ACILIS DEVIR KAYDI" TO HIZH.
		MOVE WBA TO HBA.
		MOVE WTL TO HTL.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE WDOVKOD TO HDOVKOD.
		MOVE WDOVTUT TO HDOVTUT.
		MOVE WKUR TO HKUR.
		MOVE SPACES TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 20 POSITION 25
			DISPLAY HYUKNO LINE 20 POSITION 47.
		PERFORM DEVIR-SATIR.
	DEVIR-SATIR.
		IF VSATIRSAY NOT < 55 PERFORM DEVIR-BASLIK.
		MOVE SPACES TO V-SATIR.
		MOVE HBA TO V-SATIR(20:1).
		MOVE WTL TO RTUTAR.
		MOVE RTUTAR TO V-SATIR(23:15).
		IF WDOVKOD NOT = SPACES
			MOVE WDOVKOD TO V-SATIR(41:3)
			MOVE WDOVTUT TO RTUTAR
			MOVE RTUTAR TO V-SATIR(46:15)
			MOVE WKUR TO ZKUR
			MOVE ZKUR TO V-SATIR(63:11).
		WRITE V-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO VSATIRSAY.
	DEVIR-TOPLAM.
		MOVE GSAYAC TO V-SATIR(25:5).
		WRITE V-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO V-SATIR.
		MOVE "DOVIZLI DEVIR SATIRI  :" TO V-SATIR(1:23).
		MOVE SDOVIZ TO GSAYAC.
		MOVE GSAYAC TO V-SATIR(25:5).
		WRITE V-SATIR AFTER ADVANCING 1 LINE.
		IF TABLO-DOLU = "E" OR SDOVRED > ZERO
			MOVE SPACES TO V-SATIR
			MOVE "DIKKAT : TL OLARAK DEVREDEN DOVIZ VAR"
				TO V-SATIR(1:37)
			WRITE V-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO V-SATIR.
		MOVE "DEVIR BORC TOPLAMI    :" TO V-SATIR(1:23).
		MOVE DBORC TO RTUTAR.
		MOVE RTUTAR TO V-SATIR(25:15).
	YUKNO-BUL-SON.
		IF WSON-YUKNO NOT = SPACES
			MOVE WSON-YUKNO TO WYUKNO.
*******************************************************************
*********  DOVIZ POZISYONU : ESKI YILIN DOVIZLI MUHYIL SATIRI *****
*******************************************************************
	POZISYON-YUKLE.
		MOVE ZERO TO KSAY.
		IF MUHYIL-ACIK NOT = "E" GO TO POZISYON-YUKLE-SON.
		MOVE WSIRKET TO YHSIRKET.
		MOVE LOW-VALUES TO YHYUKNO.
		START MUHYIL KEY IS NOT LESS THAN YHYUKNO-ANAHTAR
			INVALID KEY GO TO POZISYON-YUKLE-SON.
	POZISYON-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO POZISYON-YUKLE-SON.
		IF YHSIRKET NOT = WSIRKET GO TO POZISYON-YUKLE-SON.
		IF YHDOVKOD = SPACES GO TO POZISYON-OKU.
		IF YHYIL NOT = WESKI-YY GO TO POZISYON-OKU.
		IF YHHESNO(1:1) NOT < "6" GO TO POZISYON-OKU.
		PERFORM POZISYON-EKLE THRU POZISYON-EKLE-SON.
		GO TO POZISYON-OKU.
	POZISYON-YUKLE-SON.
		CONTINUE.
	POZISYON-EKLE.
		MOVE ZERO TO KY.
		PERFORM POZISYON-ARA
			VARYING KX FROM 1 BY 1 UNTIL KX > KSAY.
		IF KY = ZERO AND KSAY = 200
			MOVE "E" TO TABLO-DOLU
			GO TO POZISYON-EKLE-SON.
		IF KY = ZERO
			ADD 1 TO KSAY
			MOVE KSAY TO KY
			MOVE YHHESNO TO K-HESNO(KY)
			MOVE YHDOVKOD TO K-DOVKOD(KY)
			MOVE ZERO TO K-DOVBAK(KY) K-TLBAK(KY).
		IF YHBA = "A"
			SUBTRACT YHDOVTUT FROM K-DOVBAK(KY)
			SUBTRACT YHTL FROM K-TLBAK(KY)
		ELSE
			ADD YHDOVTUT TO K-DOVBAK(KY)
			ADD YHTL TO K-TLBAK(KY).
	POZISYON-EKLE-SON.
		CONTINUE.
	POZISYON-ARA.
		IF K-HESNO(KX) = YHHESNO AND K-DOVKOD(KX) = YHDOVKOD
			MOVE KX TO KY.
	DEVIR-BASLIK.
		ADD 1 TO VSAYFA.
		MOVE ZERO TO VSATIRSAY.
		MOVE "HESAP NO" TO V-SATIR(8:8).
		MOVE "B/A" TO V-SATIR(20:3).
		MOVE "TUTAR" TO V-SATIR(23:5).
		MOVE "DOVIZ" TO V-SATIR(41:5).
		MOVE "DOVIZ TUTARI" TO V-SATIR(49:12).
		MOVE "KUR" TO V-SATIR(71:3).
		WRITE V-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO V-SATIR.
		WRITE V-SATIR AFTER ADVANCING 1 LINE.
