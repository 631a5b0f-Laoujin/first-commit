	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH63.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  SIRKETLER ARASI ELIMINASYON CIFTLERI (ELIMINE.DAT) *****
*********  HER CIFT IKI SIRKETIN BIRBIRINE KARSILIK GELEN     *****
*********  HESAPLARINI ESLER : [C] ALACAK / BORC,             *****
*********  [S] SATIS / ALIS. KONSOLIDE MIZANDA (MUH62) BU     *****
*********  HESAPLARIN BAKIYELERI ELIMINE EDILIR               *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 04/04/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ELIMINE ASSIGN TO RANDOM "ELIMINE.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ELANAHTAR
			FILE STATUS IS DS-ELIMINE.
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "ELIMINE.COP".
		COPY "HESAP.COP".
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
	77	WNO		PIC X(3) VALUE SPACES.
	77	WTIP		PIC X(1) VALUE SPACES.
	77	WSIRKET1	PIC X(1) VALUE SPACES.
	77	WHESNO1		PIC X(9) VALUE SPACES.
	77	WSIRKET2	PIC X(1) VALUE SPACES.
	77	WHESNO2		PIC X(9) VALUE SPACES.
	77	WACIKLAMA	PIC X(30) VALUE SPACES.
	77	DS-ELIMINE	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	HESAP-ACIK	PIC X(1) VALUE "H".
	77	HESAP-TAMAM	PIC X(1) VALUE "E".
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O ELIMINE.
		IF DS-ELIMINE = "35"
			OPEN OUTPUT ELIMINE
			CLOSE ELIMINE
			OPEN I-O ELIMINE.
		OPEN INPUT HESAP.
		IF DS-HESAP = "00" MOVE "E" TO HESAP-ACIK.
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
		PERFORM NO-AL.
		IF WNO = SPACES
			DISPLAY "CIFT NO BOS OLAMAZ" LINE 22 POSITION 15
			GO TO ANA-MENU.
		READ ELIMINE INVALID KEY GO TO EKLE-YENI.
		DISPLAY "BU NO ZATEN TANIMLI :" LINE 22 POSITION 15.
		DISPLAY ELACIKLAMA LINE 22 POSITION 37.
		GO TO ANA-MENU.
	EKLE-YENI.
		MOVE SPACES TO WTIP WSIRKET1 WHESNO1 WSIRKET2 WHESNO2.
		MOVE SPACES TO WACIKLAMA.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		MOVE WNO TO ELNO.
		PERFORM KAYIT-TASI.
		WRITE ELIMINE-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 22 POSITION 15
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE ELIMINE-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CIFT TANIMLANDI" LINE 22 POSITION 15.
		GO TO ANA-MENU.
	DEGISTIR.
		PERFORM NO-AL.
		READ ELIMINE INVALID KEY
			DISPLAY "BOYLE BIR CIFT YOK" LINE 22 POSITION 15
			GO TO ANA-MENU.
		MOVE ELIMINE-KAYDI TO ONCE-IMAJ.
		MOVE ELTIP TO WTIP.
		MOVE ELSIRKET1 TO WSIRKET1.
		MOVE ELHESNO1 TO WHESNO1.
		MOVE ELSIRKET2 TO WSIRKET2.
		MOVE ELHESNO2 TO WHESNO2.
		MOVE ELACIKLAMA TO WACIKLAMA.
		PERFORM TANIM-AL THRU TANIM-AL-SON.
		PERFORM KAYIT-TASI.
		REWRITE ELIMINE-KAYDI.
		MOVE ELIMINE-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CIFT DEGISTIRILDI" LINE 22 POSITION 15.
		GO TO ANA-MENU.
	SIL.
		PERFORM NO-AL.
		READ ELIMINE INVALID KEY
			DISPLAY "BOYLE BIR CIFT YOK" LINE 22 POSITION 15
			GO TO ANA-MENU.
		DISPLAY "ACIKLAMA :" LINE 11 POSITION 25.
		DISPLAY ELACIKLAMA LINE 11 POSITION 36.
		DISPLAY "BU CIFT SILINSIN MI [E/H] ? [   ]"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 12 POSITION 54 TAB.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 13 POSITION 25
			GO TO ANA-MENU.
		MOVE ELIMINE-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE ELIMINE RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "CIFT SILINDI" LINE 13 POSITION 25.
		GO TO ANA-MENU.
	GOSTER.
		MOVE LOW-VALUES TO ELNO.
		START ELIMINE KEY IS NOT LESS THAN ELANAHTAR
			INVALID KEY
			DISPLAY "GOSTERILECEK CIFT YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
	GOSTER-SAYFA.
		PERFORM EKRAN-SIL.
		DISPLAY "NO  T S HESAP NO  S HESAP NO  ACIKLAMA"
			LINE 8 POSITION 10.
		MOVE ZERO TO ESATIR.
	GOSTER-OKU.
		READ ELIMINE NEXT RECORD AT END GO TO GOSTER-SON.
		ADD 1 TO ESATIR.
		COMPUTE ELINE = 8 + ESATIR.
		DISPLAY ELNO LINE ELINE POSITION 10.
		DISPLAY ELTIP LINE ELINE POSITION 14.
		DISPLAY ELSIRKET1 LINE ELINE POSITION 16.
		DISPLAY ELHESNO1 LINE ELINE POSITION 18.
		DISPLAY ELSIRKET2 LINE ELINE POSITION 28.
		DISPLAY ELHESNO2 LINE ELINE POSITION 30.
		DISPLAY ELACIKLAMA LINE ELINE POSITION 40.
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
		CLOSE ELIMINE.
		IF HESAP-ACIK = "E" CLOSE HESAP.
		STOP RUN.
	NO-AL.
		DISPLAY "CIFT NO ? [   ]" LINE 9 POSITION 25.
		MOVE SPACES TO WNO.
		ACCEPT WNO LINE 9 POSITION 36 TAB.
		MOVE WNO TO ELNO.
	TANIM-AL.
		DISPLAY "TIP ([C] ALACAK/BORC, [S] SATIS/ALIS)"
			LINE 11 POSITION 15.
		DISPLAY "? [ ]" LINE 11 POSITION 55.
		ACCEPT WTIP LINE 11 POSITION 58 TAB.
		IF WTIP NOT = "C" AND WTIP NOT = "S" GO TO TANIM-AL.
	TARAF1-AL.
		DISPLAY "1. SIRKET KODU / HESAP NO" LINE 13 POSITION 15.
		DISPLAY "? [ ] [         ]" LINE 13 POSITION 46.
		ACCEPT WSIRKET1 LINE 13 POSITION 49 TAB.
		ACCEPT WHESNO1 LINE 13 POSITION 53 TAB.
		MOVE WSIRKET1 TO RSIRKET.
		MOVE WHESNO1 TO RHESNO.
		PERFORM HESAP-DENETLE THRU HESAP-DENETLE-SON.
		IF HESAP-TAMAM = "H" GO TO TARAF1-AL.
	TARAF2-AL.
		DISPLAY "2. SIRKET KODU / HESAP NO" LINE 14 POSITION 15.
		DISPLAY "? [ ] [         ]" LINE 14 POSITION 46.
		ACCEPT WSIRKET2 LINE 14 POSITION 49 TAB.
		ACCEPT WHESNO2 LINE 14 POSITION 53 TAB.
		IF WSIRKET2 = WSIRKET1
			DISPLAY "IKI TARAF AYNI SIRKET OLAMAZ !"
				LINE 22 POSITION 15 REVERSE
			GO TO TARAF2-AL.
		MOVE WSIRKET2 TO RSIRKET.
		MOVE WHESNO2 TO RHESNO.
		PERFORM HESAP-DENETLE THRU HESAP-DENETLE-SON.
		IF HESAP-TAMAM = "H" GO TO TARAF2-AL.
	ACIKLAMA-AL.
		DISPLAY "ACIKLAMA" LINE 16 POSITION 15.
		DISPLAY "? [                              ]"
			LINE 16 POSITION 46.
		ACCEPT WACIKLAMA LINE 16 POSITION 49 TAB.
		IF WACIKLAMA = SPACES GO TO ACIKLAMA-AL.
	TANIM-AL-SON.
		CONTINUE.
	HESAP-DENETLE.
		MOVE "E" TO HESAP-TAMAM.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF HESAP-ACIK NOT = "E" GO TO HESAP-DENETLE-SON.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO HESAP-TAMAM.
	HESAP-DENETLE-SON.
		CONTINUE.
	KAYIT-TASI.
		MOVE WTIP TO ELTIP.
		MOVE WSIRKET1 TO ELSIRKET1.
		MOVE WHESNO1 TO ELHESNO1.
		MOVE WSIRKET2 TO ELSIRKET2.
		MOVE WHESNO2 TO ELHESNO2.
		MOVE WACIKLAMA TO ELACIKLAMA.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "ELIMINE" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:3) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:3) TO DGANAHTAR.
		MOVE "MUH63" TO DGPROGRAM.
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
		DISPLAY "MUH63 - ELIMINASYON CIFTLERI"
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
