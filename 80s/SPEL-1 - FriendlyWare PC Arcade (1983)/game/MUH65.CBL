	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH65.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  CEK / SENET DURUM SORGULAMA (SADECE OKUMA)         *****
*********  BELGE NO / CARI KART / DURUM UZERINDEN ARAMA       *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 21/03/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CEKSEN ASSIGN TO RANDOM "CEKSEN.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CSANAHTAR
			ALTERNATE RECORD KEY CSCARI-ANAHTAR
				WITH DUPLICATES
			ALTERNATE RECORD KEY CSVADE-ANAHTAR
				WITH DUPLICATES
			FILE STATUS IS DS-CEKSEN.
		SELECT CARI ASSIGN TO RANDOM "CARI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS CANAHTAR
			FILE STATUS IS DS-CARI.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "CEKSEN.COP".
		COPY "CARI.COP".
		COPY "OPKUTUK.COP".
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	ISLEM		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	DS-CEKSEN	PIC X(2).
	77	DS-CARI		PIC X(2).
	77	CARI-ACIK	PIC X(1) VALUE "H".
	77	WNO		PIC X(10) VALUE SPACES.
	77	WCARI		PIC X(9) VALUE SPACES.
	77	WDURUM		PIC X(1) VALUE SPACES.
	77	SBULUNAN	PIC 9(3) COMP VALUE ZERO.
	77	SIX		PIC 9(3) COMP VALUE ZERO.
	77	GSIRA		PIC ZZ9.
	77	FAZLA-VAR	PIC X(1) VALUE "H".
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	WADI		PIC X(30) VALUE SPACES.
	77	WDURUM-ADI	PIC X(16) VALUE SPACES.
	01	SONUC-TABLOSU.
		02 SONUC-ANAHTAR OCCURS 300 TIMES PIC X(11).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT CEKSEN.
		IF DS-CEKSEN NOT = "00"
			DISPLAY "CEK / SENET DOSYASI BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN INPUT CARI.
		IF DS-CARI = "00" MOVE "E" TO CARI-ACIK.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH65 - CEK / SENET SORGULAMA"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	ANA-MENU.
		PERFORM EKRAN-SIL.
		DISPLAY "[1] BELGE NO ILE ARA" LINE 6 POSITION 25.
		DISPLAY "[2] CARI KARTA GORE LISTELE"
			LINE 7 POSITION 25.
		DISPLAY "[3] DURUMA GORE LISTELE"
			LINE 8 POSITION 25.
		DISPLAY "[C] CIKIS" LINE 9 POSITION 25.
		DISPLAY "SECIM ? [ ]" LINE 11 POSITION 25.
		ACCEPT ISLEM LINE 11 POSITION 34 TAB.
		IF ISLEM = "1" GO TO BELGE-ARA.
		IF ISLEM = "2" GO TO CARI-ARA.
		IF ISLEM = "3" GO TO DURUM-ARA.
		IF ISLEM = "C" GO TO KAPAT.
		GO TO ANA-MENU.
	BELGE-ARA.
		DISPLAY "BELGE NO ? [          ]" LINE 13 POSITION 25.
		MOVE SPACES TO WNO.
		ACCEPT WNO LINE 13 POSITION 37 TAB.
		PERFORM SONUC-SIFIRLA.
		MOVE WSIRKET TO CSSIRKET.
		MOVE WNO TO CSNO.
		READ CEKSEN INVALID KEY GO TO SONUC-GOSTER.
		PERFORM SONUC-EKLE.
		GO TO SONUC-GOSTER.
	CARI-ARA.
		DISPLAY "CARI HESAP NO ? [         ]"
			LINE 13 POSITION 25.
		MOVE SPACES TO WCARI.
		ACCEPT WCARI LINE 13 POSITION 42 TAB.
		PERFORM SONUC-SIFIRLA.
		MOVE WSIRKET TO CSCSIRKET.
		MOVE WCARI TO CSCARI.
		START CEKSEN KEY IS NOT LESS THAN CSCARI-ANAHTAR
			INVALID KEY GO TO SONUC-GOSTER.
	CARI-OKU.
		READ CEKSEN NEXT RECORD AT END GO TO SONUC-GOSTER.
		IF CSCSIRKET NOT = WSIRKET OR CSCARI NOT = WCARI
			GO TO SONUC-GOSTER.
		PERFORM SONUC-EKLE.
		IF FAZLA-VAR = "E" GO TO SONUC-GOSTER.
		GO TO CARI-OKU.
	DURUM-ARA.
		DISPLAY "[P]ORTFOY [T]AHSILDE [C]IRO [H]TAHSIL EDILDI"
			LINE 13 POSITION 15.
		DISPLAY "[K]ARSILIKSIZ [O]DENDI" LINE 14 POSITION 15.
		DISPLAY "DURUM ? [ ]" LINE 15 POSITION 25.
		MOVE SPACES TO WDURUM.
		ACCEPT WDURUM LINE 15 POSITION 34 TAB.
		PERFORM SONUC-SIFIRLA.
		MOVE WSIRKET TO CSSIRKET.
		MOVE LOW-VALUES TO CSNO.
		START CEKSEN KEY IS NOT LESS THAN CSANAHTAR
			INVALID KEY GO TO SONUC-GOSTER.
	DURUM-OKU.
		READ CEKSEN NEXT RECORD AT END GO TO SONUC-GOSTER.
		IF CSSIRKET NOT = WSIRKET GO TO SONUC-GOSTER.
		IF CSDURUM NOT = WDURUM GO TO DURUM-OKU.
		PERFORM SONUC-EKLE.
		IF FAZLA-VAR = "E" GO TO SONUC-GOSTER.
		GO TO DURUM-OKU.
	SONUC-GOSTER.
		IF SBULUNAN = ZERO
			DISPLAY "KAYIT BULUNAMADI" LINE 17 POSITION 25
				REVERSE
			ACCEPT CEV LINE 17 POSITION 43 TAB
			GO TO ANA-MENU.
		MOVE 1 TO SIX.
	KAYIT-SAYFA.
		PERFORM EKRAN-SIL.
		MOVE SONUC-ANAHTAR(SIX) TO CSANAHTAR.
		READ CEKSEN INVALID KEY
			DISPLAY "KAYIT OKUNAMADI" LINE 16 POSITION 25
			GO TO ANA-MENU.
		PERFORM KAYIT-GOSTER.
		MOVE SIX TO GSIRA.
		DISPLAY "KAYIT" LINE 19 POSITION 25.
		DISPLAY GSIRA LINE 19 POSITION 31.
		DISPLAY "/" LINE 19 POSITION 35.
		MOVE SBULUNAN TO GSIRA.
		DISPLAY GSIRA LINE 19 POSITION 37.
		IF FAZLA-VAR = "E"
			DISPLAY "(ILK 300 GOSTERILIYOR, DAHASI VAR)"
				LINE 19 POSITION 42.
		DISPLAY "[I]LERI [G]ERI [B]ITIR ? [ ]"
			LINE 21 POSITION 25.
		ACCEPT CEV LINE 21 POSITION 51 TAB.
		IF CEV = "I" AND SIX < SBULUNAN
			ADD 1 TO SIX
			GO TO KAYIT-SAYFA.
		IF CEV = "G" AND SIX > 1
			SUBTRACT 1 FROM SIX
			GO TO KAYIT-SAYFA.
		IF CEV = "I" OR CEV = "G" GO TO KAYIT-SAYFA.
		GO TO ANA-MENU.
	KAPAT.
		CLOSE CEKSEN.
		IF CARI-ACIK = "E" CLOSE CARI.
		STOP RUN.
	SONUC-SIFIRLA.
		MOVE ZERO TO SBULUNAN.
		MOVE "H" TO FAZLA-VAR.
	SONUC-EKLE.
		IF SBULUNAN = 300
			MOVE "E" TO FAZLA-VAR
		ELSE
			ADD 1 TO SBULUNAN
			MOVE CSANAHTAR TO SONUC-ANAHTAR(SBULUNAN).
	KAYIT-GOSTER.
		DISPLAY "BELGE NO   :" LINE 6 POSITION 20.
		DISPLAY CSNO LINE 6 POSITION 34.
		DISPLAY "YON / TUR  :" LINE 7 POSITION 20.
		IF CSYON-ALINAN
			DISPLAY "ALINAN" LINE 7 POSITION 34
		ELSE
			DISPLAY "VERILEN" LINE 7 POSITION 34.
		IF CSTUR-CEK
			DISPLAY "CEK" LINE 7 POSITION 43
		ELSE
			DISPLAY "SENET" LINE 7 POSITION 43.
		DISPLAY "CARI KART  :" LINE 8 POSITION 20.
		DISPLAY CSCARI LINE 8 POSITION 34.
		MOVE CSCARI TO WCARI.
		PERFORM CARI-ADI-BUL THRU CARI-ADI-BUL-SON.
		DISPLAY WADI LINE 8 POSITION 45.
		DISPLAY "BANKA/SUBE :" LINE 9 POSITION 20.
		DISPLAY CSBANKA LINE 9 POSITION 34.
		DISPLAY "VADE       :" LINE 10 POSITION 20.
		DISPLAY CSVGUN LINE 10 POSITION 34.
		DISPLAY "/" LINE 10 POSITION 36.
		DISPLAY CSVAY LINE 10 POSITION 37.
		DISPLAY "/" LINE 10 POSITION 39.
		DISPLAY CSVYIL LINE 10 POSITION 40.
		MOVE CSTUTAR TO RTUTAR.
		DISPLAY "TUTAR      :" LINE 11 POSITION 20.
		DISPLAY RTUTAR LINE 11 POSITION 34.
		PERFORM DURUM-ADI.
		DISPLAY "DURUM      :" LINE 12 POSITION 20.
		DISPLAY WDURUM-ADI LINE 12 POSITION 34.
		DISPLAY "PORTFOY HS.:" LINE 13 POSITION 20.
		DISPLAY CSPORTHES LINE 13 POSITION 34.
		DISPLAY "TAHSIL HS. :" LINE 14 POSITION 20.
		DISPLAY CSTAHHES LINE 14 POSITION 34.
		DISPLAY "CIRO CARI  :" LINE 15 POSITION 20.
		DISPLAY CSCIRO LINE 15 POSITION 34.
		IF CSCIRO NOT = SPACES
			MOVE CSCIRO TO WCARI
			PERFORM CARI-ADI-BUL THRU CARI-ADI-BUL-SON
			DISPLAY WADI LINE 15 POSITION 45.
		DISPLAY "ISLEM HS.  :" LINE 16 POSITION 20.
		DISPLAY CSISLHES LINE 16 POSITION 34.
		DISPLAY "GIRIS/SON  :" LINE 17 POSITION 20.
		DISPLAY CSGIRTRH LINE 17 POSITION 34.
		DISPLAY CSSONTRH LINE 17 POSITION 42.
		DISPLAY "FIS" LINE 17 POSITION 50.
		DISPLAY CSSONFIS LINE 17 POSITION 54.
	DURUM-ADI.
		MOVE "TANIMSIZ" TO WDURUM-ADI.
		IF CSDURUM-PORTFOY MOVE "PORTFOYDE" TO WDURUM-ADI.
		IF CSDURUM-TAHSILDE
			MOVE "TAHSILE VERILDI" TO WDURUM-ADI.
		IF CSDURUM-CIRO MOVE "CIRO EDILDI" TO WDURUM-ADI.
		IF CSDURUM-TAHSIL MOVE "TAHSIL EDILDI" TO WDURUM-ADI.
		IF CSDURUM-KARSILIKSIZ MOVE "KARSILIKSIZ" TO WDURUM-ADI.
		IF CSDURUM-ODENDI MOVE "ODENDI" TO WDURUM-ADI.
	CARI-ADI-BUL.
		MOVE SPACES TO WADI.
		IF CARI-ACIK NOT = "E" GO TO CARI-ADI-BUL-SON.
		MOVE WSIRKET TO CSIRKET.
		MOVE WCARI TO CHESNO.
		READ CARI INVALID KEY
			MOVE "*** TANIMSIZ ***" TO CUNVAN.
		MOVE CUNVAN TO WADI.
	CARI-ADI-BUL-SON.
		CONTINUE.
	EKRAN-SIL.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH65 - CEK / SENET SORGULAMA"
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
