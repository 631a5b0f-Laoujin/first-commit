	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH66.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  CEK / SENET PORTFOYU (CEKSEN.DAT) GIRIS VE DURUM   *****
*********  ALINAN (A) VE VERILEN (V) CEK / SENETLER BELGE NO  *****
*********  ILE IZLENIR. HER GIRIS VE DURUM DEGISIKLIGI ICIN   *****
*********  GUNLUGE IKI SATIRLIK FIS YAZILIR :                 *****
*********  A GIRIS       : B PORTFOY HS.   / A CARI           *****
*********  V GIRIS       : B CARI          / A PORTFOY HS.    *****
*********  P -> T TAHSIL: B TAHSILDEKI HS. / A PORTFOY HS.    *****
*********  P -> C CIRO  : B CIRO CARI      / A PORTFOY HS.    *****
*********  P,T -> H     : B KASA/BANKA     / A PORTFOY/TAHS.  *****
*********  P,T,C -> K   : B KARSILIKSIZ    / A PORTF/TAHS/CIRO*****
*********  V P -> O     : B PORTFOY HS.    / A BANKA          *****
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
		SELECT MUHGUN ASSIGN TO RANDOM "GUNLUK.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HYUKNO-ANAHTAR
		       ALTERNATE RECORD KEY IS HFISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS HFISNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHGUN.
		SELECT CARI ASSIGN TO RANDOM "CARI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS CANAHTAR
			FILE STATUS IS DS-CARI.
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT DONEM ASSIGN TO RANDOM "DONEM.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS DNANAHTAR
			FILE STATUS IS DS-DONEM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "CEKSEN.COP".
		COPY "MUHGUN.COP".
		COPY "CARI.COP".
		COPY "HESAP.COP".
		COPY "DONEM.COP".
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
	77	DS-MUHGUN	PIC X(2).
	77	DS-CARI		PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	WDONEM-DURUM	PIC X(1) VALUE "A".
	77	HESAP-TAMAM	PIC X(1) VALUE "E".
	77	WNO		PIC X(10) VALUE SPACES.
	77	WYON		PIC X(1) VALUE SPACES.
	77	WTUR		PIC X(1) VALUE SPACES.
	77	WCARI		PIC X(9) VALUE SPACES.
	77	WBANKA		PIC X(20) VALUE SPACES.
	77	WPORTHES	PIC X(9) VALUE SPACES.
	77	WKARSIHES	PIC X(9) VALUE SPACES.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WBORCHES	PIC X(9) VALUE SPACES.
	77	WALACHES	PIC X(9) VALUE SPACES.
	77	WYENI		PIC X(1) VALUE SPACES.
	77	WIZAHAT		PIC X(22) VALUE SPACES.
	77	WFISNO		PIC X(5) VALUE SPACES.
	77	WYUKNO		PIC 9(5) VALUE ZERO.
	77	WSON-YUKNO	PIC X(5) VALUE SPACES.
	77	WBA		PIC X(1) VALUE SPACES.
	77	WTUTAR		PIC 9(9)V99 VALUE ZERO.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	ZTUTAR		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WGTARIH		PIC 9(6).
	01	WGTARIH-R REDEFINES WGTARIH.
		02 WGGUN		PIC 99.
		02 WGAY			PIC 99.
		02 WGYIL		PIC 99.
	01	WKTARIH.
		02 WKYIL		PIC 99.
		02 WKAY			PIC 99.
		02 WKGUN		PIC 99.
	01	WVTARIH		PIC 9(6).
	01	WVTARIH-R REDEFINES WVTARIH.
		02 WVGUN		PIC 99.
		02 WVAY			PIC 99.
		02 WVYIL		PIC 99.
	01	WCS-IZH.
		02 WCS-TUR		PIC X(5).
		02 FILLER		PIC X(1) VALUE SPACE.
		02 WCS-NO		PIC X(10).
		02 FILLER		PIC X(1) VALUE SPACE.
		02 WCS-OLAY		PIC X(22).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O CEKSEN.
		IF DS-CEKSEN = "35"
			OPEN OUTPUT CEKSEN
			CLOSE CEKSEN
			OPEN I-O CEKSEN.
		OPEN INPUT CARI.
		IF DS-CARI NOT = "00"
			DISPLAY "CARI KART DOSYASI YOK"
				LINE 10 POSITION 20
			CLOSE CEKSEN
			STOP RUN.
		OPEN INPUT HESAP.
		IF DS-HESAP NOT = "00"
			DISPLAY "HESAP PLANI (HESAP.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			CLOSE CEKSEN CARI
			STOP RUN.
		OPEN I-O MUHGUN.
		IF DS-MUHGUN = "35"
			OPEN OUTPUT MUHGUN
			CLOSE MUHGUN
			OPEN I-O MUHGUN.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH66 - CEK / SENET PORTFOYU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	TARIH-AL.
		DISPLAY "ISLEM TARIHI (GGAAYY) ? [      ]"
			LINE 5 POSITION 25.
		ACCEPT WGTARIH LINE 5 POSITION 50 TAB.
		IF WGGUN < 1 OR WGGUN > 31 OR WGAY < 1 OR WGAY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 7 POSITION 25
				REVERSE
			GO TO TARIH-AL.
		DISPLAY "                " LINE 7 POSITION 25.
		MOVE WGYIL TO WKYIL.
		MOVE WGAY TO WKAY.
		MOVE WGGUN TO WKGUN.
		PERFORM DONEM-BAK THRU DONEM-BAK-SON.
		IF WDONEM-DURUM = "K"
			DISPLAY "DONEM KAPALI, BASKA TARIH GIRIN !"
				LINE 7 POSITION 25 REVERSE
			GO TO TARIH-AL.
		DISPLAY "FIS NO (BOS = 99997) ? [     ]"
			LINE 6 POSITION 25.
		MOVE SPACES TO WFISNO.
		ACCEPT WFISNO LINE 6 POSITION 49 TAB.
		IF WFISNO = SPACES MOVE "99997" TO WFISNO.
		PERFORM YUKNO-BUL THRU YUKNO-BUL-SON.
	ANA-MENU.
		PERFORM EKRAN-SIL.
		DISPLAY "[Y]ENI BELGE  [D]URUM DEGISTIR  [C]IKIS"
			LINE 6 POSITION 15.
		DISPLAY "ISLEM ? [ ]" LINE 7 POSITION 25.
		ACCEPT ISLEM LINE 7 POSITION 34 TAB.
		IF ISLEM = "Y" GO TO YENI-BELGE.
		IF ISLEM = "D" GO TO DURUM-DEGISTIR.
		IF ISLEM = "C" GO TO KAPAT.
		GO TO ANA-MENU.
*******************************************************************
*********  YENI BELGE : KART YAZILIR, GIRIS FISI KESILIR      *****
*******************************************************************
	YENI-BELGE.
		PERFORM NO-AL.
		IF WNO = SPACES
			DISPLAY "BELGE NO BOS OLAMAZ"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		READ CEKSEN INVALID KEY GO TO YON-AL.
		DISPLAY "BU BELGE NO ZATEN KAYITLI !"
			LINE 22 POSITION 15 REVERSE.
		ACCEPT CEV LINE 22 POSITION 45 TAB.
		GO TO ANA-MENU.
	YON-AL.
		DISPLAY "ALINAN / VERILEN (A/V)" LINE 10 POSITION 15.
		DISPLAY "? [ ]" LINE 10 POSITION 46.
		ACCEPT WYON LINE 10 POSITION 49 TAB.
		IF WYON NOT = "A" AND WYON NOT = "V" GO TO YON-AL.
	TUR-AL.
		DISPLAY "CEK / SENET (C/S)" LINE 11 POSITION 15.
		DISPLAY "? [ ]" LINE 11 POSITION 46.
		ACCEPT WTUR LINE 11 POSITION 49 TAB.
		IF WTUR NOT = "C" AND WTUR NOT = "S" GO TO TUR-AL.
	CARI-AL.
		DISPLAY "CARI KART HESAP NO" LINE 12 POSITION 15.
		DISPLAY "? [         ]" LINE 12 POSITION 46.
		MOVE SPACES TO WCARI.
		ACCEPT WCARI LINE 12 POSITION 49 TAB.
		MOVE WSIRKET TO CSIRKET.
		MOVE WCARI TO CHESNO.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		READ CARI INVALID KEY
			DISPLAY "CARI KART TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			GO TO CARI-AL.
		DISPLAY CUNVAN LINE 12 POSITION 60 SIZE 20.
		DISPLAY "BANKA / SUBE" LINE 13 POSITION 15.
		DISPLAY "? [                    ]" LINE 13 POSITION 46.
		MOVE SPACES TO WBANKA.
		ACCEPT WBANKA LINE 13 POSITION 49 TAB.
	VADE-AL.
		DISPLAY "VADE TARIHI (GGAAYY)" LINE 14 POSITION 15.
		DISPLAY "? [      ]" LINE 14 POSITION 46.
		ACCEPT WVTARIH LINE 14 POSITION 49 TAB.
		IF WVGUN < 1 OR WVGUN > 31 OR WVAY < 1 OR WVAY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 22 POSITION 15
				REVERSE
			GO TO VADE-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
	TUTAR-AL.
		DISPLAY "TUTAR" LINE 15 POSITION 15.
		DISPLAY "?" LINE 15 POSITION 46.
		MOVE ZERO TO WTUTAR.
		ACCEPT WTUTAR LINE 15 POSITION 49 TAB.
		IF WTUTAR = ZERO
			DISPLAY "TUTAR SIFIR OLAMAZ" LINE 22 POSITION 15
				REVERSE
			GO TO TUTAR-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
	PORTHES-AL.
		IF WYON = "A" AND WTUR = "C" MOVE "101" TO WPORTHES.
		IF WYON = "A" AND WTUR = "S" MOVE "121" TO WPORTHES.
		IF WYON = "V" AND WTUR = "C" MOVE "103" TO WPORTHES.
		IF WYON = "V" AND WTUR = "S" MOVE "321" TO WPORTHES.
		DISPLAY "PORTFOY HESABI" LINE 16 POSITION 15.
		DISPLAY "? [         ]" LINE 16 POSITION 46.
		DISPLAY WPORTHES LINE 16 POSITION 49.
		ACCEPT WPORTHES LINE 16 POSITION 49 TAB.
		MOVE WPORTHES TO WHESNO.
		PERFORM HESAP-DENETLE.
		IF HESAP-TAMAM = "H" GO TO PORTHES-AL.
		DISPLAY "KAYDEDILSIN MI [E/H] ? [ ]"
			LINE 18 POSITION 15.
		ACCEPT CEV LINE 18 POSITION 39 TAB.
		IF CEV NOT = "E" GO TO ANA-MENU.
		MOVE WSIRKET TO CSSIRKET CSCSIRKET CSVSIRKET.
		MOVE WNO TO CSNO.
		MOVE WCARI TO CSCARI.
		MOVE WVYIL TO CSVYIL.
		MOVE WVAY TO CSVAY.
		MOVE WVGUN TO CSVGUN.
		MOVE WYON TO CSYON.
		MOVE WTUR TO CSTUR.
		MOVE WBANKA TO CSBANKA.
		MOVE WTUTAR TO CSTUTAR.
		MOVE "P" TO CSDURUM.
		MOVE WPORTHES TO CSPORTHES.
		MOVE SPACES TO CSTAHHES CSCIRO CSISLHES.
		MOVE WKTARIH TO CSGIRTRH CSSONTRH.
		MOVE WFISNO TO CSSONFIS.
		WRITE CEKSEN-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 22 POSITION 15
			GO TO ANA-MENU.
		IF CSYON-ALINAN
			MOVE CSPORTHES TO WBORCHES
			MOVE CSCARI TO WALACHES
			MOVE "PORTFOYE GIRIS" TO WIZAHAT
		ELSE
			MOVE CSCARI TO WBORCHES
			MOVE CSPORTHES TO WALACHES
			MOVE "CARIYE VERILDI" TO WIZAHAT.
		PERFORM FIS-YAZ.
		DISPLAY "BELGE KAYDEDILDI, FIS YAZILDI"
			LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 46 TAB.
		GO TO ANA-MENU.
*******************************************************************
*********  DURUM DEGISIKLIGI : GECERLI GECISLER BANNERDADIR   *****
*******************************************************************
	DURUM-DEGISTIR.
		PERFORM NO-AL.
		READ CEKSEN INVALID KEY
			DISPLAY "BOYLE BIR BELGE YOK"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		PERFORM BELGE-GOSTER.
		IF CSYON-ALINAN AND CSDURUM-PORTFOY
			DISPLAY
			"[T]AHSILE [C]IRO [H]TAHSIL [K]ARSILIKSIZ"
				LINE 18 POSITION 15.
		IF CSYON-ALINAN AND CSDURUM-TAHSILDE
			DISPLAY "[H] TAHSIL EDILDI  [K] KARSILIKSIZ"
				LINE 18 POSITION 15.
		IF CSYON-ALINAN AND CSDURUM-CIRO
			DISPLAY "[K] KARSILIKSIZ (CIRO EDENE IADE)"
				LINE 18 POSITION 15.
		IF CSYON-VERILEN AND CSDURUM-PORTFOY
			DISPLAY "[O] ODENDI" LINE 18 POSITION 15.
		IF CSDURUM-TAHSIL OR CSDURUM-KARSILIKSIZ
		   OR CSDURUM-ODENDI
			DISPLAY "BELGE KAPANMIS, DEGISIKLIK YAPILAMAZ"
				LINE 22 POSITION 15 REVERSE
			ACCEPT CEV LINE 22 POSITION 56 TAB
			GO TO ANA-MENU.
		DISPLAY "YENI DURUM (BOS = VAZGEC) ? [ ]"
			LINE 19 POSITION 15.
		MOVE SPACES TO WYENI.
		ACCEPT WYENI LINE 19 POSITION 44 TAB.
		IF WYENI = SPACES GO TO ANA-MENU.
		IF WYENI = "T" AND CSYON-ALINAN AND CSDURUM-PORTFOY
			GO TO TAHSILE-VER.
		IF WYENI = "C" AND CSYON-ALINAN AND CSDURUM-PORTFOY
			GO TO CIRO-ET.
		IF WYENI = "H" AND CSYON-ALINAN
		   AND (CSDURUM-PORTFOY OR CSDURUM-TAHSILDE)
			GO TO TAHSIL-ET.
		IF WYENI = "K" AND CSYON-ALINAN
			GO TO KARSILIKSIZ.
		IF WYENI = "O" AND CSYON-VERILEN
			GO TO ODE.
		DISPLAY "BU DURUMA GECILEMEZ !" LINE 22 POSITION 15
			REVERSE.
		ACCEPT CEV LINE 22 POSITION 38 TAB.
		GO TO ANA-MENU.
	TAHSILE-VER.
		MOVE SPACES TO WKARSIHES.
		DISPLAY "TAHSILDEKI BELGELER HS." LINE 20 POSITION 15.
		PERFORM KARSI-AL.
		IF HESAP-TAMAM = "H" GO TO TAHSILE-VER.
		MOVE WKARSIHES TO WBORCHES CSTAHHES.
		MOVE CSPORTHES TO WALACHES.
		MOVE "TAHSILE VERILDI" TO WIZAHAT.
		GO TO DURUM-YAZ.
	CIRO-ET.
		DISPLAY "CIRO EDILEN CARI" LINE 20 POSITION 15.
		DISPLAY "? [         ]" LINE 20 POSITION 46.
		MOVE SPACES TO WCARI.
		ACCEPT WCARI LINE 20 POSITION 49 TAB.
		MOVE WSIRKET TO CSIRKET.
		MOVE WCARI TO CHESNO.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		READ CARI INVALID KEY
			DISPLAY "CARI KART TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			GO TO CIRO-ET.
		DISPLAY CUNVAN LINE 21 POSITION 15.
		MOVE WCARI TO WBORCHES CSCIRO.
		MOVE CSPORTHES TO WALACHES.
		MOVE "CIRO EDILDI" TO WIZAHAT.
		GO TO DURUM-YAZ.
	TAHSIL-ET.
		MOVE "102" TO WKARSIHES.
		DISPLAY "TAHSIL HS. (KASA / BANKA)" LINE 20 POSITION 15.
		PERFORM KARSI-AL.
		IF HESAP-TAMAM = "H" GO TO TAHSIL-ET.
		MOVE WKARSIHES TO WBORCHES.
		IF CSDURUM-TAHSILDE
			MOVE CSTAHHES TO WALACHES
		ELSE
			MOVE CSPORTHES TO WALACHES.
		MOVE "TAHSIL EDILDI" TO WIZAHAT.
		GO TO DURUM-YAZ.
	KARSILIKSIZ.
		MOVE "128" TO WKARSIHES.
		DISPLAY "KARSILIKSIZ BELGELER HS." LINE 20 POSITION 15.
		PERFORM KARSI-AL.
		IF HESAP-TAMAM = "H" GO TO KARSILIKSIZ.
		MOVE WKARSIHES TO WBORCHES.
		MOVE CSPORTHES TO WALACHES.
		IF CSDURUM-TAHSILDE MOVE CSTAHHES TO WALACHES.
		IF CSDURUM-CIRO MOVE CSCIRO TO WALACHES.
		MOVE "KARSILIKSIZ CIKTI" TO WIZAHAT.
		GO TO DURUM-YAZ.
	ODE.
		MOVE "102" TO WKARSIHES.
		DISPLAY "ODEME HS. (KASA / BANKA)" LINE 20 POSITION 15.
		PERFORM KARSI-AL.
		IF HESAP-TAMAM = "H" GO TO ODE.
		MOVE CSPORTHES TO WBORCHES.
		MOVE WKARSIHES TO WALACHES.
		MOVE "ODENDI" TO WIZAHAT.
	DURUM-YAZ.
		DISPLAY "ONAYLIYOR MUSUNUZ [E/H] ? [ ]"
			LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 42 TAB.
		IF CEV NOT = "E" GO TO ANA-MENU.
		IF WYENI = "H" OR WYENI = "K" OR WYENI = "O"
			MOVE WKARSIHES TO CSISLHES.
		MOVE WYENI TO CSDURUM.
		MOVE WKTARIH TO CSSONTRH.
		MOVE WFISNO TO CSSONFIS.
		REWRITE CEKSEN-KAYDI.
		PERFORM FIS-YAZ.
		GO TO ANA-MENU.
	KAPAT.
		CLOSE CEKSEN CARI HESAP MUHGUN.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		STOP RUN.
	NO-AL.
		DISPLAY "BELGE NO ? [          ]" LINE 9 POSITION 15.
		MOVE SPACES TO WNO.
		ACCEPT WNO LINE 9 POSITION 27 TAB.
		MOVE WSIRKET TO CSSIRKET.
		MOVE WNO TO CSNO.
	KARSI-AL.
		DISPLAY "? [         ]" LINE 20 POSITION 46.
		DISPLAY WKARSIHES LINE 20 POSITION 49.
		ACCEPT WKARSIHES LINE 20 POSITION 49 TAB.
		MOVE WKARSIHES TO WHESNO.
		PERFORM HESAP-DENETLE.
	HESAP-DENETLE.
		MOVE "E" TO HESAP-TAMAM.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		MOVE WSIRKET TO RSIRKET.
		MOVE WHESNO TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO HESAP-TAMAM.
	BELGE-GOSTER.
		DISPLAY "YON / TUR / DURUM :" LINE 10 POSITION 15.
		DISPLAY CSYON LINE 10 POSITION 35.
		DISPLAY CSTUR LINE 10 POSITION 37.
		DISPLAY CSDURUM LINE 10 POSITION 39.
		DISPLAY "CARI KART         :" LINE 11 POSITION 15.
		DISPLAY CSCARI LINE 11 POSITION 35.
		MOVE WSIRKET TO CSIRKET.
		MOVE CSCARI TO CHESNO.
		READ CARI INVALID KEY MOVE SPACES TO CUNVAN.
		DISPLAY CUNVAN LINE 11 POSITION 46.
		DISPLAY "BANKA / SUBE      :" LINE 12 POSITION 15.
		DISPLAY CSBANKA LINE 12 POSITION 35.
		DISPLAY "VADE              :" LINE 13 POSITION 15.
		DISPLAY CSVGUN LINE 13 POSITION 35.
		DISPLAY "/" LINE 13 POSITION 37.
		DISPLAY CSVAY LINE 13 POSITION 38.
		DISPLAY "/" LINE 13 POSITION 40.
		DISPLAY CSVYIL LINE 13 POSITION 41.
		DISPLAY "TUTAR             :" LINE 14 POSITION 15.
		MOVE CSTUTAR TO ZTUTAR.
		DISPLAY ZTUTAR LINE 14 POSITION 35.
		DISPLAY "PORTFOY / TAHSIL  :" LINE 15 POSITION 15.
		DISPLAY CSPORTHES LINE 15 POSITION 35.
		DISPLAY CSTAHHES LINE 15 POSITION 46.
		DISPLAY "CIRO / ISLEM HS.  :" LINE 16 POSITION 15.
		DISPLAY CSCIRO LINE 16 POSITION 35.
		DISPLAY CSISLHES LINE 16 POSITION 46.
*******************************************************************
*********  IKI SATIRLIK FIS : B WBORCHES / A WALACHES         *****
*******************************************************************
	FIS-YAZ.
		IF CSTUR-CEK
			MOVE "CEK" TO WCS-TUR
		ELSE
			MOVE "SENET" TO WCS-TUR.
		MOVE CSNO TO WCS-NO.
		MOVE WIZAHAT TO WCS-OLAY.
		MOVE CSTUTAR TO WTL.
		MOVE WBORCHES TO WHESNO.
		MOVE "B" TO WBA.
		PERFORM GUNLUK-YAZ.
		MOVE WALACHES TO WHESNO.
		MOVE "A" TO WBA.
		PERFORM GUNLUK-YAZ.
	GUNLUK-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE WYUKNO TO HYUKNO.
		MOVE WKYIL TO HYIL.
		MOVE WKAY TO HAY.
		MOVE WKGUN TO HGUN.
		MOVE WFISNO TO HFISNO.
		MOVE WHESNO TO HHESNO.
		MOVE WCS-IZH TO HIZH.
		MOVE WBA TO HBA.
		MOVE WTL TO HTL.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE SPACES TO HDOVKOD.
		MOVE ZERO TO HDOVTUT HKUR.
		MOVE SPACES TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 23 POSITION 15
			DISPLAY HYUKNO LINE 23 POSITION 37.
	YUKNO-BUL.
		MOVE WSIRKET TO HSIRKET.
		MOVE LOW-VALUES TO HYUKNO.
		MOVE SPACES TO WSON-YUKNO.
		START MUHGUN KEY IS NOT LESS THAN HYUKNO-ANAHTAR
			INVALID KEY GO TO YUKNO-BUL-SON.
	YUKNO-OKU.
		READ MUHGUN NEXT RECORD AT END GO TO YUKNO-BUL-SON.
		IF HSIRKET NOT = WSIRKET GO TO YUKNO-BUL-SON.
		MOVE HYUKNO TO WSON-YUKNO.
		GO TO YUKNO-OKU.
	YUKNO-BUL-SON.
		IF WSON-YUKNO NOT = SPACES
			MOVE WSON-YUKNO TO WYUKNO.
	DONEM-BAK.
		MOVE "A" TO WDONEM-DURUM.
		IF DONEM-ACIK NOT = "E" GO TO DONEM-BAK-SON.
		MOVE WSIRKET TO DNSIRKET.
		MOVE WKYIL TO DNYIL.
		MOVE WKAY TO DNAY.
		READ DONEM INVALID KEY GO TO DONEM-BAK-SON.
		MOVE DNDURUM TO WDONEM-DURUM.
	DONEM-BAK-SON.
		CONTINUE.
	EKRAN-SIL.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH66 - CEK / SENET PORTFOYU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET :" LINE 4 POSITION 15.
		DISPLAY WSIRKET LINE 4 POSITION 24.
		DISPLAY "TARIH :" LINE 4 POSITION 30.
		DISPLAY WGTARIH LINE 4 POSITION 38.
		DISPLAY "FIS NO :" LINE 4 POSITION 50.
		DISPLAY WFISNO LINE 4 POSITION 59.
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
