	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH68.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  DEMIRBAS KUTUGU (DEMIRBAS.DAT) BAKIMI VE LISTESI   *****
*********  VARLIK / BIRIKMIS AMORTISMAN / GIDER HESAPLARI,    *****
*********  ALIS TARIHI, MALIYET, OMUR, YONTEM (N/A) VE        *****
*********  AYRILMIS AMORTISMAN. ELDEN CIKARMA (SATIS/HURDA)   *****
*********  BURADA ISARETLENIR, KAPANIS FISI MUH67 ILE YAZILIR *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 07/03/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DEMIRBAS ASSIGN TO RANDOM "DEMIRBAS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DBANAHTAR
			FILE STATUS IS DS-DEMIRBAS.
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT LISTE ASSIGN TO PRINTER "DEMIRBAS.LST".
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "DEMIRBAS.COP".
		COPY "HESAP.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
		COPY "DEGISIM.COP".
	FD	LISTE	LABEL RECORDS STANDARD.
	01	L-SATIR				PIC X(132).
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
	77	WNO		PIC X(6) VALUE SPACES.
	77	WADI		PIC X(30) VALUE SPACES.
	77	WVARHES		PIC X(9) VALUE SPACES.
	77	WBIRHES		PIC X(9) VALUE SPACES.
	77	WGIDHES		PIC X(9) VALUE SPACES.
	77	WSATHES		PIC X(9) VALUE SPACES.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WMERKEZ		PIC X(4) VALUE SPACES.
	77	WMALIYET	PIC 9(11)V99 VALUE ZERO.
	77	WBIRAMORT	PIC 9(11)V99 VALUE ZERO.
	77	WSATTUT		PIC 9(11)V99 VALUE ZERO.
	77	WOMUR		PIC 9(2) VALUE ZERO.
	77	WYONTEM		PIC X(1) VALUE SPACES.
	77	HESAP-TAMAM	PIC X(1) VALUE "E".
	77	KART-KILITLI	PIC X(1) VALUE "H".
	77	DS-DEMIRBAS	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	HESAP-ACIK	PIC X(1) VALUE "H".
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	LISTE-ACIK	PIC X(1) VALUE "H".
	77	LSAYFA		PIC 9(3) VALUE ZERO.
	77	LSATIRSAY	PIC 9(3) VALUE ZERO.
	77	LSAYAC		PIC 9(5) VALUE ZERO.
	77	LMALIYET	PIC 9(13)V99 COMP-3 VALUE ZERO.
	77	LBIRAMORT	PIC 9(13)V99 COMP-3 VALUE ZERO.
	77	LNET		PIC S9(13)V99 COMP-3 VALUE ZERO.
	77	WNET		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	GOMUR		PIC Z9.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	RBAKIYE		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	ZTUTAR		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
	77	LTARIH		PIC X(8).
	77	LSAYFANO	PIC ZZ9.
	77	ESATIR		PIC 9(2) VALUE ZERO.
	77	ELINE		PIC 9(2) VALUE ZERO.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WATARIH		PIC 9(6).
	01	WATARIH-R REDEFINES WATARIH.
		02 WAGUN		PIC 99.
		02 WAAY			PIC 99.
		02 WAYIL		PIC 99.
	01	WKTARIH.
		02 WKYIL		PIC 99.
		02 WKAY			PIC 99.
		02 WKGUN		PIC 99.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O DEMIRBAS.
		IF DS-DEMIRBAS = "35"
			OPEN OUTPUT DEMIRBAS
			CLOSE DEMIRBAS
			OPEN I-O DEMIRBAS.
		OPEN INPUT HESAP.
		IF DS-HESAP = "00" MOVE "E" TO HESAP-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH68 - DEMIRBAS KUTUGU BAKIMI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	ANA-MENU.
		PERFORM EKRAN-SIL.
		DISPLAY "[E]KLE [D]EGISTIR [S]IL [G]OSTER"
			LINE 6 POSITION 15.
		DISPLAY "[H]URDA/SATIS [Y]AZICIDA LISTE [C]IKIS"
			LINE 7 POSITION 15.
		DISPLAY "ISLEM ? [ ]" LINE 8 POSITION 25.
		ACCEPT ISLEM LINE 8 POSITION 34 TAB.
		IF ISLEM = "E" GO TO EKLE.
		IF ISLEM = "D" GO TO DEGISTIR.
		IF ISLEM = "S" GO TO SIL.
		IF ISLEM = "G" GO TO GOSTER.
		IF ISLEM = "H" GO TO ELDEN-CIKAR.
		IF ISLEM = "Y" GO TO YAZDIR.
		IF ISLEM = "C" GO TO KAPAT.
		GO TO ANA-MENU.
	EKLE.
		PERFORM NO-AL.
		IF WNO = SPACES
			DISPLAY "DEMIRBAS NO BOS OLAMAZ"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		READ DEMIRBAS INVALID KEY GO TO EKLE-YENI.
		DISPLAY "BU DEMIRBAS ZATEN TANIMLI :"
			LINE 22 POSITION 15.
		DISPLAY DBADI LINE 22 POSITION 43.
		GO TO ANA-MENU.
	EKLE-YENI.
		MOVE SPACES TO WADI WVARHES WBIRHES WGIDHES WMERKEZ.
		MOVE ZERO TO WMALIYET WBIRAMORT WOMUR.
		MOVE "N" TO WYONTEM.
		MOVE "H" TO KART-KILITLI.
		PERFORM KART-AL THRU KART-AL-SON.
		MOVE WSIRKET TO DBSIRKET.
		MOVE WNO TO DBNO.
		PERFORM KART-TASI.
		MOVE WBIRAMORT TO DBYBAMORT.
		MOVE SPACES TO DBSONDONEM DBCIKTRH DBSATHES.
		MOVE ZERO TO DBSATTUT.
		MOVE "A" TO DBDURUM.
		WRITE DEMIRBAS-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 22 POSITION 15
			GO TO ANA-MENU.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE DEMIRBAS-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "DEMIRBAS KARTI ACILDI" LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 38 TAB.
		GO TO ANA-MENU.
	DEGISTIR.
		PERFORM NO-AL.
		READ DEMIRBAS INVALID KEY
			DISPLAY "BOYLE BIR DEMIRBAS YOK"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		IF NOT DBDURUM-AKTIF
			DISPLAY "ELDEN CIKARILMIS KART DEGISTIRILEMEZ"
				LINE 22 POSITION 15 REVERSE
			GO TO ANA-MENU.
		PERFORM KART-GOSTER.
		DISPLAY "DEGISTIRMEK ICIN [E] ? [ ]"
			LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 39 TAB.
		IF CEV NOT = "E" GO TO ANA-MENU.
		MOVE DEMIRBAS-KAYDI TO ONCE-IMAJ.
		MOVE "H" TO KART-KILITLI.
		IF DBSONDONEM NOT = SPACES MOVE "E" TO KART-KILITLI.
		MOVE DBADI TO WADI.
		MOVE DBVARHES TO WVARHES.
		MOVE DBBIRHES TO WBIRHES.
		MOVE DBGIDHES TO WGIDHES.
		MOVE DBMERKEZ TO WMERKEZ.
		MOVE DBMALIYET TO WMALIYET.
		MOVE DBBIRAMORT TO WBIRAMORT.
		MOVE DBOMUR TO WOMUR.
		MOVE DBYONTEM TO WYONTEM.
		MOVE DBALTRH TO WKTARIH.
		PERFORM KART-AL THRU KART-AL-SON.
		PERFORM KART-TASI.
		IF DBSONDONEM = SPACES MOVE WBIRAMORT TO DBYBAMORT.
		REWRITE DEMIRBAS-KAYDI.
		MOVE DEMIRBAS-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		DISPLAY "DEMIRBAS KARTI DEGISTIRILDI"
			LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 44 TAB.
		GO TO ANA-MENU.
	SIL.
		PERFORM NO-AL.
		READ DEMIRBAS INVALID KEY
			DISPLAY "BOYLE BIR DEMIRBAS YOK"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		PERFORM KART-GOSTER.
		IF NOT DBDURUM-KAPALI AND DBBIRAMORT > ZERO
			DISPLAY "AMORTISMANLI KART, ONCE ELDEN CIKARIN"
				LINE 22 POSITION 15 REVERSE
			GO TO ANA-MENU.
		DISPLAY "BU KART SILINSIN MI [E/H] ? [   ]"
			LINE 22 POSITION 15.
		ACCEPT CEV LINE 22 POSITION 44 TAB.
		IF CEV NOT = "E"
			DISPLAY "SILINMEDI" LINE 23 POSITION 15
			GO TO ANA-MENU.
		MOVE DEMIRBAS-KAYDI TO ONCE-IMAJ.
		MOVE SPACES TO SONRA-IMAJ.
		MOVE "S" TO DEGISIM-TIPI.
		DELETE DEMIRBAS RECORD.
		PERFORM DEGISIM-YAZ.
		DISPLAY "DEMIRBAS KARTI SILINDI" LINE 23 POSITION 15.
		GO TO ANA-MENU.
*******************************************************************
*********  ELDEN CIKARMA : KART "S" OLARAK ISARETLENIR, KAYIT *****
*********  KAPATMA FISI CIKIS AYININ AMORTISMAN CALISMASINDA  *****
*******************************************************************
	ELDEN-CIKAR.
		PERFORM NO-AL.
		READ DEMIRBAS INVALID KEY
			DISPLAY "BOYLE BIR DEMIRBAS YOK"
				LINE 22 POSITION 15
			GO TO ANA-MENU.
		IF NOT DBDURUM-AKTIF
			DISPLAY "BU KART ZATEN ELDEN CIKARILMIS"
				LINE 22 POSITION 15 REVERSE
			GO TO ANA-MENU.
		PERFORM KART-GOSTER.
	CIKIS-TARIH-AL.
		DISPLAY "CIKIS TARIHI (GGAAYY) ? [      ]"
			LINE 21 POSITION 15.
		ACCEPT WATARIH LINE 21 POSITION 40 TAB.
		MOVE WAYIL TO WKYIL.
		MOVE WAAY TO WKAY.
		MOVE WAGUN TO WKGUN.
		IF WAGUN < 1 OR WAGUN > 31 OR WAAY < 1 OR WAAY > 12
		   OR WKTARIH < DBALTRH
			DISPLAY "TARIH GECERSIZ !" LINE 22 POSITION 15
				REVERSE
			GO TO CIKIS-TARIH-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		DISPLAY "SATIS TUTARI (0 = HURDA) ?"
			LINE 22 POSITION 15.
		MOVE ZERO TO WSATTUT.
		ACCEPT WSATTUT LINE 22 POSITION 42 TAB.
		MOVE SPACES TO WSATHES.
		IF WSATTUT = ZERO GO TO CIKIS-ONAY.
	SATHES-AL.
		DISPLAY "TAHSIL HESABI (100/102/120..) ? [         ]"
			LINE 23 POSITION 15.
		MOVE SPACES TO WSATHES.
		ACCEPT WSATHES LINE 23 POSITION 48 TAB.
		MOVE WSATHES TO WHESNO.
		PERFORM HESAP-DENETLE.
		IF HESAP-TAMAM = "H" GO TO SATHES-AL.
	CIKIS-ONAY.
		DISPLAY "ELDEN CIKARILSIN MI [E/H] ? [   ]"
			LINE 24 POSITION 15.
		ACCEPT CEV LINE 24 POSITION 44 TAB.
		IF CEV NOT = "E" GO TO ANA-MENU.
		MOVE DEMIRBAS-KAYDI TO ONCE-IMAJ.
		MOVE WKTARIH TO DBCIKTRH.
		MOVE WSATTUT TO DBSATTUT.
		MOVE WSATHES TO DBSATHES.
		MOVE "S" TO DBDURUM.
		REWRITE DEMIRBAS-KAYDI.
		MOVE DEMIRBAS-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		GO TO ANA-MENU.
	GOSTER.
		DISPLAY "HANGI NODAN ITIBAREN ? [      ]"
			LINE 10 POSITION 25.
		MOVE SPACES TO WNO.
		ACCEPT WNO LINE 10 POSITION 49 TAB.
		MOVE WSIRKET TO DBSIRKET.
		MOVE WNO TO DBNO.
		START DEMIRBAS KEY IS NOT LESS THAN DBANAHTAR
			INVALID KEY
			DISPLAY "GOSTERILECEK KART YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
	GOSTER-SAYFA.
		PERFORM EKRAN-SIL.
		DISPLAY "NO     DEMIRBAS ADI" LINE 8 POSITION 15.
		DISPLAY "VARLIK HS D" LINE 8 POSITION 53.
		MOVE ZERO TO ESATIR.
	GOSTER-OKU.
		READ DEMIRBAS NEXT RECORD AT END GO TO GOSTER-SON.
		IF DBSIRKET NOT = WSIRKET GO TO GOSTER-SON.
		ADD 1 TO ESATIR.
		COMPUTE ELINE = 8 + ESATIR.
		DISPLAY DBNO LINE ELINE POSITION 15.
		DISPLAY DBADI LINE ELINE POSITION 22.
		DISPLAY DBVARHES LINE ELINE POSITION 53.
		DISPLAY DBDURUM LINE ELINE POSITION 63.
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
	YAZDIR.
		MOVE WSIRKET TO DBSIRKET.
		MOVE LOW-VALUES TO DBNO.
		START DEMIRBAS KEY IS NOT LESS THAN DBANAHTAR
			INVALID KEY
			DISPLAY "YAZILACAK KART YOK"
				LINE 12 POSITION 25
			GO TO ANA-MENU.
		IF LISTE-ACIK NOT = "E"
			OPEN OUTPUT LISTE
			MOVE "E" TO LISTE-ACIK.
		MOVE ZERO TO LSAYAC LMALIYET LBIRAMORT LNET.
		PERFORM LISTE-BASLIK.
	YAZDIR-OKU.
		READ DEMIRBAS NEXT RECORD AT END GO TO YAZDIR-SON.
		IF DBSIRKET NOT = WSIRKET GO TO YAZDIR-SON.
		ADD 1 TO LSAYAC.
		PERFORM LISTE-SATIR.
		GO TO YAZDIR-OKU.
	YAZDIR-SON.
		MOVE SPACES TO L-SATIR.
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		MOVE "TOPLAM (KAPALILAR HARIC)" TO L-SATIR(1:24).
		MOVE LMALIYET TO RTUTAR.
		MOVE RTUTAR TO L-SATIR(85:15).
		MOVE LBIRAMORT TO RTUTAR.
		MOVE RTUTAR TO L-SATIR(101:15).
		MOVE LNET TO RBAKIYE.
		MOVE RBAKIYE TO L-SATIR(117:15).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		MOVE "TOPLAM DEMIRBAS SAYISI :" TO L-SATIR(1:24).
		MOVE LSAYAC TO GSAYAC.
		MOVE GSAYAC TO L-SATIR(26:5).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		DISPLAY "DEMIRBAS LISTESI YAZILDI, KART SAYISI :"
			LINE 12 POSITION 25.
		DISPLAY GSAYAC LINE 12 POSITION 65.
		GO TO ANA-MENU.
	KAPAT.
		CLOSE DEMIRBAS.
		IF HESAP-ACIK = "E" CLOSE HESAP.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF LISTE-ACIK = "E" CLOSE LISTE.
		STOP RUN.
	NO-AL.
		DISPLAY "DEMIRBAS NO ? [      ]" LINE 10 POSITION 25.
		MOVE SPACES TO WNO.
		ACCEPT WNO LINE 10 POSITION 40 TAB.
		MOVE WSIRKET TO DBSIRKET.
		MOVE WNO TO DBNO.
	KART-TASI.
		MOVE WADI TO DBADI.
		MOVE WVARHES TO DBVARHES.
		MOVE WBIRHES TO DBBIRHES.
		MOVE WGIDHES TO DBGIDHES.
		MOVE WMERKEZ TO DBMERKEZ.
		MOVE WKTARIH TO DBALTRH.
		MOVE WMALIYET TO DBMALIYET.
		MOVE WOMUR TO DBOMUR.
		MOVE WYONTEM TO DBYONTEM.
		MOVE WBIRAMORT TO DBBIRAMORT.
	KART-GOSTER.
		DISPLAY "DEMIRBAS ADI     :" LINE 11 POSITION 15.
		DISPLAY DBADI LINE 11 POSITION 34.
		DISPLAY "VARLIK / BIRIKMIS / GIDER HS. :"
			LINE 12 POSITION 15.
		DISPLAY DBVARHES LINE 12 POSITION 47.
		DISPLAY DBBIRHES LINE 12 POSITION 57.
		DISPLAY DBGIDHES LINE 12 POSITION 67.
		DISPLAY "MASRAF MERKEZI   :" LINE 13 POSITION 15.
		DISPLAY DBMERKEZ LINE 13 POSITION 34.
		DISPLAY "ALIS TARIHI      :" LINE 14 POSITION 15.
		DISPLAY DBALGUN LINE 14 POSITION 34.
		DISPLAY "/" LINE 14 POSITION 36.
		DISPLAY DBALAY LINE 14 POSITION 37.
		DISPLAY "/" LINE 14 POSITION 39.
		DISPLAY DBALYIL LINE 14 POSITION 40.
		DISPLAY "MALIYET          :" LINE 15 POSITION 15.
		MOVE DBMALIYET TO ZTUTAR.
		DISPLAY ZTUTAR LINE 15 POSITION 34.
		DISPLAY "OMUR / YONTEM    :" LINE 16 POSITION 15.
		MOVE DBOMUR TO GOMUR.
		DISPLAY GOMUR LINE 16 POSITION 34.
		DISPLAY DBYONTEM LINE 16 POSITION 39.
		DISPLAY "BIRIKMIS AMORT.  :" LINE 17 POSITION 15.
		MOVE DBBIRAMORT TO ZTUTAR.
		DISPLAY ZTUTAR LINE 17 POSITION 34.
		DISPLAY "SON AMORT. (AAYY):" LINE 18 POSITION 15.
		DISPLAY DBSONAY LINE 18 POSITION 34.
		DISPLAY DBSONYIL LINE 18 POSITION 36.
		DISPLAY "DURUM            :" LINE 19 POSITION 15.
		DISPLAY DBDURUM LINE 19 POSITION 34.
*******************************************************************
*********  KART BILGILERI : HESAPLAR HESAP.DAT'TA, 6/7 SINIFI *****
*********  GIDER HESABINDA MASRAF MERKEZI ZORUNLU. AMORTISMAN *****
*********  AYRILMIS KARTTA (MUH67) TARIH, MALIYET, OMUR,      *****
*********  YONTEM VE BIRIKMIS AMORTISMAN YALNIZ GOSTERILIR,   *****
*********  BUNLAR ANCAK FISLE DUZELTILIR                      *****
*******************************************************************
	KART-AL.
		DISPLAY SPACES LINE 11 POSITION 1 SIZE 80.
		DISPLAY "DEMIRBAS ADI" LINE 11 POSITION 15.
		DISPLAY "? [                              ]"
			LINE 11 POSITION 46.
		DISPLAY WADI LINE 11 POSITION 49.
		ACCEPT WADI LINE 11 POSITION 49 TAB.
		IF WADI = SPACES
			DISPLAY "DEMIRBAS ADI BOS OLAMAZ"
				LINE 22 POSITION 15 REVERSE
			GO TO KART-AL.
	VARHES-AL.
		DISPLAY SPACES LINE 12 POSITION 1 SIZE 80.
		DISPLAY "VARLIK HESABI (254/255..)" LINE 12 POSITION 15.
		DISPLAY "? [         ]" LINE 12 POSITION 46.
		DISPLAY WVARHES LINE 12 POSITION 49.
		ACCEPT WVARHES LINE 12 POSITION 49 TAB.
		MOVE WVARHES TO WHESNO.
		PERFORM HESAP-DENETLE.
		IF HESAP-TAMAM = "H" GO TO VARHES-AL.
	BIRHES-AL.
		DISPLAY SPACES LINE 13 POSITION 1 SIZE 80.
		DISPLAY "BIRIKMIS AMORT. HS. (257)" LINE 13 POSITION 15.
		DISPLAY "? [         ]" LINE 13 POSITION 46.
		DISPLAY WBIRHES LINE 13 POSITION 49.
		ACCEPT WBIRHES LINE 13 POSITION 49 TAB.
		MOVE WBIRHES TO WHESNO.
		PERFORM HESAP-DENETLE.
		IF HESAP-TAMAM = "H" GO TO BIRHES-AL.
	GIDHES-AL.
		DISPLAY SPACES LINE 14 POSITION 1 SIZE 80.
		DISPLAY "AMORTISMAN GIDER HESABI" LINE 14 POSITION 15.
		DISPLAY "? [         ]" LINE 14 POSITION 46.
		DISPLAY WGIDHES LINE 14 POSITION 49.
		ACCEPT WGIDHES LINE 14 POSITION 49 TAB.
		MOVE WGIDHES TO WHESNO.
		PERFORM HESAP-DENETLE.
		IF HESAP-TAMAM = "H" GO TO GIDHES-AL.
	MERKEZ-AL.
		DISPLAY SPACES LINE 15 POSITION 1 SIZE 80.
		DISPLAY "MASRAF MERKEZI" LINE 15 POSITION 15.
		DISPLAY "? [    ]" LINE 15 POSITION 46.
		DISPLAY WMERKEZ LINE 15 POSITION 49.
		ACCEPT WMERKEZ LINE 15 POSITION 49 TAB.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF WMERKEZ = SPACES
		   AND (WGIDHES(1:1) = "6" OR WGIDHES(1:1) = "7")
			DISPLAY "6/7 SINIFI HESAPTA MERKEZ ZORUNLU !"
				LINE 22 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
		IF WMERKEZ = SPACES GO TO TARIH-AL.
		IF MERKEZ-ACIK NOT = "E"
			DISPLAY "MERKEZ DOSYASI (MERKEZ.DAT) YOK !"
				LINE 22 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WMERKEZ TO MRKOD.
		READ MERKEZ INVALID KEY
			DISPLAY "MASRAF MERKEZI TANIMSIZ !"
				LINE 22 POSITION 15 REVERSE
			GO TO MERKEZ-AL.
		DISPLAY MRADI LINE 22 POSITION 15.
	TARIH-AL.
		IF KART-KILITLI = "E" GO TO KILITLI-GOSTER.
		DISPLAY SPACES LINE 16 POSITION 1 SIZE 80.
		DISPLAY "ALIS TARIHI (GGAAYY)" LINE 16 POSITION 15.
		DISPLAY "? [      ]" LINE 16 POSITION 46.
		ACCEPT WATARIH LINE 16 POSITION 49 TAB.
		IF WAGUN < 1 OR WAGUN > 31 OR WAAY < 1 OR WAAY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 22 POSITION 15
				REVERSE
			GO TO TARIH-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		MOVE WAYIL TO WKYIL.
		MOVE WAAY TO WKAY.
		MOVE WAGUN TO WKGUN.
	MALIYET-AL.
		DISPLAY SPACES LINE 17 POSITION 1 SIZE 80.
		DISPLAY "MALIYET BEDELI" LINE 17 POSITION 15.
		DISPLAY "?" LINE 17 POSITION 46.
		ACCEPT WMALIYET LINE 17 POSITION 49 TAB.
		IF WMALIYET = ZERO
			DISPLAY "MALIYET SIFIR OLAMAZ"
				LINE 22 POSITION 15
				REVERSE
			GO TO MALIYET-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
	OMUR-AL.
		DISPLAY SPACES LINE 18 POSITION 1 SIZE 80.
		DISPLAY "FAYDALI OMUR (YIL)" LINE 18 POSITION 15.
		DISPLAY "? [  ]" LINE 18 POSITION 46.
		ACCEPT WOMUR LINE 18 POSITION 49 TAB.
		IF WOMUR = ZERO
			DISPLAY "OMUR SIFIR OLAMAZ" LINE 22 POSITION 15
				REVERSE
			GO TO OMUR-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
	YONTEM-AL.
		DISPLAY SPACES LINE 19 POSITION 1 SIZE 80.
		DISPLAY "YONTEM (N=NORMAL A=AZALAN)"
			LINE 19 POSITION 15.
		DISPLAY "? [ ]" LINE 19 POSITION 46.
		DISPLAY WYONTEM LINE 19 POSITION 49.
		ACCEPT WYONTEM LINE 19 POSITION 49 TAB.
		IF WYONTEM NOT = "N" AND WYONTEM NOT = "A"
			GO TO YONTEM-AL.
	BIRAMORT-AL.
		DISPLAY SPACES LINE 20 POSITION 1 SIZE 80.
		DISPLAY "AYRILMIS AMORTISMAN" LINE 20 POSITION 15.
		DISPLAY "?" LINE 20 POSITION 46.
		ACCEPT WBIRAMORT LINE 20 POSITION 49 TAB.
		IF WBIRAMORT > WMALIYET
			DISPLAY "AMORTISMAN MALIYETI ASAMAZ"
				LINE 22 POSITION 15 REVERSE
			GO TO BIRAMORT-AL.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		GO TO KART-AL-SON.
	KILITLI-GOSTER.
		DISPLAY SPACES LINE 16 POSITION 1 SIZE 80.
		DISPLAY "ALIS TARIHI" LINE 16 POSITION 15.
		DISPLAY DBALGUN LINE 16 POSITION 49.
		DISPLAY "/" LINE 16 POSITION 51.
		DISPLAY DBALAY LINE 16 POSITION 52.
		DISPLAY "/" LINE 16 POSITION 54.
		DISPLAY DBALYIL LINE 16 POSITION 55.
		DISPLAY SPACES LINE 17 POSITION 1 SIZE 80.
		DISPLAY "MALIYET BEDELI" LINE 17 POSITION 15.
		MOVE DBMALIYET TO ZTUTAR.
		DISPLAY ZTUTAR LINE 17 POSITION 49.
		DISPLAY SPACES LINE 18 POSITION 1 SIZE 80.
		DISPLAY "FAYDALI OMUR / YONTEM" LINE 18 POSITION 15.
		MOVE DBOMUR TO GOMUR.
		DISPLAY GOMUR LINE 18 POSITION 49.
		DISPLAY DBYONTEM LINE 18 POSITION 53.
		DISPLAY SPACES LINE 19 POSITION 1 SIZE 80.
		DISPLAY "BIRIKMIS AMORTISMAN" LINE 19 POSITION 15.
		MOVE DBBIRAMORT TO ZTUTAR.
		DISPLAY ZTUTAR LINE 19 POSITION 49.
		DISPLAY SPACES LINE 20 POSITION 1 SIZE 80.
		DISPLAY "AMORTISMANLI KART, MALI ALANLAR DEGISMEZ"
			LINE 20 POSITION 15 REVERSE.
	KART-AL-SON.
		CONTINUE.
	HESAP-DENETLE.
		MOVE "E" TO HESAP-TAMAM.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF WHESNO = SPACES
			DISPLAY "HESAP NO BOS OLAMAZ"
				LINE 22 POSITION 15 REVERSE
			MOVE "H" TO HESAP-TAMAM.
		IF WHESNO NOT = SPACES AND HESAP-ACIK = "E"
			MOVE WSIRKET TO RSIRKET
			MOVE WHESNO TO RHESNO
			READ HESAP INVALID KEY
				DISPLAY "HESAP NO TANIMSIZ !"
					LINE 22 POSITION 15 REVERSE
				MOVE "H" TO HESAP-TAMAM.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "DEMIRBAS" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		IF SONRA-IMAJ = SPACES
			MOVE ONCE-IMAJ(1:7) TO DGANAHTAR
		ELSE
			MOVE SONRA-IMAJ(1:7) TO DGANAHTAR.
		MOVE "MUH68" TO DGPROGRAM.
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
		DISPLAY "MUH68 - DEMIRBAS KUTUGU BAKIMI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET :" LINE 4 POSITION 25.
		DISPLAY WSIRKET LINE 4 POSITION 34.
	LISTE-BASLIK.
		ADD 1 TO LSAYFA.
		MOVE ZERO TO LSATIRSAY.
		MOVE WTGUN TO LTARIH(1:2).
		MOVE "/" TO LTARIH(3:1).
		MOVE WTAY TO LTARIH(4:2).
		MOVE "/" TO LTARIH(6:1).
		MOVE WTYIL TO LTARIH(7:2).
		MOVE LSAYFA TO LSAYFANO.
		MOVE SPACES TO L-SATIR.
		MOVE "DEMIRBAS LISTESI" TO L-SATIR(30:16).
		MOVE "TARIH :" TO L-SATIR(100:7).
		MOVE LTARIH TO L-SATIR(107:8).
		MOVE "SAYFA :" TO L-SATIR(118:7).
		MOVE LSAYFANO TO L-SATIR(125:3).
		WRITE L-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO L-SATIR.
		MOVE "SIRKET KODU :" TO L-SATIR(1:13).
		MOVE WSIRKET TO L-SATIR(15:1).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO L-SATIR.
		MOVE "NO" TO L-SATIR(1:2).
		MOVE "DEMIRBAS ADI" TO L-SATIR(8:12).
		MOVE "VARLIK HS" TO L-SATIR(34:9).
		MOVE "BIRIK. HS" TO L-SATIR(44:9).
		MOVE "GIDER HS" TO L-SATIR(54:8).
		MOVE "MRKZ" TO L-SATIR(64:4).
		MOVE "ALIS TRH" TO L-SATIR(69:8).
		MOVE "OM Y D" TO L-SATIR(78:6).
		MOVE "MALIYET" TO L-SATIR(93:7).
		MOVE "BIRIKMIS AMORT." TO L-SATIR(101:15).
		MOVE "NET DEGER" TO L-SATIR(123:9).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO L-SATIR.
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO LSATIRSAY.
	LISTE-SATIR.
		IF LSATIRSAY NOT < 55 PERFORM LISTE-BASLIK.
		COMPUTE WNET = DBMALIYET - DBBIRAMORT.
		IF NOT DBDURUM-KAPALI
			ADD DBMALIYET TO LMALIYET
			ADD DBBIRAMORT TO LBIRAMORT
			ADD WNET TO LNET.
		MOVE SPACES TO L-SATIR.
		MOVE DBNO TO L-SATIR(1:6).
		MOVE DBADI TO L-SATIR(8:25).
		MOVE DBVARHES TO L-SATIR(34:9).
		MOVE DBBIRHES TO L-SATIR(44:9).
		MOVE DBGIDHES TO L-SATIR(54:9).
		MOVE DBMERKEZ TO L-SATIR(64:4).
		MOVE DBALGUN TO L-SATIR(69:2).
		MOVE "/" TO L-SATIR(71:1).
		MOVE DBALAY TO L-SATIR(72:2).
		MOVE "/" TO L-SATIR(74:1).
		MOVE DBALYIL TO L-SATIR(75:2).
		MOVE DBOMUR TO GOMUR.
		MOVE GOMUR TO L-SATIR(78:2).
		MOVE DBYONTEM TO L-SATIR(81:1).
		MOVE DBDURUM TO L-SATIR(83:1).
		MOVE DBMALIYET TO RTUTAR.
		MOVE RTUTAR TO L-SATIR(85:15).
		MOVE DBBIRAMORT TO RTUTAR.
		MOVE RTUTAR TO L-SATIR(101:15).
		MOVE WNET TO RBAKIYE.
		MOVE RBAKIYE TO L-SATIR(117:15).
		WRITE L-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO LSATIRSAY.
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
