	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH72.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  AY SONU DOVIZ DEGERLEMESI - KUR FARKI FISI         *****
*********  DOVIZLI HESAPLARIN (1-5 SINIFI) DOVIZ BAKIYESI AY  *****
*********  SONU KURU ILE DEGERLENIR, FARK KUR FARKI GELIRI    *****
*********  (646) VEYA GIDERI (656) OLARAK GUNLUGE YAZILIR     *****
*********  BORC BAKIYEYE ALIS, ALACAK BAKIYEYE SATIS KURU     *****
*********  UYGULANIR. AYNI AY ICIN IKINCI DEGERLEME YAPILMAZ  *****
*********  POZISYON YALNIZ DEGERLEME YILININ SATIRLARIDIR,    *****
*********  ONCEKI YIL DOVIZ BAKIYESI ACILIS FISIYLE (MUH92)   *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 01/02/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MUHGUN ASSIGN TO RANDOM "GUNLUK.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HYUKNO-ANAHTAR
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
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT DOVKUR ASSIGN TO RANDOM "DOVKUR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DKANAHTAR
			FILE STATUS IS DS-DOVKUR.
		SELECT DONEM ASSIGN TO RANDOM "DONEM.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS DNANAHTAR
			FILE STATUS IS DS-DONEM.
		SELECT KURFARK ASSIGN TO PRINTER "KURFARK.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "MUHGUN.COP".
		COPY "MUHYIL.COP".
		COPY "HESAP.COP".
		COPY "DOVKUR.COP".
		COPY "DONEM.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	KURFARK	LABEL RECORDS STANDARD.
	01	KF-SATIR			PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	DS-MUHGUN	PIC X(2).
	77	DS-MUHYIL	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-DOVKUR	PIC X(2).
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	WDONEM-DURUM	PIC X(1) VALUE "A".
	77	DEGERLEME-VAR	PIC X(1) VALUE "H".
	77	TABLO-DOLU	PIC X(1) VALUE "H".
	77	WYIL		PIC 99 VALUE ZERO.
	77	WAY		PIC 99 VALUE ZERO.
	77	WSONGUN		PIC 99 VALUE ZERO.
	77	WBOLUM		PIC 99 VALUE ZERO.
	77	WKALAN		PIC 99 VALUE ZERO.
	77	WFISNO		PIC X(5) VALUE SPACES.
	77	WKARHES		PIC X(9) VALUE SPACES.
	77	WZARARHES	PIC X(9) VALUE SPACES.
	77	WYUKNO		PIC 9(5) VALUE ZERO.
	77	WSON-YUKNO	PIC X(5) VALUE SPACES.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WDOVKOD		PIC X(3) VALUE SPACES.
	77	WBA		PIC X(1) VALUE SPACES.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WDOVTUT		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WKUR		PIC 9(5)V9(4) COMP-3 VALUE ZERO.
	77	WKALIS		PIC 9(5)V9(4) COMP-3 VALUE ZERO.
	77	WKSATIS		PIC 9(5)V9(4) COMP-3 VALUE ZERO.
	77	WYENI-TL	PIC S9(13)V99 COMP-3 VALUE ZERO.
	77	WFARK		PIC S9(13)V99 COMP-3 VALUE ZERO.
	77	KAR-TOPLAM	PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	ZARAR-TOPLAM	PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	KSAY		PIC 9(3) COMP VALUE ZERO.
	77	KX		PIC 9(3) COMP VALUE ZERO.
	77	KY		PIC 9(3) COMP VALUE ZERO.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SKURYOK		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	RBAKIYE		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ-.
	77	ZKUR		PIC ZZ.ZZ9,9999.
	77	KSAYFA		PIC 9(3) VALUE ZERO.
	77	KSATIRSAY	PIC 9(3) VALUE ZERO.
	77	KTARIH		PIC X(8).
	77	KSAYFANO	PIC ZZ9.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WSON-TRH.
		02 WSYIL		PIC 99.
		02 WSAY			PIC 99.
		02 WSGUN		PIC 99.
	01	WKF-IZH.
		02 FILLER		PIC X(22)
			VALUE "KUR FARKI DEGERLEMESI ".
		02 WKF-AY		PIC 99.
		02 FILLER		PIC X(1) VALUE "/".
		02 WKF-YIL		PIC 99.
		02 FILLER		PIC X(1) VALUE SPACE.
		02 WKF-DOVKOD		PIC X(3).
		02 FILLER		PIC X(8) VALUE SPACES.
	01	AY-GUNLERI-D.
		02 FILLER		PIC X(24)
			VALUE "312831303130313130313031".
	01	AY-GUNLERI REDEFINES AY-GUNLERI-D.
		02 AY-GUN		PIC 99 OCCURS 12 TIMES.
	01	POZISYON-TABLOSU.
		02 POZISYON OCCURS 200 TIMES.
			03 K-HESNO	PIC X(9).
			03 K-DOVKOD	PIC X(3).
			03 K-DOVBAK	PIC S9(11)V99 COMP-3.
			03 K-TLBAK	PIC S9(11)V99 COMP-3.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT HESAP.
		IF DS-HESAP NOT = "00"
			DISPLAY "HESAP PLANI (HESAP.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN INPUT DOVKUR.
		IF DS-DOVKUR NOT = "00"
			DISPLAY "KUR DOSYASI YOK, MUH73 CALISTIRIN"
				LINE 10 POSITION 20
			CLOSE HESAP
			STOP RUN.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL = "35"
			OPEN OUTPUT MUHYIL
			CLOSE MUHYIL
			OPEN INPUT MUHYIL.
		OPEN I-O MUHGUN.
		IF DS-MUHGUN = "35"
			OPEN OUTPUT MUHGUN
			CLOSE MUHGUN
			OPEN I-O MUHGUN.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH72 - AY SONU DOVIZ DEGERLEMESI"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		DISPLAY "DEGERLEME YILI (YY) ? [  ]" LINE 5 POSITION 25.
		ACCEPT WYIL LINE 5 POSITION 48 TAB.
	AY-AL.
		DISPLAY "DEGERLEME AYI  (AA) ? [  ]" LINE 6 POSITION 25.
		ACCEPT WAY LINE 6 POSITION 48 TAB.
		IF WAY < 1 OR WAY > 12 GO TO AY-AL.
		MOVE AY-GUN(WAY) TO WSONGUN.
		DIVIDE WYIL BY 4 GIVING WBOLUM REMAINDER WKALAN.
		IF WAY = 2 AND WKALAN = ZERO MOVE 29 TO WSONGUN.
		MOVE WYIL TO WSYIL WKF-YIL.
		MOVE WAY TO WSAY WKF-AY.
		MOVE WSONGUN TO WSGUN.
		DISPLAY "FIS NO ? [     ]" LINE 7 POSITION 25.
		ACCEPT WFISNO LINE 7 POSITION 35 TAB.
		IF WFISNO = SPACES MOVE "99999" TO WFISNO.
	KAR-AL.
		DISPLAY "KUR FARKI GELIR HS. (BOS = 646) ? [         ]"
			LINE 8 POSITION 25.
		MOVE SPACES TO WKARHES.
		ACCEPT WKARHES LINE 8 POSITION 61 TAB.
		IF WKARHES = SPACES MOVE "646" TO WKARHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WKARHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 10 POSITION 25 REVERSE
			GO TO KAR-AL.
		DISPLAY "                   " LINE 10 POSITION 25.
	ZARAR-AL.
		DISPLAY "KUR FARKI GIDER HS. (BOS = 656) ? [         ]"
			LINE 9 POSITION 25.
		MOVE SPACES TO WZARARHES.
		ACCEPT WZARARHES LINE 9 POSITION 61 TAB.
		IF WZARARHES = SPACES MOVE "656" TO WZARARHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WZARARHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 10 POSITION 25 REVERSE
			GO TO ZARAR-AL.
		DISPLAY "                   " LINE 10 POSITION 25.
		PERFORM DONEM-BAK THRU DONEM-BAK-SON.
		IF WDONEM-DURUM = "K"
			DISPLAY "DONEM KAPALI, DEGERLEME YAPILMADI"
				LINE 11 POSITION 25 REVERSE
			ACCEPT CEV LINE 24 POSITION 25
			GO TO KAPAT.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 12 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		DISPLAY "HAREKETLER TARANIYOR..." LINE 14 POSITION 25.
		PERFORM YIL-TARA THRU YIL-TARA-SON.
		PERFORM YUKNO-BUL THRU YUKNO-BUL-SON.
		IF DEGERLEME-VAR = "E"
			DISPLAY "BU AY ICIN DEGERLEME FISI ZATEN VAR !"
				LINE 15 POSITION 25 REVERSE
			MOVE 1 TO SKURYOK
			MOVE "TEKRAR" TO WSONUC
			ACCEPT CEV LINE 24 POSITION 25
			GO TO KAPAT.
		OPEN OUTPUT KURFARK.
		PERFORM KURFARK-BASLIK.
		PERFORM DEGERLE THRU DEGERLE-SON
			VARYING KX FROM 1 BY 1 UNTIL KX > KSAY.
		IF KAR-TOPLAM > ZERO
			MOVE WKARHES TO WHESNO
			MOVE "A" TO WBA
			MOVE KAR-TOPLAM TO WTL
			MOVE SPACES TO WDOVKOD
			MOVE ZERO TO WKUR
			PERFORM GUNLUK-YAZ
			PERFORM KARSI-SATIR.
		IF ZARAR-TOPLAM > ZERO
			MOVE WZARARHES TO WHESNO
			MOVE "B" TO WBA
			MOVE ZARAR-TOPLAM TO WTL
			MOVE SPACES TO WDOVKOD
			MOVE ZERO TO WKUR
			PERFORM GUNLUK-YAZ
			PERFORM KARSI-SATIR.
		PERFORM KURFARK-TOPLAM.
		CLOSE KURFARK.
		IF SKURYOK > ZERO MOVE "KUR EKSIK" TO WSONUC.
		IF TABLO-DOLU = "E" MOVE "TABLO DOLU" TO WSONUC.
		DISPLAY "DEGERLEME TAMAMLANDI, YAZILAN SATIR :"
			LINE 16 POSITION 25.
		MOVE SYAZ TO GSAYAC.
		DISPLAY GSAYAC LINE 16 POSITION 63.
		IF SKURYOK > ZERO
			DISPLAY "DIKKAT : KURU BULUNAMAYAN DOVIZ VAR !"
				LINE 17 POSITION 25 REVERSE.
		IF TABLO-DOLU = "E"
			DISPLAY "DIKKAT : POZISYON SINIRI ASILDI !"
				LINE 18 POSITION 25 REVERSE.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHGUN MUHYIL HESAP DOVKUR.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  DOVIZ POZISYONU : MUHYIL + AKTARILMAMIS GUNLUK     *****
*******************************************************************
	YIL-TARA.
		MOVE WSIRKET TO YHSIRKET.
		MOVE LOW-VALUES TO YHYUKNO.
		START MUHYIL KEY IS NOT LESS THAN YHYUKNO-ANAHTAR
			INVALID KEY GO TO YIL-TARA-SON.
	YIL-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO YIL-TARA-SON.
		IF YHSIRKET NOT = WSIRKET GO TO YIL-TARA-SON.
		ADD 1 TO SOKU.
		IF YHIZH(1:27) = WKF-IZH(1:27)
			MOVE "E" TO DEGERLEME-VAR.
		IF YHDOVKOD = SPACES GO TO YIL-OKU.
		IF YHYIL NOT = WSON-TRH(1:2) GO TO YIL-OKU.
		IF YHTRH > WSON-TRH GO TO YIL-OKU.
		IF YHHESNO(1:1) NOT < "6" GO TO YIL-OKU.
		MOVE YHHESNO TO WHESNO.
		MOVE YHDOVKOD TO WDOVKOD.
		MOVE YHBA TO WBA.
		MOVE YHTL TO WTL.
		MOVE YHDOVTUT TO WDOVTUT.
		PERFORM POZISYON-EKLE THRU POZISYON-EKLE-SON.
		GO TO YIL-OKU.
	YIL-TARA-SON.
		CONTINUE.
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
		IF HIZH(1:27) = WKF-IZH(1:27)
			MOVE "E" TO DEGERLEME-VAR.
		IF HDURUM = "E" GO TO YUKNO-OKU.
		ADD 1 TO SOKU.
		IF HDOVKOD = SPACES GO TO YUKNO-OKU.
		IF HYIL NOT = WSON-TRH(1:2) GO TO YUKNO-OKU.
		IF HTRH > WSON-TRH GO TO YUKNO-OKU.
		IF HHESNO(1:1) NOT < "6" GO TO YUKNO-OKU.
		MOVE HHESNO TO WHESNO.
		MOVE HDOVKOD TO WDOVKOD.
		MOVE HBA TO WBA.
		MOVE HTL TO WTL.
		MOVE HDOVTUT TO WDOVTUT.
		PERFORM POZISYON-EKLE THRU POZISYON-EKLE-SON.
		GO TO YUKNO-OKU.
	YUKNO-BUL-SON.
		IF WSON-YUKNO NOT = SPACES
			MOVE WSON-YUKNO TO WYUKNO.
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
			MOVE WHESNO TO K-HESNO(KY)
			MOVE WDOVKOD TO K-DOVKOD(KY)
			MOVE ZERO TO K-DOVBAK(KY) K-TLBAK(KY).
		IF WBA = "A"
			SUBTRACT WDOVTUT FROM K-DOVBAK(KY)
			SUBTRACT WTL FROM K-TLBAK(KY)
		ELSE
			ADD WDOVTUT TO K-DOVBAK(KY)
			ADD WTL TO K-TLBAK(KY).
	POZISYON-EKLE-SON.
		CONTINUE.
	POZISYON-ARA.
		IF K-HESNO(KX) = WHESNO AND K-DOVKOD(KX) = WDOVKOD
			MOVE KX TO KY.
*******************************************************************
*********  HER HESAP/DOVIZ ICIN AY SONU KURU ILE DEGERLEME    *****
*******************************************************************
	DEGERLE.
		MOVE K-HESNO(KX) TO WHESNO.
		MOVE K-DOVKOD(KX) TO WDOVKOD.
		PERFORM KUR-BUL THRU KUR-BUL-SON.
		IF WKALIS = ZERO
			ADD 1 TO SKURYOK
			MOVE ZERO TO WKUR WYENI-TL WFARK
			MOVE SPACES TO WBA
			PERFORM DEGERLE-SATIR
			MOVE "KUR BULUNAMADI" TO KF-SATIR(113:14)
			GO TO DEGERLE-YAZ.
		IF K-DOVBAK(KX) < ZERO
			MOVE WKSATIS TO WKUR
		ELSE
			MOVE WKALIS TO WKUR.
		COMPUTE WYENI-TL ROUNDED = K-DOVBAK(KX) * WKUR.
		COMPUTE WFARK = WYENI-TL - K-TLBAK(KX).
		IF WFARK = ZERO
			MOVE SPACES TO WBA
			PERFORM DEGERLE-SATIR
			GO TO DEGERLE-YAZ.
		IF WFARK > ZERO
			MOVE "B" TO WBA
			MOVE WFARK TO WTL
			ADD WTL TO KAR-TOPLAM
		ELSE
			MOVE "A" TO WBA
			COMPUTE WTL = ZERO - WFARK
			ADD WTL TO ZARAR-TOPLAM.
		PERFORM GUNLUK-YAZ.
		PERFORM DEGERLE-SATIR.
	DEGERLE-YAZ.
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO KSATIRSAY.
	DEGERLE-SON.
		CONTINUE.
	DEGERLE-SATIR.
		IF KSATIRSAY NOT < 55 PERFORM KURFARK-BASLIK.
		MOVE SPACES TO KF-SATIR.
		MOVE WHESNO TO KF-SATIR(1:9).
		MOVE WDOVKOD TO KF-SATIR(12:3).
		MOVE K-DOVBAK(KX) TO RBAKIYE.
		MOVE RBAKIYE TO KF-SATIR(17:18).
		MOVE WKUR TO ZKUR.
		MOVE ZKUR TO KF-SATIR(37:11).
		MOVE WYENI-TL TO RBAKIYE.
		MOVE RBAKIYE TO KF-SATIR(50:18).
		MOVE K-TLBAK(KX) TO RBAKIYE.
		MOVE RBAKIYE TO KF-SATIR(70:18).
		MOVE WFARK TO RBAKIYE.
		MOVE RBAKIYE TO KF-SATIR(90:18).
		MOVE WBA TO KF-SATIR(110:1).
	KARSI-SATIR.
		IF KSATIRSAY NOT < 55 PERFORM KURFARK-BASLIK.
		MOVE SPACES TO KF-SATIR.
		MOVE WHESNO TO KF-SATIR(1:9).
		MOVE WTL TO RTUTAR.
		MOVE RTUTAR TO KF-SATIR(93:15).
		MOVE WBA TO KF-SATIR(110:1).
		MOVE "KARSI HESAP" TO KF-SATIR(113:11).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO KSATIRSAY.
	KUR-BUL.
		MOVE ZERO TO WKALIS WKSATIS.
		MOVE WDOVKOD TO DKDOVKOD.
		MOVE LOW-VALUES TO DKTARIH.
		START DOVKUR KEY IS NOT LESS THAN DKANAHTAR
			INVALID KEY GO TO KUR-BUL-SON.
	KUR-BUL-OKU.
		READ DOVKUR NEXT RECORD AT END GO TO KUR-BUL-SON.
		IF DKDOVKOD NOT = WDOVKOD GO TO KUR-BUL-SON.
		IF DKTARIH > WSON-TRH GO TO KUR-BUL-SON.
		MOVE DKALIS TO WKALIS.
		MOVE DKSATIS TO WKSATIS.
		GO TO KUR-BUL-OKU.
	KUR-BUL-SON.
		CONTINUE.
	GUNLUK-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE WYUKNO TO HYUKNO.
		MOVE WSYIL TO HYIL.
		MOVE WSAY TO HAY.
		MOVE WSGUN TO HGUN.
		MOVE WFISNO TO HFISNO.
		MOVE WHESNO TO HHESNO.
		MOVE WDOVKOD TO WKF-DOVKOD.
		MOVE WKF-IZH TO HIZH.
		MOVE WBA TO HBA.
		MOVE WTL TO HTL.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE WDOVKOD TO HDOVKOD.
		MOVE ZERO TO HDOVTUT.
		MOVE WKUR TO HKUR.
		MOVE SPACES TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 20 POSITION 25
			DISPLAY HYUKNO LINE 20 POSITION 47.
		ADD 1 TO SYAZ.
	DONEM-BAK.
		MOVE "A" TO WDONEM-DURUM.
		IF DONEM-ACIK NOT = "E" GO TO DONEM-BAK-SON.
		MOVE WSIRKET TO DNSIRKET.
		MOVE WSYIL TO DNYIL.
		MOVE WSAY TO DNAY.
		READ DONEM INVALID KEY GO TO DONEM-BAK-SON.
		MOVE DNDURUM TO WDONEM-DURUM.
	DONEM-BAK-SON.
		CONTINUE.
	KURFARK-TOPLAM.
		MOVE SPACES TO KF-SATIR.
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "DEGERLENEN POZISYON   :" TO KF-SATIR(1:23).
		MOVE KSAY TO GSAYAC.
		MOVE GSAYAC TO KF-SATIR(25:5).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "KURU BULUNAMAYAN      :" TO KF-SATIR(1:23).
		MOVE SKURYOK TO GSAYAC.
		MOVE GSAYAC TO KF-SATIR(25:5).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "KUR FARKI GELIRI      :" TO KF-SATIR(1:23).
		MOVE KAR-TOPLAM TO RTUTAR.
		MOVE RTUTAR TO KF-SATIR(25:15).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "KUR FARKI GIDERI      :" TO KF-SATIR(1:23).
		MOVE ZARAR-TOPLAM TO RTUTAR.
		MOVE RTUTAR TO KF-SATIR(25:15).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "GUNLUGE YAZILAN SATIR :" TO KF-SATIR(1:23).
		MOVE SYAZ TO GSAYAC.
		MOVE GSAYAC TO KF-SATIR(25:5).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		IF TABLO-DOLU = "E"
			MOVE SPACES TO KF-SATIR
			MOVE "DIKKAT : 200 HESAP/DOVIZ SINIRI ASILDI !"
				TO KF-SATIR(1:40)
			WRITE KF-SATIR AFTER ADVANCING 1 LINE.
	KURFARK-BASLIK.
		ADD 1 TO KSAYFA.
		MOVE ZERO TO KSATIRSAY.
		MOVE WTGUN TO KTARIH(1:2).
		MOVE "/" TO KTARIH(3:1).
		MOVE WTAY TO KTARIH(4:2).
		MOVE "/" TO KTARIH(6:1).
		MOVE WTYIL TO KTARIH(7:2).
		MOVE KSAYFA TO KSAYFANO.
		MOVE SPACES TO KF-SATIR.
		MOVE "AY SONU KUR FARKI LISTESI" TO KF-SATIR(30:25).
		MOVE "TARIH :" TO KF-SATIR(100:7).
		MOVE KTARIH TO KF-SATIR(107:8).
		MOVE "SAYFA :" TO KF-SATIR(118:7).
		MOVE KSAYFANO TO KF-SATIR(125:3).
		WRITE KF-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO KF-SATIR.
		MOVE "SIRKET KODU :" TO KF-SATIR(1:13).
		MOVE WSIRKET TO KF-SATIR(15:1).
		MOVE "DEGERLEME TARIHI :" TO KF-SATIR(20:18).
		MOVE WSGUN TO KF-SATIR(39:2).
		MOVE "/" TO KF-SATIR(41:1).
		MOVE WSAY TO KF-SATIR(42:2).
		MOVE "/" TO KF-SATIR(44:1).
		MOVE WSYIL TO KF-SATIR(45:2).
		MOVE "FIS NO :" TO KF-SATIR(50:8).
		MOVE WFISNO TO KF-SATIR(59:5).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO KF-SATIR.
		MOVE "HESAP NO" TO KF-SATIR(1:8).
		MOVE "DVZ" TO KF-SATIR(12:3).
		MOVE "DOVIZ BAKIYESI" TO KF-SATIR(21:14).
		MOVE "KUR" TO KF-SATIR(45:3).
		MOVE "DEGERLENMIS TL" TO KF-SATIR(54:14).
		MOVE "KAYITLI TL" TO KF-SATIR(78:10).
		MOVE "KUR FARKI" TO KF-SATIR(99:9).
		MOVE "B/A" TO KF-SATIR(109:3).
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO KF-SATIR.
		WRITE KF-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO KSATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH72" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE "BASLADI" TO LSONUC.
		WRITE ISLOG-KAYDI.
	ISLOG-SON.
		MOVE "S" TO LTIP.
		MOVE "MUH72" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SOKU TO LOKUNAN.
		MOVE SYAZ TO LYAZILAN.
		MOVE SKURYOK TO LRED.
		MOVE WSONUC TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
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
