	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH58.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  ESKI KAYIT DUZENINDEKI DOSYALARIN YENI DUZENE      *****
*********  CEVRILMESI (TEK SEFERLIK)                          *****
*********  GUNLUK YENI CARI MODEL : ONCE .DAT UZANTISI .ESK   *****
*********  YAPILIR, PROGRAM .ESK'I OKUYUP YENI .DAT'I KURAR   *****
*********  EKLENEN ALANLAR BOSLUK / SIFIR ILE DOLDURULUR      *****
*********  ARSIVYY.ESK -> ARSIVYY.DAT AYNI YOLLA CEVRILIR     *****
*********  ESKI YEDEK DISKETI (92 BAYT) 128 BAYTA CEVRILIR,   *****
*********  BOYLECE MUH77 GERI YUKLEME ILE OKUNABILIR          *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 09/05/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ESKGUN ASSIGN TO RANDOM ESKI-ADI
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS EG-ANAHTAR
		       ALTERNATE RECORD KEY IS EG-FISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS EG-FISNO  WITH DUPLICATES
			FILE STATUS IS DS-ESKGUN.
		SELECT ESKYIL ASSIGN TO RANDOM "YENI.ESK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS EY-ANAHTAR
			ALTERNATE RECORD KEY EY-FISNO  WITH DUPLICATES
			ALTERNATE RECORD KEY EY-FISKEY WITH DUPLICATES
			ALTERNATE RECORD KEY EY-HESNO  WITH DUPLICATES
			FILE STATUS IS DS-ESKYIL.
		SELECT ESKCAR ASSIGN TO RANDOM "CARI.ESK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS EC-ANAHTAR
			FILE STATUS IS DS-ESKCAR.
		SELECT ESKMOD ASSIGN TO RANDOM "MODEL.ESK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS EM-ANAHTAR
			FILE STATUS IS DS-ESKMOD.
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
		SELECT CARI ASSIGN TO RANDOM "CARI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CANAHTAR
			FILE STATUS IS DS-CARI.
		SELECT MODEL ASSIGN TO RANDOM "MODEL.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MANAHTAR
			FILE STATUS IS DS-MODEL.
		SELECT ARSIV ASSIGN TO RANDOM ARSIV-ADI
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AYUKNO-ANAHTAR
		       ALTERNATE RECORD KEY IS AFISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS AFISNO  WITH DUPLICATES
			FILE STATUS IS DS-ARSIV.
		SELECT ESKYED ASSIGN TO RANDOM YED-ADI
			FILE STATUS IS DS-ESKYED.
		SELECT YENYED ASSIGN TO RANDOM YED-ADI
			FILE STATUS IS DS-YENYED.
		SELECT GECYED ASSIGN TO RANDOM "YEDEK.GEC"
			FILE STATUS IS DS-GECYED.
		SELECT BELGE ASSIGN TO PRINTER "DONUSUM.LST".
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
		COPY "CARI.COP".
		COPY "MODEL.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
*******************************************************************
*********  ESKI DUZEN : GUNLUK / ARSIV 78, YENI 85, CARI 119, *****
*********  MODEL 68 BAYT. YALNIZ ANAHTAR ALANLARI ACILMISTIR  *****
*******************************************************************
	FD	ESKGUN	LABEL RECORDS STANDARD.
	01	EG-KAYIT.
		02 EG-ANAHTAR			PIC X(6).
		02 EG-FISKEY.
			03 EG-TRH		PIC X(6).
			03 EG-FISNO		PIC X(5).
		02 FILLER			PIC X(61).
	FD	ESKYIL	LABEL RECORDS STANDARD.
	01	EY-KAYIT.
		02 EY-ANAHTAR			PIC X(6).
		02 EY-FISKEY.
			03 EY-TRH		PIC X(6).
			03 EY-FISNO		PIC X(5).
		02 EY-HESNO			PIC X(9).
		02 FILLER			PIC X(59).
	FD	ESKCAR	LABEL RECORDS STANDARD.
	01	EC-KAYIT.
		02 EC-ANAHTAR			PIC X(10).
		02 FILLER			PIC X(109).
	FD	ESKMOD	LABEL RECORDS STANDARD.
	01	EM-KAYIT.
		02 EM-ANAHTAR			PIC X(9).
		02 FILLER			PIC X(59).
	FD	ARSIV	LABEL RECORDS STANDARD.
	01	ARSIV-KAYDI.
		02 AYUKNO-ANAHTAR		PIC X(6).
		02 AFISKEY.
			03 ATRH			PIC X(6).
			03 AFISNO		PIC X(5).
		02 FILLER			PIC X(79).
	FD	ESKYED	LABEL RECORDS STANDARD.
	01	E-YEDEK				PIC X(92).
	FD	YENYED	LABEL RECORDS STANDARD.
	01	N-YEDEK				PIC X(128).
	FD	GECYED	LABEL RECORDS STANDARD.
	01	G-YEDEK				PIC X(128).
	FD	BELGE	LABEL RECORDS STANDARD.
	01	B-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	ISLEM		PIC X(1) VALUE SPACES.
	77	DS-ESKGUN	PIC X(2).
	77	DS-ESKYIL	PIC X(2).
	77	DS-ESKCAR	PIC X(2).
	77	DS-ESKMOD	PIC X(2).
	77	DS-MUHGUN	PIC X(2).
	77	DS-MUHYIL	PIC X(2).
	77	DS-CARI		PIC X(2).
	77	DS-MODEL	PIC X(2).
	77	DS-ARSIV	PIC X(2).
	77	DS-ESKYED	PIC X(2).
	77	DS-YENYED	PIC X(2).
	77	DS-GECYED	PIC X(2).
	77	ESKI-ADI	PIC X(12) VALUE SPACES.
	77	ARSIV-ADI	PIC X(12) VALUE SPACES.
	77	YED-ADI		PIC X(12) VALUE SPACES.
	77	YED-TUR		PIC X(1) VALUE SPACES.
	77	WYIL		PIC X(2) VALUE SPACES.
	77	BELGE-ACIK	PIC X(1) VALUE "H".
	77	KREC-VAR	PIC X(1) VALUE "H".
	77	WSAYI		PIC 9(6) VALUE ZERO.
	77	WYAZ		PIC 9(6) VALUE ZERO.
	77	WRED		PIC 9(6) VALUE ZERO.
	77	TOPKAYIT	PIC 9(6) VALUE ZERO.
	77	TOPYAZ		PIC 9(6) VALUE ZERO.
	77	TOPRED		PIC 9(6) VALUE ZERO.
	77	TOPHATA		PIC 9(2) VALUE ZERO.
	77	WDOSYA		PIC X(12) VALUE SPACES.
	77	WISLEM-ADI	PIC X(12) VALUE SPACES.
	77	WSONUC		PIC X(20) VALUE SPACES.
	77	GSAYAC		PIC Z(5)9.
	77	BSATIRSAY	PIC 9(3) VALUE ZERO.
	77	BSAYFA		PIC 9(3) VALUE ZERO.
	77	BSAYFANO	PIC ZZ9.
	77	BTARIH		PIC X(8).
	77	BSAAT		PIC X(5).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL			PIC 99.
		02 WTAY				PIC 99.
		02 WTGUN			PIC 99.
*******************************************************************
*********  YENI DUZEN GORUNTULERI : ESKI KAYIT + EKLENEN ALAN *****
*******************************************************************
	01	GUN-YENI.
		02 GY-ESKI			PIC X(78).
		02 GY-DOVKOD			PIC X(3).
		02 GY-DOVTUT			PIC 9(9)V99 COMP-3.
		02 GY-KUR			PIC 9(5)V9(4) COMP-3.
		02 GY-MERKEZ			PIC X(4).
	01	YIL-YENI.
		02 YY-ESKI			PIC X(85).
		02 YY-DOVKOD			PIC X(3).
		02 YY-DOVTUT			PIC 9(9)V99 COMP-3.
		02 YY-KUR			PIC 9(5)V9(4) COMP-3.
		02 YY-MUTABIK			PIC X(1).
		02 YY-MERKEZ			PIC X(4).
	01	ESKI-Y-ALAN			PIC X(92).
	01	ESKI-Y-VERI REDEFINES ESKI-Y-ALAN.
		02 EYV-TIP			PIC X(1).
		02 EYV-KAYIT			PIC X(91).
	01	Y-ALAN				PIC X(128).
	01	Y-VERI REDEFINES Y-ALAN.
		02 YV-TIP			PIC X(1).
		02 YV-KAYIT			PIC X(127).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		ACCEPT WTARIH FROM DATE.
	ANA-MENU.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH58 - ESKI DUZEN DOSYA DONUSUMU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "ESKI DOSYALARIN .DAT UZANTISINI .ESK YAPINIZ"
			LINE 4 POSITION 15.
		DISPLAY "GUNLUK YENI CARI MODEL ARSIVYY (GUNLUK.ESK ..)"
			LINE 5 POSITION 15.
		DISPLAY "[D]OSYALAR [A]RSIV [Y]EDEK DISKETI [C]IKIS"
			LINE 7 POSITION 15.
		DISPLAY "ISLEM ? [ ]" LINE 8 POSITION 25.
		ACCEPT ISLEM LINE 8 POSITION 34 TAB.
		IF ISLEM = "D" GO TO DOSYA-CEVIR.
		IF ISLEM = "A" GO TO ARSIV-CEVIR.
		IF ISLEM = "Y" GO TO YEDEK-CEVIR.
		IF ISLEM = "C" GO TO KAPAT.
		GO TO ANA-MENU.
	KAPAT.
		IF BELGE-ACIK = "E" CLOSE BELGE.
		STOP RUN.
*******************************************************************
*********  CANLI DOSYALAR : .ESK OKUNUR, YENI .DAT KURULUR    *****
*******************************************************************
	DOSYA-CEVIR.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 10 POSITION 25.
		ACCEPT CEV LINE 10 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO ANA-MENU.
		MOVE "DOSYALAR" TO WISLEM-ADI.
		PERFORM ISLEM-BASLA.
		PERFORM GUNLUK-CEVIR THRU GUNLUK-CEVIR-SON.
		PERFORM YILLIK-CEVIR THRU YILLIK-CEVIR-SON.
		PERFORM CARI-CEVIR THRU CARI-CEVIR-SON.
		PERFORM MODEL-CEVIR THRU MODEL-CEVIR-SON.
		PERFORM BELGE-SONUC.
		PERFORM TUS-BEKLE.
		GO TO ANA-MENU.
	ARSIV-CEVIR.
		DISPLAY "ARSIV YILI ? [  ]" LINE 10 POSITION 25.
		MOVE SPACES TO WYIL.
		ACCEPT WYIL LINE 10 POSITION 39 TAB.
		IF WYIL = SPACES GO TO ANA-MENU.
		MOVE SPACES TO ESKI-ADI ARSIV-ADI.
		MOVE "ARSIV" TO ESKI-ADI(1:5).
		MOVE WYIL TO ESKI-ADI(6:2).
		MOVE ".ESK" TO ESKI-ADI(8:4).
		MOVE "ARSIV" TO ARSIV-ADI(1:5).
		MOVE WYIL TO ARSIV-ADI(6:2).
		MOVE ".DAT" TO ARSIV-ADI(8:4).
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 11 POSITION 25.
		ACCEPT CEV LINE 11 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO ANA-MENU.
		MOVE "ARSIV" TO WISLEM-ADI.
		PERFORM ISLEM-BASLA.
		PERFORM ARSIV-DONUSTUR THRU ARSIV-DONUSTUR-SON.
		PERFORM BELGE-SONUC.
		PERFORM TUS-BEKLE.
		GO TO ANA-MENU.
*******************************************************************
*********  YEDEK DISKETI : A:*.YED 92 BAYTTAN 128 BAYTA       *****
*********  ONCE YEDEK.GEC'E YAZILIR, KONTROL KAYDI VARSA      *****
*********  DISKETTEKI DOSYA YENI DUZENLE YENIDEN YAZILIR      *****
*******************************************************************
	YEDEK-CEVIR.
		DISPLAY "ESKI YEDEK DISKETINI A SURUCUSUNE TAKIN"
			LINE 10 POSITION 25.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 11 POSITION 25.
		ACCEPT CEV LINE 11 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO ANA-MENU.
		MOVE "YEDEK" TO WISLEM-ADI.
		PERFORM ISLEM-BASLA.
		MOVE "A:GUNLUK.YED" TO YED-ADI.
		MOVE "G" TO YED-TUR.
		PERFORM YED-DONUSTUR THRU YED-DONUSTUR-SON.
		MOVE "A:YENI.YED" TO YED-ADI.
		MOVE "Y" TO YED-TUR.
		PERFORM YED-DONUSTUR THRU YED-DONUSTUR-SON.
		MOVE "A:HESAP.YED" TO YED-ADI.
		MOVE "D" TO YED-TUR.
		PERFORM YED-DONUSTUR THRU YED-DONUSTUR-SON.
		MOVE "A:BAKIYE.YED" TO YED-ADI.
		PERFORM YED-DONUSTUR THRU YED-DONUSTUR-SON.
		MOVE "A:KONTROL.YED" TO YED-ADI.
		PERFORM YED-DONUSTUR THRU YED-DONUSTUR-SON.
		PERFORM BELGE-SONUC.
		PERFORM TUS-BEKLE.
		GO TO ANA-MENU.
	ISLEM-BASLA.
		MOVE ZERO TO TOPKAYIT TOPYAZ TOPRED TOPHATA.
		PERFORM ISLOG-BASLA.
		PERFORM BELGE-AC.
		DISPLAY "CALISIYOR..." LINE 13 POSITION 25.
*******************************************************************
*********  GUNLUK.ESK -> GUNLUK.DAT                           *****
*******************************************************************
	GUNLUK-CEVIR.
		MOVE "GUNLUK.DAT" TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		MOVE "GUNLUK.ESK" TO ESKI-ADI.
		OPEN INPUT ESKGUN.
		IF DS-ESKGUN = "35"
			MOVE "ESKI DOSYA YOK" TO WSONUC
			PERFORM BELGE-SATIR
			GO TO GUNLUK-CEVIR-SON.
		IF DS-ESKGUN NOT = "00"
			MOVE "ESKI DOSYA ACILMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO GUNLUK-CEVIR-SON.
		OPEN INPUT MUHGUN.
		IF DS-MUHGUN = "00" CLOSE MUHGUN.
		IF DS-MUHGUN NOT = "35"
			MOVE "YENI DOSYA ZATEN VAR" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKGUN
			GO TO GUNLUK-CEVIR-SON.
		OPEN OUTPUT MUHGUN.
	GUNLUK-CEVIR-OKU.
		READ ESKGUN NEXT RECORD AT END
			GO TO GUNLUK-CEVIR-BITTI.
		ADD 1 TO WSAYI.
		PERFORM GUN-YENI-KUR.
		MOVE EG-KAYIT TO GY-ESKI.
		WRITE GHAREKAY FROM GUN-YENI INVALID KEY
			ADD 1 TO WRED
			GO TO GUNLUK-CEVIR-OKU.
		ADD 1 TO WYAZ.
		GO TO GUNLUK-CEVIR-OKU.
	GUNLUK-CEVIR-BITTI.
		CLOSE ESKGUN MUHGUN.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	GUNLUK-CEVIR-SON.
		CONTINUE.
*******************************************************************
*********  YENI.ESK -> YENI.DAT                               *****
*******************************************************************
	YILLIK-CEVIR.
		MOVE "YENI.DAT" TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		OPEN INPUT ESKYIL.
		IF DS-ESKYIL = "35"
			MOVE "ESKI DOSYA YOK" TO WSONUC
			PERFORM BELGE-SATIR
			GO TO YILLIK-CEVIR-SON.
		IF DS-ESKYIL NOT = "00"
			MOVE "ESKI DOSYA ACILMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO YILLIK-CEVIR-SON.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL = "00" CLOSE MUHYIL.
		IF DS-MUHYIL NOT = "35"
			MOVE "YENI DOSYA ZATEN VAR" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKYIL
			GO TO YILLIK-CEVIR-SON.
		OPEN OUTPUT MUHYIL.
	YILLIK-CEVIR-OKU.
		READ ESKYIL NEXT RECORD AT END
			GO TO YILLIK-CEVIR-BITTI.
		ADD 1 TO WSAYI.
		PERFORM YIL-YENI-KUR.
		MOVE EY-KAYIT TO YY-ESKI.
		WRITE YHARKAY FROM YIL-YENI INVALID KEY
			ADD 1 TO WRED
			GO TO YILLIK-CEVIR-OKU.
		ADD 1 TO WYAZ.
		GO TO YILLIK-CEVIR-OKU.
	YILLIK-CEVIR-BITTI.
		CLOSE ESKYIL MUHYIL.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	YILLIK-CEVIR-SON.
		CONTINUE.
*******************************************************************
*********  CARI.ESK -> CARI.DAT (VERGI DAIRESI/NO, ULKE BOS)  *****
*******************************************************************
	CARI-CEVIR.
		MOVE "CARI.DAT" TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		OPEN INPUT ESKCAR.
		IF DS-ESKCAR = "35"
			MOVE "ESKI DOSYA YOK" TO WSONUC
			PERFORM BELGE-SATIR
			GO TO CARI-CEVIR-SON.
		IF DS-ESKCAR NOT = "00"
			MOVE "ESKI DOSYA ACILMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO CARI-CEVIR-SON.
		OPEN INPUT CARI.
		IF DS-CARI = "00" CLOSE CARI.
		IF DS-CARI NOT = "35"
			MOVE "YENI DOSYA ZATEN VAR" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKCAR
			GO TO CARI-CEVIR-SON.
		OPEN OUTPUT CARI.
	CARI-CEVIR-OKU.
		READ ESKCAR NEXT RECORD AT END
			GO TO CARI-CEVIR-BITTI.
		ADD 1 TO WSAYI.
		MOVE EC-KAYIT TO CARI-KAYDI.
		WRITE CARI-KAYDI INVALID KEY
			ADD 1 TO WRED
			GO TO CARI-CEVIR-OKU.
		ADD 1 TO WYAZ.
		GO TO CARI-CEVIR-OKU.
	CARI-CEVIR-BITTI.
		CLOSE ESKCAR CARI.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	CARI-CEVIR-SON.
		CONTINUE.
*******************************************************************
*********  MODEL.ESK -> MODEL.DAT (MMERKEZ BOS)               *****
*******************************************************************
	MODEL-CEVIR.
		MOVE "MODEL.DAT" TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		OPEN INPUT ESKMOD.
		IF DS-ESKMOD = "35"
			MOVE "ESKI DOSYA YOK" TO WSONUC
			PERFORM BELGE-SATIR
			GO TO MODEL-CEVIR-SON.
		IF DS-ESKMOD NOT = "00"
			MOVE "ESKI DOSYA ACILMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO MODEL-CEVIR-SON.
		OPEN INPUT MODEL.
		IF DS-MODEL = "00" CLOSE MODEL.
		IF DS-MODEL NOT = "35"
			MOVE "YENI DOSYA ZATEN VAR" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKMOD
			GO TO MODEL-CEVIR-SON.
		OPEN OUTPUT MODEL.
	MODEL-CEVIR-OKU.
		READ ESKMOD NEXT RECORD AT END
			GO TO MODEL-CEVIR-BITTI.
		ADD 1 TO WSAYI.
		MOVE EM-KAYIT TO MODEL-KAYDI.
		WRITE MODEL-KAYDI INVALID KEY
			ADD 1 TO WRED
			GO TO MODEL-CEVIR-OKU.
		ADD 1 TO WYAZ.
		GO TO MODEL-CEVIR-OKU.
	MODEL-CEVIR-BITTI.
		CLOSE ESKMOD MODEL.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	MODEL-CEVIR-SON.
		CONTINUE.
*******************************************************************
*********  ARSIVYY.ESK -> ARSIVYY.DAT (MUH91 ARSIVI)          *****
*******************************************************************
	ARSIV-DONUSTUR.
		MOVE ARSIV-ADI TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		OPEN INPUT ESKGUN.
		IF DS-ESKGUN = "35"
			MOVE "ESKI DOSYA YOK" TO WSONUC
			PERFORM BELGE-SATIR
			GO TO ARSIV-DONUSTUR-SON.
		IF DS-ESKGUN NOT = "00"
			MOVE "ESKI DOSYA ACILMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO ARSIV-DONUSTUR-SON.
		OPEN INPUT ARSIV.
		IF DS-ARSIV = "00" CLOSE ARSIV.
		IF DS-ARSIV NOT = "35"
			MOVE "YENI DOSYA ZATEN VAR" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKGUN
			GO TO ARSIV-DONUSTUR-SON.
		OPEN OUTPUT ARSIV.
	ARSIV-DONUSTUR-OKU.
		READ ESKGUN NEXT RECORD AT END
			GO TO ARSIV-DONUSTUR-BITTI.
		ADD 1 TO WSAYI.
		PERFORM GUN-YENI-KUR.
		MOVE EG-KAYIT TO GY-ESKI.
		WRITE ARSIV-KAYDI FROM GUN-YENI INVALID KEY
			ADD 1 TO WRED
			GO TO ARSIV-DONUSTUR-OKU.
		ADD 1 TO WYAZ.
		GO TO ARSIV-DONUSTUR-OKU.
	ARSIV-DONUSTUR-BITTI.
		CLOSE ESKGUN ARSIV.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	ARSIV-DONUSTUR-SON.
		CONTINUE.
*******************************************************************
*********  TEK YEDEK DOSYASI : V KAYITLARI CEVRILIR, K KAYDI  *****
*********  (SAYI VE HASH) AYNEN TASINIR. HTL/YHTL YERI        *****
*********  DEGISMEDIGINDEN MUH77 YEKUNLERI TUTAR              *****
*******************************************************************
	YED-DONUSTUR.
		MOVE YED-ADI TO WDOSYA.
		MOVE ZERO TO WSAYI WYAZ WRED.
		MOVE "H" TO KREC-VAR.
		OPEN INPUT ESKYED.
		IF DS-ESKYED NOT = "00"
			MOVE "YEDEK ACILAMADI" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO YED-DONUSTUR-SON.
		OPEN OUTPUT GECYED.
	YED-DONUSTUR-OKU.
		READ ESKYED INTO ESKI-Y-ALAN AT END
			GO TO YED-DONUSTUR-AKTAR.
		IF EYV-TIP NOT = "V" AND EYV-TIP NOT = "K"
			MOVE "ESKI DUZEN DEGIL" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE ESKYED GECYED
			GO TO YED-DONUSTUR-SON.
		MOVE ESKI-Y-ALAN TO Y-ALAN.
		IF EYV-TIP = "K"
			MOVE "E" TO KREC-VAR
			WRITE G-YEDEK FROM Y-ALAN
			GO TO YED-DONUSTUR-AKTAR.
		ADD 1 TO WSAYI.
		IF YED-TUR = "G"
			PERFORM GUN-YENI-KUR
			MOVE EYV-KAYIT(1:78) TO GY-ESKI
			MOVE GUN-YENI TO YV-KAYIT.
		IF YED-TUR = "Y"
			PERFORM YIL-YENI-KUR
			MOVE EYV-KAYIT(1:85) TO YY-ESKI
			MOVE YIL-YENI TO YV-KAYIT.
		WRITE G-YEDEK FROM Y-ALAN.
		ADD 1 TO WYAZ.
		GO TO YED-DONUSTUR-OKU.
	YED-DONUSTUR-AKTAR.
		CLOSE ESKYED GECYED.
		IF KREC-VAR = "H"
			MOVE "KONTROL KAYDI YOK" TO WSONUC
			PERFORM HATALI-SATIR
			GO TO YED-DONUSTUR-SON.
		OPEN INPUT GECYED.
		OPEN OUTPUT YENYED.
		IF DS-YENYED NOT = "00"
			MOVE "DISKETE YAZILAMADI" TO WSONUC
			PERFORM HATALI-SATIR
			CLOSE GECYED
			GO TO YED-DONUSTUR-SON.
	YED-DONUSTUR-YAZ.
		READ GECYED INTO Y-ALAN AT END
			GO TO YED-DONUSTUR-BITTI.
		WRITE N-YEDEK FROM Y-ALAN.
		GO TO YED-DONUSTUR-YAZ.
	YED-DONUSTUR-BITTI.
		CLOSE GECYED YENYED.
		PERFORM SONUC-DEGERLENDIR.
		PERFORM BELGE-SATIR.
	YED-DONUSTUR-SON.
		CONTINUE.
*******************************************************************
*********  EKLENEN ALANLAR : DOVIZ KODU, MERKEZ, MUTABIK BOS, *****
*********  DOVIZ TUTARI VE KUR SIFIR (COMP-3)                 *****
*******************************************************************
	GUN-YENI-KUR.
		MOVE SPACES TO GY-ESKI GY-DOVKOD GY-MERKEZ.
		MOVE ZERO TO GY-DOVTUT GY-KUR.
	YIL-YENI-KUR.
		MOVE SPACES TO YY-ESKI YY-DOVKOD YY-MUTABIK YY-MERKEZ.
		MOVE ZERO TO YY-DOVTUT YY-KUR.
	SONUC-DEGERLENDIR.
		IF WRED = ZERO AND WYAZ = WSAYI
			MOVE "TAMAM" TO WSONUC
		ELSE
			MOVE "HATALI !" TO WSONUC
			ADD 1 TO TOPHATA.
		ADD WSAYI TO TOPKAYIT.
		ADD WYAZ TO TOPYAZ.
		ADD WRED TO TOPRED.
	HATALI-SATIR.
		ADD 1 TO TOPHATA.
		PERFORM BELGE-SATIR.
*******************************************************************
*********  DONUSUM BELGESI (DONUSUM.LST)                      *****
*******************************************************************
	BELGE-AC.
		IF BELGE-ACIK NOT = "E"
			OPEN OUTPUT BELGE
			MOVE "E" TO BELGE-ACIK.
		PERFORM BELGE-BASLIK.
	BELGE-SATIR.
		IF BSATIRSAY NOT < 55 PERFORM BELGE-BASLIK.
		MOVE SPACES TO B-SATIR.
		MOVE WDOSYA TO B-SATIR(1:12).
		MOVE WSAYI TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(16:6).
		MOVE WYAZ TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(26:6).
		MOVE WRED TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(36:6).
		MOVE WSONUC TO B-SATIR(46:20).
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO BSATIRSAY.
	BELGE-SONUC.
		MOVE SPACES TO B-SATIR.
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO B-SATIR.
		MOVE "TOPLAM :" TO B-SATIR(1:8).
		MOVE TOPKAYIT TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(16:6).
		MOVE TOPYAZ TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(26:6).
		MOVE TOPRED TO GSAYAC.
		MOVE GSAYAC TO B-SATIR(36:6).
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO B-SATIR.
		IF TOPHATA = ZERO
			MOVE "SONUC : DONUSUM TAMAM" TO B-SATIR(1:21)
		ELSE
			MOVE "SONUC : HATA VAR, .ESK'LARI SILMEYIN"
				TO B-SATIR(1:36).
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		ADD 3 TO BSATIRSAY.
		IF TOPHATA = ZERO
			DISPLAY "ISLEM TAMAM, BELGE YAZILDI"
				LINE 13 POSITION 25
		ELSE
			DISPLAY "DIKKAT : HATALI DOSYA VAR !"
				LINE 13 POSITION 25 REVERSE.
		IF ISLOG-ACIK = "E"
			PERFORM ISLOG-SON
			MOVE "H" TO ISLOG-ACIK.
	BELGE-BASLIK.
		ADD 1 TO BSAYFA.
		MOVE ZERO TO BSATIRSAY.
		MOVE WTGUN TO BTARIH(1:2).
		MOVE "/" TO BTARIH(3:1).
		MOVE WTAY TO BTARIH(4:2).
		MOVE "/" TO BTARIH(6:1).
		MOVE WTYIL TO BTARIH(7:2).
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:2) TO BSAAT(1:2).
		MOVE ":" TO BSAAT(3:1).
		MOVE WZAMAN(3:2) TO BSAAT(4:2).
		MOVE BSAYFA TO BSAYFANO.
		MOVE SPACES TO B-SATIR.
		MOVE "ESKI DUZEN DOSYA DONUSUM BELGESI"
			TO B-SATIR(30:32).
		MOVE "TARIH :" TO B-SATIR(95:7).
		MOVE BTARIH TO B-SATIR(103:8).
		MOVE BSAAT TO B-SATIR(112:5).
		MOVE "SAYFA :" TO B-SATIR(118:7).
		MOVE BSAYFANO TO B-SATIR(125:3).
		WRITE B-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO B-SATIR.
		MOVE "ISLEM :" TO B-SATIR(1:7).
		MOVE WISLEM-ADI TO B-SATIR(9:12).
		MOVE "OPERATOR :" TO B-SATIR(25:10).
		MOVE WOPKOD TO B-SATIR(36:3).
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO B-SATIR.
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO B-SATIR.
		MOVE "DOSYA" TO B-SATIR(1:5).
		MOVE "OKUNAN" TO B-SATIR(16:6).
		MOVE "YAZILAN" TO B-SATIR(25:7).
		MOVE "RED" TO B-SATIR(39:3).
		MOVE "SONUC" TO B-SATIR(46:5).
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO B-SATIR.
		WRITE B-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO BSATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH58" TO LPROGRAM.
		MOVE SPACES TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE WISLEM-ADI TO LSONUC.
		WRITE ISLOG-KAYDI.
	ISLOG-SON.
		MOVE "S" TO LTIP.
		MOVE "MUH58" TO LPROGRAM.
		MOVE SPACES TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE TOPKAYIT(2:5) TO LOKUNAN.
		MOVE TOPYAZ(2:5) TO LYAZILAN.
		MOVE TOPRED(2:5) TO LRED.
		IF TOPHATA = ZERO
			MOVE "BITTI" TO LSONUC
		ELSE
			MOVE "HATALI" TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
	TUS-BEKLE.
		DISPLAY "DEVAM ICIN BIR TUSA BASINIZ"
			LINE 24 POSITION 25.
		ACCEPT CEV LINE 24 POSITION 55.
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
