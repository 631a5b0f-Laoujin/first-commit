	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH74.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  BILANCO VE GELIR TABLOSU (MALITAB.LST)             *****
*********  BAKIYE.DAT + MUHYIL, CARI YIL / ONCEKI YIL         *****
*********  MIZANA GIRMEMIS HAREKETLER BAKIYEYE EKLENIR        *****
*********  AKTIF PASIFE ESIT DEGILSE TABLOLAR BASILMAZ        *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 18/01/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
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
			RECORD KEY IS BANAHTAR
			FILE STATUS IS DS-BAKIYE.
		SELECT KONTROL ASSIGN TO RANDOM "KONTROL.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS KANAHTAR
			FILE STATUS IS DS-KONTROL.
		SELECT HESAP ASSIGN TO RANDOM "HESAP.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS RANAHTAR
			FILE STATUS IS DS-HESAP.
		SELECT MALITAB ASSIGN TO PRINTER "MALITAB.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "MUHYIL.COP".
		COPY "BAKIYE.COP".
		COPY "KONTROL.COP".
		COPY "HESAP.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	MALITAB	LABEL RECORDS STANDARD.
	01	T-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	WYIL		PIC X(2) VALUE SPACES.
	77	WAY		PIC X(2) VALUE SPACES.
	77	WYILN		PIC 99 VALUE ZERO.
	77	DS-MUHYIL	PIC X(2).
	77	DS-BAKIYE	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-KONTROL	PIC X(2).
	77	SEKLENEN	PIC 9(5) VALUE ZERO.
	77	HESAP-ACIK	PIC X(1) VALUE "H".
	77	MALITAB-ACIK	PIC X(1) VALUE "H".
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	IX		PIC 9(3) COMP VALUE ZERO.
	77	BX		PIC 9(2) COMP VALUE ZERO.
	77	WBAS		PIC 9(3) COMP VALUE ZERO.
	77	WBIT		PIC 9(3) COMP VALUE ZERO.
	77	ASAY		PIC 9(3) COMP VALUE ZERO.
	77	PSAY		PIC 9(3) COMP VALUE ZERO.
	77	ENSAY		PIC 9(3) COMP VALUE ZERO.
	77	WGRUP		PIC 99 VALUE ZERO.
	77	WANA		PIC 999 VALUE ZERO.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WHEDEF		PIC X(1) VALUE SPACES.
	77	WTARAF		PIC X(1) VALUE SPACES.
	77	WTUTAR		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WCARI		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WONCEKI		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SONUC-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SONUC-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	AKTIF-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	AKTIF-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	PASIF-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	PASIF-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SINIF-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SINIF-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	BOLUM-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	BOLUM-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	KAR-CARI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	KAR-ONCEKI	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WFARK		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	RBAKIYE		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	WBASLIK		PIC X(40) VALUE SPACES.
	77	WTOPLAM-ADI	PIC X(31) VALUE SPACES.
	77	WSATIR		PIC X(65) VALUE SPACES.
	77	TSATIRSAY	PIC 9(3) VALUE ZERO.
	77	TSAYFA		PIC 9(3) VALUE ZERO.
	77	TSAYFANO	PIC ZZ9.
	77	TTARIH		PIC X(8).
	77	TBASLIK		PIC X(20) VALUE SPACES.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WDONEM		PIC 9(4) VALUE ZERO.
	01	WDONEM-R REDEFINES WDONEM.
		02 WDYIL		PIC X(2).
		02 WDAY			PIC X(2).
	01	WODONEM		PIC 9(4) VALUE ZERO.
	01	WODONEM-R REDEFINES WODONEM.
		02 WOYIL		PIC X(2).
		02 WOAY			PIC X(2).
	01	KON-ANAHTAR.
		02 KON-SIRKET		PIC X(1) VALUE SPACES.
		02 KON-YIL		PIC X(2) VALUE SPACES.
	01	KON-MIZAN.
		02 KON-MSIRKET		PIC X(1) VALUE SPACES.
		02 KON-MYUKNO		PIC X(5) VALUE SPACES.
	01	WHDONEM		PIC 9(4) VALUE ZERO.
	01	WHDONEM-R REDEFINES WHDONEM.
		02 WHDYIL		PIC X(2).
		02 WHDAY		PIC X(2).
*******************************************************************
*********  10-59 GRUPLARI (BILANCO) VE 600-699 (GELIR TAB.)   *****
*******************************************************************
	01	GRUP-TABLOSU.
		02 GRUP-KALEM OCCURS 50 TIMES.
			03 G-CARI		PIC S9(11)V99 COMP-3.
			03 G-ONCEKI		PIC S9(11)V99 COMP-3.
	01	ANA-TABLOSU.
		02 ANA-KALEM OCCURS 100 TIMES.
			03 A-CARI		PIC S9(11)V99 COMP-3.
			03 A-ONCEKI		PIC S9(11)V99 COMP-3.
	01	AKTIF-SATIRLARI.
		02 AK-SATIR OCCURS 60 TIMES	PIC X(65).
	01	PASIF-SATIRLARI.
		02 PA-SATIR OCCURS 60 TIMES	PIC X(65).
	01	GRUP-ADLARI-D.
		02 FILLER	PIC X(28) VALUE "HAZIR DEGERLER".
		02 FILLER	PIC X(28) VALUE "MENKUL KIYMETLER".
		02 FILLER	PIC X(28) VALUE "TICARI ALACAKLAR".
		02 FILLER	PIC X(28) VALUE "DIGER ALACAKLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "STOKLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28)
			VALUE "YILLARA YAYGIN INS.MALIYET.".
		02 FILLER	PIC X(28)
			VALUE "GELECEK AYLARA AIT GIDERLER".
		02 FILLER	PIC X(28) VALUE "DIGER DONEN VARLIKLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "TICARI ALACAKLAR".
		02 FILLER	PIC X(28) VALUE "DIGER ALACAKLAR".
		02 FILLER	PIC X(28) VALUE "MALI DURAN VARLIKLAR".
		02 FILLER	PIC X(28) VALUE "MADDI DURAN VARLIKLAR".
		02 FILLER	PIC X(28)
			VALUE "MADDI OLMAYAN DURAN VARLIK.".
		02 FILLER	PIC X(28)
			VALUE "OZEL TUKENMEYE TABI VARLIK.".
		02 FILLER	PIC X(28)
			VALUE "GELECEK YILLARA AIT GIDER.".
		02 FILLER	PIC X(28) VALUE "DIGER DURAN VARLIKLAR".
		02 FILLER	PIC X(28) VALUE "MALI BORCLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "TICARI BORCLAR".
		02 FILLER	PIC X(28) VALUE "DIGER BORCLAR".
		02 FILLER	PIC X(28) VALUE "ALINAN AVANSLAR".
		02 FILLER	PIC X(28)
			VALUE "YILLARA YAYGIN INS.HAKEDIS.".
		02 FILLER	PIC X(28)
			VALUE "ODENECEK VERGI VE YUKUMLUL.".
		02 FILLER	PIC X(28)
			VALUE "BORC VE GIDER KARSILIKLARI".
		02 FILLER	PIC X(28)
			VALUE "GELECEK AYLARA AIT GELIRLER".
		02 FILLER	PIC X(28)
			VALUE "DIGER KISA VADELI YAB.KAYN.".
		02 FILLER	PIC X(28) VALUE "MALI BORCLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "TICARI BORCLAR".
		02 FILLER	PIC X(28) VALUE "DIGER BORCLAR".
		02 FILLER	PIC X(28) VALUE "ALINAN AVANSLAR".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28)
			VALUE "BORC VE GIDER KARSILIKLARI".
		02 FILLER	PIC X(28)
			VALUE "GELECEK YILLARA AIT GELIR.".
		02 FILLER	PIC X(28)
			VALUE "DIGER UZUN VADELI YAB.KAYN.".
		02 FILLER	PIC X(28) VALUE "ODENMIS SERMAYE".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "SERMAYE YEDEKLERI".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "KAR YEDEKLERI".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "DIGER".
		02 FILLER	PIC X(28) VALUE "GECMIS YILLAR KARLARI".
		02 FILLER	PIC X(28)
			VALUE "GECMIS YILLAR ZARARLARI".
		02 FILLER	PIC X(28)
			VALUE "DONEM NET KARI (ZARARI)".
	01	GRUP-ADLARI REDEFINES GRUP-ADLARI-D.
		02 GRUP-ADI OCCURS 50 TIMES	PIC X(28).
*******************************************************************
*********  GELIR TABLOSU BOLUMLERI : G = GELIR, M = GIDER (-) *****
*******************************************************************
	01	BOLUM-TANIM-D.
		02 FILLER	PIC X(1)  VALUE "G".
		02 FILLER	PIC X(38) VALUE "A. BRUT SATISLAR".
		02 FILLER	PIC X(30) VALUE SPACES.
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "B. SATIS INDIRIMLERI (-)".
		02 FILLER	PIC X(30) VALUE "C. NET SATISLAR".
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "D. SATISLARIN MALIYETI (-)".
		02 FILLER	PIC X(30)
			VALUE "BRUT SATIS KARI VEYA ZARARI".
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "E. FAALIYET GIDERLERI (-)".
		02 FILLER	PIC X(30)
			VALUE "FAALIYET KARI VEYA ZARARI".
		02 FILLER	PIC X(1)  VALUE "G".
		02 FILLER	PIC X(38)
			VALUE "F. DIGER FAAL.OLAGAN GELIR VE KARLAR".
		02 FILLER	PIC X(30) VALUE SPACES.
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "G. DIGER FAAL.OLAGAN GIDER/ZARAR (-)".
		02 FILLER	PIC X(30) VALUE SPACES.
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "H. FINANSMAN GIDERLERI (-)".
		02 FILLER	PIC X(30) VALUE "OLAGAN KAR VEYA ZARAR".
		02 FILLER	PIC X(1)  VALUE "G".
		02 FILLER	PIC X(38)
			VALUE "I. OLAGANDISI GELIR VE KARLAR".
		02 FILLER	PIC X(30) VALUE SPACES.
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "J. OLAGANDISI GIDER VE ZARARLAR (-)".
		02 FILLER	PIC X(30)
			VALUE "DONEM KARI VEYA ZARARI".
		02 FILLER	PIC X(1)  VALUE "M".
		02 FILLER	PIC X(38)
			VALUE "K. VERGI VE YASAL YUK.KARSILIK. (-)".
		02 FILLER	PIC X(30)
			VALUE "DONEM NET KARI VEYA ZARARI".
	01	BOLUM-TANIM REDEFINES BOLUM-TANIM-D.
		02 BOLUM OCCURS 10 TIMES.
			03 B-YON		PIC X(1).
			03 B-ADI		PIC X(38).
			03 B-ARA		PIC X(30).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL NOT = "00"
			DISPLAY "YILLIK DOSYA (YENI.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN INPUT BAKIYE.
		IF DS-BAKIYE NOT = "00"
			DISPLAY "BAKIYE DOSYASI (BAKIYE.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			CLOSE MUHYIL
			STOP RUN.
		OPEN INPUT KONTROL.
		IF DS-KONTROL NOT = "00"
			DISPLAY "KONTROL DOSYASI (KONTROL.DAT) YOK"
				LINE 10 POSITION 25
			CLOSE MUHYIL BAKIYE
			STOP RUN.
		OPEN INPUT HESAP.
		IF DS-HESAP = "00" MOVE "E" TO HESAP-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH74 - BILANCO VE GELIR TABLOSU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	YIL-AL.
		DISPLAY "YIL GIRINIZ (YY) ? [  ]" LINE 5 POSITION 25.
		ACCEPT WYIL LINE 5 POSITION 45 TAB.
		IF WYIL NOT NUMERIC GO TO YIL-AL.
	AY-AL.
		DISPLAY "DONEM SONU AYI (AA) ? [  ]" LINE 6 POSITION 25.
		ACCEPT WAY LINE 6 POSITION 48 TAB.
		IF WAY NOT NUMERIC OR WAY < "01" OR WAY > "12"
			DISPLAY "AY GECERSIZ !" LINE 7 POSITION 25
			GO TO AY-AL.
		DISPLAY SPACES LINE 7 POSITION 1 SIZE 80.
		MOVE WYIL TO WDYIL.
		MOVE WAY TO WDAY.
		MOVE WYIL TO WYILN.
		IF WYILN = ZERO
			MOVE 99 TO WYILN
		ELSE
			SUBTRACT 1 FROM WYILN.
		MOVE WYILN TO WOYIL.
		MOVE WAY TO WOAY.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		PERFORM TABLO-SIFIRLA
			VARYING IX FROM 1 BY 1 UNTIL IX > 100.
		PERFORM BAKIYE-BAS THRU BAKIYE-SON.
		PERFORM HAREKET-BAS THRU HAREKET-SON.
		ADD SONUC-CARI TO G-CARI(50).
		ADD SONUC-ONCEKI TO G-ONCEKI(50).
		MOVE ZERO TO AKTIF-CARI AKTIF-ONCEKI.
		MOVE ZERO TO PASIF-CARI PASIF-ONCEKI.
		PERFORM AKTIF-TOPLA
			VARYING IX FROM 1 BY 1 UNTIL IX > 20.
		PERFORM PASIF-TOPLA
			VARYING IX FROM 21 BY 1 UNTIL IX > 50.
		OPEN OUTPUT MALITAB.
		MOVE "E" TO MALITAB-ACIK.
		IF AKTIF-CARI NOT = PASIF-CARI
		   OR AKTIF-ONCEKI NOT = PASIF-ONCEKI
			GO TO DENK-DEGIL.
		PERFORM BILANCO-HAZIRLA.
		PERFORM BILANCO-YAZ.
		PERFORM GELIR-YAZ.
		DISPLAY "BILANCO VE GELIR TABLOSU YAZILDI (MALITAB.LST)"
			LINE 12 POSITION 20.
		DISPLAY "OKUNAN HAREKET SAYISI :" LINE 13 POSITION 20.
		MOVE SOKU TO GSAYAC.
		DISPLAY GSAYAC LINE 13 POSITION 44.
		DISPLAY "BAKIYEYE EKLENEN HAREKET :"
			LINE 14 POSITION 20.
		MOVE SEKLENEN TO GSAYAC.
		DISPLAY GSAYAC LINE 14 POSITION 47.
		ACCEPT CEV LINE 24 POSITION 25.
		GO TO KAPAT.
*******************************************************************
*********  AKTIF PASIFE ESIT DEGIL : FARK YAZILIR, DURULUR    *****
*******************************************************************
	DENK-DEGIL.
		MOVE 1 TO SRED.
		MOVE "DENKSIZ" TO WSONUC.
		MOVE "BILANCO" TO TBASLIK.
		PERFORM MALITAB-BASLIK.
		MOVE SPACES TO T-SATIR.
		MOVE "AKTIF TOPLAMI PASIF TOPLAMINA ESIT DEGIL,"
			TO T-SATIR(1:41).
		MOVE "TABLOLAR BASILMADI" TO T-SATIR(43:18).
		WRITE T-SATIR AFTER ADVANCING 2 LINES.
		MOVE "AKTIF TOPLAMI" TO WTOPLAM-ADI.
		MOVE AKTIF-CARI TO WCARI.
		MOVE AKTIF-ONCEKI TO WONCEKI.
		PERFORM FARK-SATIR.
		MOVE "PASIF TOPLAMI" TO WTOPLAM-ADI.
		MOVE PASIF-CARI TO WCARI.
		MOVE PASIF-ONCEKI TO WONCEKI.
		PERFORM FARK-SATIR.
		MOVE "FARK" TO WTOPLAM-ADI.
		COMPUTE WCARI = AKTIF-CARI - PASIF-CARI.
		COMPUTE WONCEKI = AKTIF-ONCEKI - PASIF-ONCEKI.
		PERFORM FARK-SATIR.
		DISPLAY "AKTIF / PASIF DENK DEGIL, TABLOLAR BASILMADI !"
			LINE 12 POSITION 20 REVERSE.
		DISPLAY "CARI DONEM FARKI :" LINE 13 POSITION 20.
		MOVE WCARI TO RBAKIYE.
		DISPLAY RBAKIYE LINE 13 POSITION 40.
		DISPLAY "ONCEKI DONEM FARKI :" LINE 14 POSITION 20.
		MOVE WONCEKI TO RBAKIYE.
		DISPLAY RBAKIYE LINE 14 POSITION 40.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHYIL BAKIYE KONTROL.
		IF HESAP-ACIK = "E" CLOSE HESAP.
		IF MALITAB-ACIK = "E" CLOSE MALITAB.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
	FARK-SATIR.
		MOVE SPACES TO T-SATIR.
		MOVE WTOPLAM-ADI TO T-SATIR(1:31).
		MOVE WCARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(33:16).
		MOVE WONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(50:16).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
	TABLO-SIFIRLA.
		MOVE ZERO TO A-CARI(IX) A-ONCEKI(IX).
		IF IX NOT > 50
			MOVE ZERO TO G-CARI(IX) G-ONCEKI(IX).
*******************************************************************
*********  BAKIYE.DAT (SON MIZANA KADAR) IKI DONEME EKLENIR   *****
*******************************************************************
	BAKIYE-BAS.
		MOVE WSIRKET TO BSIRKET.
		MOVE LOW-VALUES TO BHESNO.
		START BAKIYE KEY IS NOT LESS THAN BANAHTAR
			INVALID KEY GO TO BAKIYE-SON.
	BAKIYE-OKU.
		READ BAKIYE NEXT RECORD AT END GO TO BAKIYE-SON.
		IF BSIRKET NOT = WSIRKET GO TO BAKIYE-SON.
		MOVE BHESNO TO WHESNO.
		MOVE BBAKIYE TO WTUTAR.
		MOVE "C" TO WHEDEF.
		PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
		MOVE "O" TO WHEDEF.
		PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
		GO TO BAKIYE-OKU.
	BAKIYE-SON.
		CONTINUE.
*******************************************************************
*********  MIZANA GIRMEMIS HAREKETLER BAKIYEYE EKLENIR,       *****
*********  DONEM SONUNDAN SONRAKI HAREKETLER GERI ALINIR,     *****
*********  6'LI HESAPLARIN YIL BASINDAN DONEM SONUNA HAREKETI *****
*******************************************************************
	HAREKET-BAS.
		MOVE WSIRKET TO YHSIRKET.
		MOVE LOW-VALUES TO YHYUKNO.
		START MUHYIL KEY IS NOT LESS THAN YHYUKNO-ANAHTAR
			INVALID KEY GO TO HAREKET-SON.
	HAREKET-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO HAREKET-SON.
		IF YHSIRKET NOT = WSIRKET GO TO HAREKET-SON.
		ADD 1 TO SOKU.
		MOVE YHHESNO TO WHESNO.
		PERFORM BAKIYE-TAMAMLA THRU BAKIYE-TAMAMLA-SON.
		IF YHBA = "A"
			MOVE YHTL TO WTUTAR
		ELSE
			COMPUTE WTUTAR = ZERO - YHTL.
		MOVE YHYIL TO WHDYIL.
		MOVE YHAY TO WHDAY.
		IF WHDONEM > WDONEM
			MOVE "C" TO WHEDEF
			PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
		IF WHDONEM > WODONEM
			MOVE "O" TO WHEDEF
			PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
		IF YHHESNO(1:1) NOT = "6" GO TO HAREKET-OKU.
		IF YHHESNO(1:3) = "690" OR YHHESNO(1:3) = "692"
			GO TO HAREKET-OKU.
		IF YHHESNO(1:3) NOT NUMERIC GO TO HAREKET-OKU.
		IF YHAY > WAY GO TO HAREKET-OKU.
		MOVE YHHESNO(1:3) TO WANA.
		COMPUTE IX = WANA - 599.
		COMPUTE WTUTAR = ZERO - WTUTAR.
		IF YHYIL = WYIL ADD WTUTAR TO A-CARI(IX).
		IF YHYIL = WOYIL ADD WTUTAR TO A-ONCEKI(IX).
		GO TO HAREKET-OKU.
	HAREKET-SON.
		CONTINUE.
	BAKIYE-TAMAMLA.
		PERFORM KONTROL-BUL THRU KONTROL-BUL-SON.
		IF KON-MIZAN NOT = SPACES
		   AND YHYUKNO-ANAHTAR NOT > KON-MIZAN
			GO TO BAKIYE-TAMAMLA-SON.
		ADD 1 TO SEKLENEN.
		IF YHBA = "A"
			COMPUTE WTUTAR = ZERO - YHTL
		ELSE
			MOVE YHTL TO WTUTAR.
		MOVE "C" TO WHEDEF.
		PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
		MOVE "O" TO WHEDEF.
		PERFORM HESAP-DAGIT THRU HESAP-DAGIT-SON.
	BAKIYE-TAMAMLA-SON.
		CONTINUE.
*******************************************************************
*********  KAYDIN AKTARILDIGI YILIN KONTROL.DAT MIZAN ISARETI *****
*********  (MUH97). ISARET BOS YA DA KAYIT ISARETTEN SONRAYSA *****
*********  HAREKET HENUZ BAKIYE.DAT'A GIRMEMISTIR (MUH98)     *****
*******************************************************************
	KONTROL-BUL.
		IF YHSIRKET = KON-SIRKET AND YHAKTARILYIL = KON-YIL
			GO TO KONTROL-BUL-SON.
		MOVE YHSIRKET TO KON-SIRKET KSIRKET.
		MOVE YHAKTARILYIL TO KON-YIL KYIL.
		MOVE SPACES TO KON-MIZAN.
		READ KONTROL INVALID KEY GO TO KONTROL-BUL-SON.
		MOVE KMIZANYUKNO-ANAHTAR TO KON-MIZAN.
	KONTROL-BUL-SON.
		CONTINUE.
*******************************************************************
*********  TUTAR BORC (+) / ALACAK (-) OLARAK GRUBA EKLENIR   *****
*********  6-7-8 SINIFLARI DONEM SONUCUNA, 9 SINIFI ATLANIR   *****
*******************************************************************
	HESAP-DAGIT.
		IF WHESNO(1:2) NOT NUMERIC GO TO HESAP-DAGIT-SON.
		MOVE WHESNO(1:2) TO WGRUP.
		IF WGRUP < 10 GO TO HESAP-DAGIT-SON.
		IF WGRUP > 59 GO TO HESAP-SONUC.
		COMPUTE IX = WGRUP - 9.
		IF WHEDEF = "C"
			ADD WTUTAR TO G-CARI(IX)
		ELSE
			ADD WTUTAR TO G-ONCEKI(IX).
		GO TO HESAP-DAGIT-SON.
	HESAP-SONUC.
		IF WGRUP > 89 GO TO HESAP-DAGIT-SON.
		IF WHEDEF = "C"
			ADD WTUTAR TO SONUC-CARI
		ELSE
			ADD WTUTAR TO SONUC-ONCEKI.
	HESAP-DAGIT-SON.
		CONTINUE.
	AKTIF-TOPLA.
		ADD G-CARI(IX) TO AKTIF-CARI.
		ADD G-ONCEKI(IX) TO AKTIF-ONCEKI.
	PASIF-TOPLA.
		SUBTRACT G-CARI(IX) FROM PASIF-CARI.
		SUBTRACT G-ONCEKI(IX) FROM PASIF-ONCEKI.
*******************************************************************
*********  BILANCO : AKTIF SOLDA, PASIF SAGDA                 *****
*******************************************************************
	BILANCO-HAZIRLA.
		MOVE ZERO TO ASAY PSAY.
		MOVE "A" TO WTARAF.
		MOVE "I.  DONEN VARLIKLAR" TO WBASLIK.
		MOVE "DONEN VARLIKLAR TOPLAMI" TO WTOPLAM-ADI.
		MOVE 1 TO WBAS.
		MOVE 10 TO WBIT.
		PERFORM SINIF-DOKUM.
		MOVE "II. DURAN VARLIKLAR" TO WBASLIK.
		MOVE "DURAN VARLIKLAR TOPLAMI" TO WTOPLAM-ADI.
		MOVE 11 TO WBAS.
		MOVE 20 TO WBIT.
		PERFORM SINIF-DOKUM.
		MOVE "P" TO WTARAF.
		MOVE "III.KISA VADELI YABANCI KAYNAKLAR" TO WBASLIK.
		MOVE "KISA VAD.YAB.KAYNAKLAR TOPLAMI" TO WTOPLAM-ADI.
		MOVE 21 TO WBAS.
		MOVE 30 TO WBIT.
		PERFORM SINIF-DOKUM.
		MOVE "IV. UZUN VADELI YABANCI KAYNAKLAR" TO WBASLIK.
		MOVE "UZUN VAD.YAB.KAYNAKLAR TOPLAMI" TO WTOPLAM-ADI.
		MOVE 31 TO WBAS.
		MOVE 40 TO WBIT.
		PERFORM SINIF-DOKUM.
		MOVE "V.  OZKAYNAKLAR" TO WBASLIK.
		MOVE "OZKAYNAKLAR TOPLAMI" TO WTOPLAM-ADI.
		MOVE 41 TO WBAS.
		MOVE 50 TO WBIT.
		PERFORM SINIF-DOKUM.
		MOVE ASAY TO ENSAY.
		IF PSAY > ENSAY MOVE PSAY TO ENSAY.
	SINIF-DOKUM.
		MOVE ZERO TO SINIF-CARI SINIF-ONCEKI.
		MOVE SPACES TO WSATIR.
		MOVE WBASLIK TO WSATIR(1:40).
		PERFORM SATIR-EKLE.
		PERFORM GRUP-SATIR VARYING IX FROM WBAS BY 1
			UNTIL IX > WBIT.
		MOVE SPACES TO WSATIR.
		MOVE WTOPLAM-ADI TO WSATIR(1:31).
		MOVE SINIF-CARI TO RBAKIYE.
		MOVE RBAKIYE TO WSATIR(33:16).
		MOVE SINIF-ONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO WSATIR(50:16).
		PERFORM SATIR-EKLE.
		MOVE SPACES TO WSATIR.
		PERFORM SATIR-EKLE.
	GRUP-SATIR.
		IF WTARAF = "A"
			MOVE G-CARI(IX) TO WCARI
			MOVE G-ONCEKI(IX) TO WONCEKI
		ELSE
			COMPUTE WCARI = ZERO - G-CARI(IX)
			COMPUTE WONCEKI = ZERO - G-ONCEKI(IX).
		ADD WCARI TO SINIF-CARI.
		ADD WONCEKI TO SINIF-ONCEKI.
		IF WCARI NOT = ZERO OR WONCEKI NOT = ZERO
			PERFORM GRUP-SATIR-YAZ.
	GRUP-SATIR-YAZ.
		COMPUTE WGRUP = IX + 9.
		MOVE SPACES TO WSATIR.
		MOVE WGRUP TO WSATIR(1:2).
		MOVE GRUP-ADI(IX) TO WSATIR(4:28).
		MOVE WCARI TO RBAKIYE.
		MOVE RBAKIYE TO WSATIR(33:16).
		MOVE WONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO WSATIR(50:16).
		PERFORM SATIR-EKLE.
	SATIR-EKLE.
		IF WTARAF = "A"
			ADD 1 TO ASAY
			MOVE WSATIR TO AK-SATIR(ASAY)
		ELSE
			ADD 1 TO PSAY
			MOVE WSATIR TO PA-SATIR(PSAY).
	BILANCO-YAZ.
		MOVE "BILANCO" TO TBASLIK.
		PERFORM MALITAB-BASLIK.
		PERFORM BILANCO-KOLON.
		PERFORM BILANCO-SATIR VARYING IX FROM 1 BY 1
			UNTIL IX > ENSAY.
		MOVE ALL "-" TO T-SATIR.
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO T-SATIR.
		MOVE "AKTIF (VARLIKLAR) TOPLAMI" TO T-SATIR(1:25).
		MOVE AKTIF-CARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(33:16).
		MOVE AKTIF-ONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(50:16).
		MOVE "PASIF (KAYNAKLAR) TOPLAMI" TO T-SATIR(67:25).
		MOVE PASIF-CARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(99:16).
		MOVE PASIF-ONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(116:16).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO TSATIRSAY.
	BILANCO-KOLON.
		MOVE SPACES TO T-SATIR.
		MOVE "AKTIF (VARLIKLAR)" TO T-SATIR(1:17).
		MOVE "PASIF (KAYNAKLAR)" TO T-SATIR(67:17).
		PERFORM DONEM-KOLON.
		MOVE WDAY TO T-SATIR(104:2).
		MOVE "/" TO T-SATIR(106:1).
		MOVE WDYIL TO T-SATIR(107:2).
		MOVE WOAY TO T-SATIR(121:2).
		MOVE "/" TO T-SATIR(123:1).
		MOVE WOYIL TO T-SATIR(124:2).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO T-SATIR.
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO TSATIRSAY.
	DONEM-KOLON.
		MOVE WDAY TO T-SATIR(38:2).
		MOVE "/" TO T-SATIR(40:1).
		MOVE WDYIL TO T-SATIR(41:2).
		MOVE WOAY TO T-SATIR(55:2).
		MOVE "/" TO T-SATIR(57:1).
		MOVE WOYIL TO T-SATIR(58:2).
	BILANCO-SATIR.
		IF TSATIRSAY NOT < 55
			PERFORM MALITAB-BASLIK
			PERFORM BILANCO-KOLON.
		MOVE SPACES TO T-SATIR.
		IF IX NOT > ASAY MOVE AK-SATIR(IX) TO T-SATIR(1:65).
		IF IX NOT > PSAY MOVE PA-SATIR(IX) TO T-SATIR(67:65).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO SYAZ.
		ADD 1 TO TSATIRSAY.
*******************************************************************
*********  GELIR TABLOSU : BOLUM BASINA ANA HESAP DOKUMU      *****
*******************************************************************
	GELIR-YAZ.
		MOVE "GELIR TABLOSU" TO TBASLIK.
		PERFORM MALITAB-BASLIK.
		PERFORM GELIR-KOLON.
		MOVE ZERO TO KAR-CARI KAR-ONCEKI.
		PERFORM BOLUM-YAZ VARYING BX FROM 1 BY 1 UNTIL BX > 10.
	GELIR-KOLON.
		MOVE SPACES TO T-SATIR.
		MOVE "ACIKLAMA" TO T-SATIR(1:8).
		PERFORM DONEM-KOLON.
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO T-SATIR.
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO TSATIRSAY.
	BOLUM-YAZ.
		COMPUTE WBAS = (BX - 1) * 10 + 1.
		COMPUTE WBIT = WBAS + 9.
		MOVE ZERO TO BOLUM-CARI BOLUM-ONCEKI.
		PERFORM BOLUM-TOPLA VARYING IX FROM WBAS BY 1
			UNTIL IX > WBIT.
		SUBTRACT BOLUM-CARI FROM KAR-CARI.
		SUBTRACT BOLUM-ONCEKI FROM KAR-ONCEKI.
		IF B-YON(BX) = "G"
			COMPUTE BOLUM-CARI = ZERO - BOLUM-CARI
			COMPUTE BOLUM-ONCEKI = ZERO - BOLUM-ONCEKI.
		IF TSATIRSAY NOT < 52
			PERFORM MALITAB-BASLIK
			PERFORM GELIR-KOLON.
		MOVE SPACES TO T-SATIR.
		MOVE B-ADI(BX) TO T-SATIR(1:38).
		MOVE BOLUM-CARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(33:16).
		MOVE BOLUM-ONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(50:16).
		WRITE T-SATIR AFTER ADVANCING 2 LINES.
		ADD 2 TO TSATIRSAY.
		ADD 1 TO SYAZ.
		PERFORM ANA-SATIR VARYING IX FROM WBAS BY 1
			UNTIL IX > WBIT.
		IF B-ARA(BX) NOT = SPACES PERFORM ARA-TOPLAM-YAZ.
	BOLUM-TOPLA.
		ADD A-CARI(IX) TO BOLUM-CARI.
		ADD A-ONCEKI(IX) TO BOLUM-ONCEKI.
	ANA-SATIR.
		IF A-CARI(IX) NOT = ZERO OR A-ONCEKI(IX) NOT = ZERO
			PERFORM ANA-SATIR-YAZ.
	ANA-SATIR-YAZ.
		IF TSATIRSAY NOT < 55
			PERFORM MALITAB-BASLIK
			PERFORM GELIR-KOLON.
		IF B-YON(BX) = "G"
			COMPUTE WCARI = ZERO - A-CARI(IX)
			COMPUTE WONCEKI = ZERO - A-ONCEKI(IX)
		ELSE
			MOVE A-CARI(IX) TO WCARI
			MOVE A-ONCEKI(IX) TO WONCEKI.
		COMPUTE WANA = IX + 599.
		MOVE SPACES TO T-SATIR.
		MOVE WANA TO T-SATIR(4:3).
		IF HESAP-ACIK = "E"
			PERFORM HESAP-ADI-AL
			MOVE RHESAP-ADI TO T-SATIR(8:24).
		MOVE WCARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(33:16).
		MOVE WONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(50:16).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO TSATIRSAY.
		ADD 1 TO SYAZ.
	HESAP-ADI-AL.
		MOVE WSIRKET TO RSIRKET.
		MOVE SPACES TO RHESNO.
		MOVE WANA TO RHESNO(1:3).
		READ HESAP INVALID KEY MOVE SPACES TO RHESAP-ADI.
	ARA-TOPLAM-YAZ.
		MOVE SPACES TO T-SATIR.
		MOVE B-ARA(BX) TO T-SATIR(1:30).
		MOVE KAR-CARI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(33:16).
		MOVE KAR-ONCEKI TO RBAKIYE.
		MOVE RBAKIYE TO T-SATIR(50:16).
		WRITE T-SATIR AFTER ADVANCING 2 LINES.
		ADD 2 TO TSATIRSAY.
		ADD 1 TO SYAZ.
	MALITAB-BASLIK.
		ADD 1 TO TSAYFA.
		MOVE ZERO TO TSATIRSAY.
		MOVE WTGUN TO TTARIH(1:2).
		MOVE "/" TO TTARIH(3:1).
		MOVE WTAY TO TTARIH(4:2).
		MOVE "/" TO TTARIH(6:1).
		MOVE WTYIL TO TTARIH(7:2).
		MOVE TSAYFA TO TSAYFANO.
		MOVE SPACES TO T-SATIR.
		MOVE TBASLIK TO T-SATIR(30:20).
		MOVE "TARIH :" TO T-SATIR(100:7).
		MOVE TTARIH TO T-SATIR(107:8).
		MOVE "SAYFA :" TO T-SATIR(118:7).
		MOVE TSAYFANO TO T-SATIR(125:3).
		WRITE T-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO T-SATIR.
		MOVE "SIRKET KODU :" TO T-SATIR(1:13).
		MOVE WSIRKET TO T-SATIR(15:1).
		MOVE "DONEM SONU (AA/YY) :" TO T-SATIR(20:20).
		MOVE WAY TO T-SATIR(41:2).
		MOVE "/" TO T-SATIR(43:1).
		MOVE WYIL TO T-SATIR(44:2).
		MOVE "ONCEKI YIL :" TO T-SATIR(50:12).
		MOVE WOAY TO T-SATIR(63:2).
		MOVE "/" TO T-SATIR(65:1).
		MOVE WOYIL TO T-SATIR(66:2).
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO T-SATIR.
		WRITE T-SATIR AFTER ADVANCING 1 LINE.
		ADD 3 TO TSATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH74" TO LPROGRAM.
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
		MOVE "MUH74" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SOKU TO LOKUNAN.
		MOVE SYAZ TO LYAZILAN.
		MOVE SRED TO LRED.
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
