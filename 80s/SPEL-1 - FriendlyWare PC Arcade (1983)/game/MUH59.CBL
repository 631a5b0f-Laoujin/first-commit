	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH59.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  BA-BS BILDIRIM FORMLARI (BABS.LST + A:BABS.SEQ)    *****
*********  AYLIK MUHYIL HAREKETLERINDEN FIS BAZINDA KDV HARIC *****
*********  TUTAR (YHKDVKOD DOLU MATRAH SATIRLARI) : B = ALIS  *****
*********  (FORM BA), A = SATIS (FORM BS). FISIN CARISI, CARI *****
*********  KARTI (CARI.DAT) OLAN ILK SATIRIN HESABIDIR.       *****
*********  CARI TOPLAMI ESIK.DAT SINIRINA ESIT/FAZLA OLANLAR  *****
*********  FORMA VE DISKETE YAZILIR, BELGE SAYISI ILE.        *****
*********  SON SAYFA : VERGI NO EKSIK CARI KARTLAR            *****
*********  B KAYDI : TIP(1) SIRKET(1) YIL(2) AY(2) SINIR(11,2)*****
*********            DOKUM TARIHI YYAAGG(6)                   *****
*********  H KAYDI : TIP(1) FORM BA/BS(2) SIRA(3) VERGI NO(11)*****
*********            UNVAN(30) ULKE(15) BELGE SAYISI(4)       *****
*********            TUTAR(11,2)                              *****
*********  S KAYDI : TIP(1) BA SAYI(3) BA TUTAR(11,2)         *****
*********            BS SAYI(3) BS TUTAR(11,2)                *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 02/05/1988                          *****
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
		SELECT CARI ASSIGN TO RANDOM "CARI.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CANAHTAR
			FILE STATUS IS DS-CARI.
		SELECT ESIK ASSIGN TO RANDOM "ESIK.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS ESANAHTAR
			FILE STATUS IS DS-ESIK.
		SELECT DEGISIM ASSIGN TO RANDOM "DEGISIM.DAT"
			FILE STATUS IS DS-DEGISIM.
		SELECT SIRALI ASSIGN TO RANDOM "SIRALI.TMP".
		SELECT BABS ASSIGN TO PRINTER "BABS.LST".
		SELECT DISKET ASSIGN TO RANDOM "A:BABS.SEQ"
			FILE STATUS IS DS-DISKET.
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
		COPY "CARI.COP".
		COPY "ESIK.COP".
		COPY "DEGISIM.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	SD	SIRALI.
	01	S-KAYIT.
		02 S-FORM			PIC X(1).
		02 S-HESNO			PIC X(9).
		02 S-TUTAR			PIC 9(11)V99 COMP-3.
	FD	BABS	LABEL RECORDS STANDARD.
	01	R-SATIR				PIC X(132).
	FD	DISKET	LABEL RECORDS STANDARD.
	01	A-KAYIT				PIC X(80).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	DS-DEGISIM	PIC X(2).
	77	DEGISIM-TIPI	PIC X(1) VALUE SPACES.
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	WYIL		PIC X(2) VALUE SPACES.
	77	WAY		PIC X(2) VALUE SPACES.
	77	DS-MUHYIL	PIC X(2).
	77	DS-CARI		PIC X(2).
	77	DS-ESIK		PIC X(2).
	77	DS-DISKET	PIC X(2).
	77	BABS-ACIK	PIC X(1) VALUE "H".
	77	WESIK		PIC 9(11)V99 VALUE ZERO.
	77	AKTIF-FISKEY	PIC X(11) VALUE SPACES.
	77	FIS-CARI	PIC X(9) VALUE SPACES.
	77	FIS-ALIS	PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	FIS-SATIS	PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	AKTIF-FORM	PIC X(1) VALUE SPACES.
	77	AKTIF-HESNO	PIC X(9) VALUE SPACES.
	77	HTUTAR		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	HADET		PIC 9(5) VALUE ZERO.
	77	FSAYI		PIC 9(3) VALUE ZERO.
	77	FADET		PIC 9(5) VALUE ZERO.
	77	FTUTAR		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	BA-ACILDI	PIC X(1) VALUE "H".
	77	BS-ACILDI	PIC X(1) VALUE "H".
	77	BULUNDU		PIC X(1) VALUE "H".
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	SKARTSIZ	PIC 9(5) VALUE ZERO.
	77	SALTI		PIC 9(5) VALUE ZERO.
	77	SEKSIK		PIC 9(5) VALUE ZERO.
	77	ESAY		PIC 9(3) COMP VALUE ZERO.
	77	EX		PIC 9(3) COMP VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	GESIK		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
	77	RTUTAR		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
	77	WSAYFA-TIP	PIC X(1) VALUE "A".
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	ONCE-IMAJ		PIC X(200).
	01	SONRA-IMAJ		PIC X(200).
	01	FORM-TOPLAMLARI.
		02 BA-SAYI		PIC 9(3).
		02 BA-TUTAR		PIC 9(11)V99 COMP-3.
		02 BS-SAYI		PIC 9(3).
		02 BS-TUTAR		PIC 9(11)V99 COMP-3.
*******************************************************************
*********  FORMDA OLUP VERGI NO'SU EKSIK CARILER (EN COK 200) *****
*******************************************************************
	01	EKSIK-TABLOSU.
		02 EK-HESNO OCCURS 200 TIMES	PIC X(9).
	01	BAS-KAYDI.
		02 BAS-TIP		PIC X(1) VALUE "B".
		02 BAS-SIRKET		PIC X(1).
		02 BAS-YIL		PIC X(2).
		02 BAS-AY		PIC X(2).
		02 BAS-ESIK		PIC 9(11),99.
		02 BAS-DOKUM-TARIHI	PIC 9(6).
		02 FILLER		PIC X(54) VALUE SPACES.
	01	HAR-KAYDI.
		02 HAR-TIP		PIC X(1) VALUE "H".
		02 HAR-FORM		PIC X(2).
		02 HAR-SIRA		PIC 9(3).
		02 HAR-VERGINO		PIC X(11).
		02 HAR-UNVAN		PIC X(30).
		02 HAR-ULKE		PIC X(15).
		02 HAR-ADET		PIC 9(4).
		02 HAR-TUTAR		PIC 9(11),99.
	01	SON-KAYDI.
		02 SON-TIP		PIC X(1) VALUE "S".
		02 SON-BA-SAYI		PIC 9(3).
		02 SON-BA-TUTAR		PIC 9(11),99.
		02 SON-BS-SAYI		PIC 9(3).
		02 SON-BS-TUTAR		PIC 9(11),99.
		02 FILLER		PIC X(45) VALUE SPACES.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT MUHYIL.
		IF DS-MUHYIL NOT = "00"
			DISPLAY "YILLIK DOSYA (YENI.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN INPUT CARI.
		IF DS-CARI NOT = "00"
			DISPLAY "CARI KART DOSYASI (CARI.DAT) YOK"
				LINE 10 POSITION 25
			CLOSE MUHYIL
			STOP RUN.
		OPEN I-O ESIK.
		IF DS-ESIK = "35"
			OPEN OUTPUT ESIK
			CLOSE ESIK
			OPEN I-O ESIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH59 - BA-BS BILDIRIM FORMLARI"
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
		DISPLAY "AY GIRINIZ (AA) ? [  ]" LINE 6 POSITION 25.
		ACCEPT WAY LINE 6 POSITION 44 TAB.
		IF WAY NOT NUMERIC OR WAY < "01" OR WAY > "12"
			DISPLAY "AY GECERSIZ !" LINE 14 POSITION 25
			GO TO AY-AL.
		DISPLAY SPACES LINE 14 POSITION 1 SIZE 80.
		PERFORM ESIK-AL THRU ESIK-AL-SON.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 12 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		OPEN OUTPUT DISKET.
		IF DS-DISKET NOT = "00"
			DISPLAY "A: SURUCUSUNDE DISKET YOK"
				LINE 14 POSITION 25 REVERSE
			MOVE "DISKET YOK" TO WSONUC
			MOVE 1 TO SRED
			GO TO KAPAT.
		OPEN OUTPUT BABS.
		MOVE "E" TO BABS-ACIK.
		MOVE ZERO TO BA-SAYI BA-TUTAR BS-SAYI BS-TUTAR.
		MOVE WSIRKET TO BAS-SIRKET.
		MOVE WYIL TO BAS-YIL.
		MOVE WAY TO BAS-AY.
		MOVE WESIK TO BAS-ESIK.
		MOVE WTARIH TO BAS-DOKUM-TARIHI.
		WRITE A-KAYIT FROM BAS-KAYDI.
		DISPLAY "HAREKETLER TARANIYOR..." LINE 14 POSITION 25.
		SORT SIRALI ON ASCENDING KEY S-FORM S-HESNO
			INPUT PROCEDURE IS SECME-BAS THRU SECME-SON
			OUTPUT PROCEDURE IS DOKUM-BAS THRU DOKUM-SON.
		MOVE BA-SAYI TO SON-BA-SAYI.
		MOVE BA-TUTAR TO SON-BA-TUTAR.
		MOVE BS-SAYI TO SON-BS-SAYI.
		MOVE BS-TUTAR TO SON-BS-TUTAR.
		WRITE A-KAYIT FROM SON-KAYDI.
		CLOSE DISKET.
		PERFORM EKSIK-LISTE THRU EKSIK-LISTE-SON.
		PERFORM OZET-YAZ.
		IF SRED > ZERO
			MOVE "VERGI NO EKSIK" TO WSONUC
			DISPLAY "FORMDA VERGI NO'SU EKSIK CARI VAR !"
				LINE 17 POSITION 25 REVERSE.
		DISPLAY "FORMLAR YAZILDI (BABS.LST, A:BABS.SEQ)"
			LINE 15 POSITION 25.
		DISPLAY "BA :" LINE 16 POSITION 25.
		MOVE BA-SAYI TO GSAYAC.
		DISPLAY GSAYAC LINE 16 POSITION 30.
		DISPLAY "BS :" LINE 16 POSITION 40.
		MOVE BS-SAYI TO GSAYAC.
		DISPLAY GSAYAC LINE 16 POSITION 45.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHYIL CARI ESIK.
		IF BABS-ACIK = "E" CLOSE BABS.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  BILDIRIM SINIRI : SIRKET + YIL ICIN ESIK.DAT'TAN   *****
*******************************************************************
	ESIK-AL.
		MOVE WSIRKET TO ESSIRKET.
		MOVE WYIL TO ESYIL.
		READ ESIK INVALID KEY GO TO ESIK-YENI.
		MOVE ESTUTAR TO WESIK.
		MOVE WESIK TO GESIK.
		DISPLAY "BILDIRIM SINIRI :" LINE 7 POSITION 25.
		DISPLAY GESIK LINE 7 POSITION 43.
		DISPLAY "DEGISTIRILSIN MI [E/H] ? [   ]"
			LINE 8 POSITION 25.
		ACCEPT CEV LINE 8 POSITION 52 TAB.
		IF CEV NOT = "E" GO TO ESIK-AL-SON.
		MOVE ESIK-KAYDI TO ONCE-IMAJ.
		PERFORM TUTAR-AL THRU TUTAR-AL-SON.
		MOVE WESIK TO ESTUTAR.
		MOVE WOPKOD TO ESOPKOD.
		ACCEPT ESTARIH FROM DATE.
		REWRITE ESIK-KAYDI.
		MOVE ESIK-KAYDI TO SONRA-IMAJ.
		MOVE "D" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
		GO TO ESIK-AL-SON.
	ESIK-YENI.
		DISPLAY "BU YIL ICIN BILDIRIM SINIRI TANIMLI DEGIL"
			LINE 7 POSITION 25.
		PERFORM TUTAR-AL THRU TUTAR-AL-SON.
		MOVE WSIRKET TO ESSIRKET.
		MOVE WYIL TO ESYIL.
		MOVE WESIK TO ESTUTAR.
		MOVE WOPKOD TO ESOPKOD.
		ACCEPT ESTARIH FROM DATE.
		WRITE ESIK-KAYDI INVALID KEY
			DISPLAY "YAZILAMADI" LINE 14 POSITION 25
			GO TO ESIK-AL-SON.
		MOVE SPACES TO ONCE-IMAJ.
		MOVE ESIK-KAYDI TO SONRA-IMAJ.
		MOVE "E" TO DEGISIM-TIPI.
		PERFORM DEGISIM-YAZ.
	ESIK-AL-SON.
		CONTINUE.
	TUTAR-AL.
		DISPLAY "SINIR TUTARI (TL) ?" LINE 9 POSITION 25.
		DISPLAY "[              ]" LINE 9 POSITION 45.
		MOVE ZERO TO WESIK.
		ACCEPT WESIK LINE 9 POSITION 46 TAB.
		IF WESIK = ZERO
			DISPLAY "SINIR SIFIR OLAMAZ" LINE 14 POSITION 25
				REVERSE
			GO TO TUTAR-AL.
		DISPLAY SPACES LINE 14 POSITION 1 SIZE 80.
	TUTAR-AL-SON.
		CONTINUE.
*******************************************************************
*********  AYIN HAREKETLERI FIS SIRASIYLA : FIS BAZINDA CARI  *****
*********  VE KDV HARIC ALIS/SATIS TUTARI SIRALAMAYA VERILIR  *****
*******************************************************************
	SECME-BAS.
		MOVE SPACES TO AKTIF-FISKEY FIS-CARI.
		MOVE ZERO TO FIS-ALIS FIS-SATIS.
		MOVE WYIL TO YHYIL.
		MOVE WAY TO YHAY.
		MOVE LOW-VALUES TO YHGUN YHFISNO.
		START MUHYIL KEY IS NOT LESS THAN YHFISKEY
			INVALID KEY GO TO SECME-SON.
	SECME-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO SECME-TAMAM.
		IF YHYIL NOT = WYIL OR YHAY NOT = WAY
			GO TO SECME-TAMAM.
		IF YHSIRKET NOT = WSIRKET GO TO SECME-OKU.
		ADD 1 TO SOKU.
		IF YHFISKEY NOT = AKTIF-FISKEY PERFORM FIS-DEGISTI.
		IF YHKDVKOD = SPACES GO TO SECME-CARI.
		IF YHBA = "A"
			ADD YHTL TO FIS-SATIS
		ELSE
			ADD YHTL TO FIS-ALIS.
		GO TO SECME-OKU.
	SECME-CARI.
		IF FIS-CARI NOT = SPACES GO TO SECME-OKU.
		MOVE WSIRKET TO CSIRKET.
		MOVE YHHESNO TO CHESNO.
		READ CARI INVALID KEY GO TO SECME-OKU.
		MOVE YHHESNO TO FIS-CARI.
		GO TO SECME-OKU.
	SECME-TAMAM.
		IF AKTIF-FISKEY NOT = SPACES
			PERFORM FIS-YAZ THRU FIS-YAZ-SON.
	SECME-SON.
		CONTINUE.
	FIS-DEGISTI.
		IF AKTIF-FISKEY NOT = SPACES
			PERFORM FIS-YAZ THRU FIS-YAZ-SON.
		MOVE YHFISKEY TO AKTIF-FISKEY.
		MOVE SPACES TO FIS-CARI.
		MOVE ZERO TO FIS-ALIS FIS-SATIS.
	FIS-YAZ.
		IF FIS-ALIS = ZERO AND FIS-SATIS = ZERO
			GO TO FIS-YAZ-SON.
		IF FIS-CARI = SPACES
			ADD 1 TO SKARTSIZ
			GO TO FIS-YAZ-SON.
		MOVE FIS-CARI TO S-HESNO.
		IF FIS-ALIS NOT = ZERO
			MOVE "A" TO S-FORM
			MOVE FIS-ALIS TO S-TUTAR
			RELEASE S-KAYIT.
		IF FIS-SATIS NOT = ZERO
			MOVE "S" TO S-FORM
			MOVE FIS-SATIS TO S-TUTAR
			RELEASE S-KAYIT.
	FIS-YAZ-SON.
		CONTINUE.
*******************************************************************
*********  FORM + CARI BAZINDA TOPLAM VE BELGE SAYISI         *****
*******************************************************************
	DOKUM-BAS.
		MOVE SPACES TO AKTIF-FORM AKTIF-HESNO.
		MOVE ZERO TO HTUTAR HADET.
	DOKUM-OKU.
		RETURN SIRALI AT END GO TO DOKUM-TAMAM.
		IF S-FORM NOT = AKTIF-FORM OR S-HESNO NOT = AKTIF-HESNO
			PERFORM CARI-DEGISTI.
		ADD S-TUTAR TO HTUTAR.
		ADD 1 TO HADET.
		GO TO DOKUM-OKU.
	DOKUM-TAMAM.
		IF AKTIF-HESNO NOT = SPACES
			PERFORM CARI-SATIR THRU CARI-SATIR-SON.
		IF AKTIF-FORM NOT = SPACES
			PERFORM FORM-TOPLAM THRU FORM-TOPLAM-SON.
		IF BA-ACILDI = "H"
			MOVE "A" TO AKTIF-FORM
			PERFORM FORM-BASLA
			PERFORM FORM-TOPLAM THRU FORM-TOPLAM-SON.
		IF BS-ACILDI = "H"
			MOVE "S" TO AKTIF-FORM
			PERFORM FORM-BASLA
			PERFORM FORM-TOPLAM THRU FORM-TOPLAM-SON.
	DOKUM-SON.
		CONTINUE.
	CARI-DEGISTI.
		IF AKTIF-HESNO NOT = SPACES
			PERFORM CARI-SATIR THRU CARI-SATIR-SON.
		IF S-FORM NOT = AKTIF-FORM PERFORM FORM-DEGISTI.
		MOVE S-HESNO TO AKTIF-HESNO.
		MOVE ZERO TO HTUTAR HADET.
	FORM-DEGISTI.
		IF AKTIF-FORM NOT = SPACES
			PERFORM FORM-TOPLAM THRU FORM-TOPLAM-SON.
		IF S-FORM = "S" AND BA-ACILDI = "H"
			MOVE "A" TO AKTIF-FORM
			PERFORM FORM-BASLA
			PERFORM FORM-TOPLAM THRU FORM-TOPLAM-SON.
		MOVE S-FORM TO AKTIF-FORM.
		PERFORM FORM-BASLA.
	FORM-BASLA.
		MOVE ZERO TO FSAYI FADET FTUTAR.
		IF AKTIF-FORM = "A"
			MOVE "E" TO BA-ACILDI
		ELSE
			MOVE "E" TO BS-ACILDI.
		MOVE AKTIF-FORM TO WSAYFA-TIP.
		PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
	CARI-SATIR.
		IF HTUTAR < WESIK
			ADD 1 TO SALTI
			GO TO CARI-SATIR-SON.
		MOVE WSIRKET TO CSIRKET.
		MOVE AKTIF-HESNO TO CHESNO.
		READ CARI INVALID KEY
			MOVE "*** CARI KART YOK ***" TO CUNVAN
			MOVE SPACES TO CVERGIDAIRE CVERGINO CULKE.
		ADD 1 TO FSAYI SYAZ.
		ADD HADET TO FADET.
		ADD HTUTAR TO FTUTAR.
		IF RSATIRSAY NOT < 55
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		MOVE FSAYI TO R-SATIR(1:3).
		MOVE AKTIF-HESNO TO R-SATIR(5:9).
		MOVE CUNVAN TO R-SATIR(15:30).
		MOVE CVERGIDAIRE TO R-SATIR(46:20).
		MOVE CVERGINO TO R-SATIR(67:11).
		MOVE CULKE TO R-SATIR(79:15).
		MOVE HADET TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(95:5).
		MOVE HTUTAR TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(101:17).
		IF CVERGINO = SPACES
			MOVE "VERGI NO YOK" TO R-SATIR(120:12)
			PERFORM EKSIK-EKLE.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
		IF AKTIF-FORM = "A"
			MOVE "BA" TO HAR-FORM
		ELSE
			MOVE "BS" TO HAR-FORM.
		MOVE FSAYI TO HAR-SIRA.
		MOVE CVERGINO TO HAR-VERGINO.
		MOVE CUNVAN TO HAR-UNVAN.
		MOVE CULKE TO HAR-ULKE.
		MOVE HADET TO HAR-ADET.
		MOVE HTUTAR TO HAR-TUTAR.
		WRITE A-KAYIT FROM HAR-KAYDI.
	CARI-SATIR-SON.
		CONTINUE.
	EKSIK-EKLE.
		ADD 1 TO SRED.
		IF ESAY < 200
			ADD 1 TO ESAY
			MOVE AKTIF-HESNO TO EK-HESNO(ESAY).
	FORM-TOPLAM.
		IF RSATIRSAY NOT < 54
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		IF FSAYI = ZERO
			MOVE "BILDIRIM SINIRINI ASAN CARI YOK"
				TO R-SATIR(1:31)
			GO TO FORM-TOPLAM-BAS.
		MOVE "TOPLAM CARI SAYISI :" TO R-SATIR(1:20).
		MOVE FSAYI TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(22:5).
		MOVE "TOPLAM" TO R-SATIR(86:6).
		MOVE FADET TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(95:5).
		MOVE FTUTAR TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(101:17).
	FORM-TOPLAM-BAS.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
		IF AKTIF-FORM = "A"
			MOVE FSAYI TO BA-SAYI
			MOVE FTUTAR TO BA-TUTAR
		ELSE
			MOVE FSAYI TO BS-SAYI
			MOVE FTUTAR TO BS-TUTAR.
	FORM-TOPLAM-SON.
		CONTINUE.
*******************************************************************
*********  VERGI NO'SU BOS CARI KARTLAR (FORMDAKILER ISARETLI)*****
*******************************************************************
	EKSIK-LISTE.
		MOVE "E" TO WSAYFA-TIP.
		PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE ZERO TO SEKSIK.
		MOVE WSIRKET TO CSIRKET.
		MOVE LOW-VALUES TO CHESNO.
		START CARI KEY IS NOT LESS THAN CANAHTAR
			INVALID KEY GO TO EKSIK-LISTE-TAMAM.
	EKSIK-OKU.
		READ CARI NEXT RECORD AT END GO TO EKSIK-LISTE-TAMAM.
		IF CSIRKET NOT = WSIRKET GO TO EKSIK-LISTE-TAMAM.
		IF CVERGINO NOT = SPACES GO TO EKSIK-OKU.
		ADD 1 TO SEKSIK.
		IF RSATIRSAY NOT < 55
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		MOVE CHESNO TO R-SATIR(1:9).
		MOVE CTIP TO R-SATIR(11:1).
		MOVE CUNVAN TO R-SATIR(13:30).
		MOVE CVERGIDAIRE TO R-SATIR(44:20).
		MOVE CSEHIR TO R-SATIR(65:15).
		MOVE CULKE TO R-SATIR(81:15).
		MOVE "H" TO BULUNDU.
		PERFORM EKSIK-ARA VARYING EX FROM 1 BY 1
			UNTIL EX > ESAY.
		IF BULUNDU = "E"
			MOVE "*** BU AYIN FORMUNDA ***"
				TO R-SATIR(97:24).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
		GO TO EKSIK-OKU.
	EKSIK-LISTE-TAMAM.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "VERGI NO'SU EKSIK CARI KART :" TO R-SATIR(1:29).
		MOVE SEKSIK TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(31:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	EKSIK-LISTE-SON.
		CONTINUE.
	EKSIK-ARA.
		IF EK-HESNO(EX) = CHESNO MOVE "E" TO BULUNDU.
	OZET-YAZ.
		IF RSATIRSAY NOT < 52
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "OKUNAN HAREKET SAYISI        :" TO R-SATIR(1:30).
		MOVE SOKU TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(32:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "SINIRIN ALTINDA KALAN CARI   :" TO R-SATIR(1:30).
		MOVE SALTI TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(32:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "CARI KARTSIZ KDV'LI FIS SAYISI:"
			TO R-SATIR(1:31).
		MOVE SKARTSIZ TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(32:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 4 TO RSATIRSAY.
	RAPOR-BASLIK.
		ADD 1 TO RSAYFA.
		MOVE ZERO TO RSATIRSAY.
		MOVE WTGUN TO RTARIH(1:2).
		MOVE "/" TO RTARIH(3:1).
		MOVE WTAY TO RTARIH(4:2).
		MOVE "/" TO RTARIH(6:1).
		MOVE WTYIL TO RTARIH(7:2).
		MOVE RSAYFA TO RSAYFANO.
		MOVE SPACES TO R-SATIR.
		IF WSAYFA-TIP = "A"
			MOVE "FORM BA - MAL VE HIZMET ALIMLARI"
				TO R-SATIR(30:32).
		IF WSAYFA-TIP = "S"
			MOVE "FORM BS - MAL VE HIZMET SATISLARI"
				TO R-SATIR(30:33).
		IF WSAYFA-TIP = "E"
			MOVE "VERGI NO'SU EKSIK CARI KARTLAR"
				TO R-SATIR(30:30).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "SIRKET KODU :" TO R-SATIR(1:13).
		MOVE WSIRKET TO R-SATIR(15:1).
		MOVE "DONEM (AA/YY) :" TO R-SATIR(20:15).
		MOVE WAY TO R-SATIR(36:2).
		MOVE "/" TO R-SATIR(38:1).
		MOVE WYIL TO R-SATIR(39:2).
		MOVE "BILDIRIM SINIRI :" TO R-SATIR(50:17).
		MOVE WESIK TO GESIK.
		MOVE GESIK TO R-SATIR(68:17).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		IF WSAYFA-TIP = "E" GO TO RAPOR-BASLIK-EKSIK.
		MOVE "SIRA" TO R-SATIR(1:4).
		MOVE "HESAP NO" TO R-SATIR(5:8).
		MOVE "UNVAN" TO R-SATIR(15:5).
		MOVE "VERGI DAIRESI" TO R-SATIR(46:13).
		MOVE "VERGI NO" TO R-SATIR(67:8).
		MOVE "ULKE" TO R-SATIR(79:4).
		MOVE "BELGE" TO R-SATIR(95:5).
		MOVE "TUTAR (KDV HARIC)" TO R-SATIR(101:17).
		GO TO RAPOR-BASLIK-SON.
	RAPOR-BASLIK-EKSIK.
		MOVE "HESAP NO" TO R-SATIR(1:8).
		MOVE "T" TO R-SATIR(11:1).
		MOVE "UNVAN" TO R-SATIR(13:5).
		MOVE "VERGI DAIRESI" TO R-SATIR(44:13).
		MOVE "SEHIR" TO R-SATIR(65:5).
		MOVE "ULKE" TO R-SATIR(81:4).
	RAPOR-BASLIK-SON.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO RSATIRSAY.
	DEGISIM-YAZ.
		OPEN EXTEND DEGISIM.
		IF DS-DEGISIM NOT = "00"
			OPEN OUTPUT DEGISIM.
		MOVE "ESIK" TO DGDOSYA.
		MOVE DEGISIM-TIPI TO DGISLEM.
		MOVE SONRA-IMAJ(1:3) TO DGANAHTAR.
		MOVE "MUH59" TO DGPROGRAM.
		MOVE WOPKOD TO DGOPKOD.
		ACCEPT DGTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO DGSAAT.
		MOVE ONCE-IMAJ TO DGONCE.
		MOVE SONRA-IMAJ TO DGSONRA.
		WRITE DEGISIM-KAYDI.
		CLOSE DEGISIM.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH59" TO LPROGRAM.
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
		MOVE "MUH59" TO LPROGRAM.
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
