	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH64.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  CEK / SENET VADE RAPORU (HAFTALIK)                 *****
*********  ACIK BELGELER : ALINANLARDA PORTFOY VE TAHSILDE,   *****
*********  VERILENLERDE PORTFOY DURUMUNDAKILER                *****
*********  BASLANGIC TARIHINDEN ITIBAREN 7 GUNLUK DILIMLER,   *****
*********  ONCESI "VADESI GECMIS", SONRASI "SONRAKI VADELER"  *****
*********  HER DILIM ICIN ALINAN / VERILEN / NET ARA TOPLAMI, *****
*********  SON SAYFADA DILIM OZETI VE GENEL TOPLAM            *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 28/03/1988                          *****
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
		SELECT VADERAP ASSIGN TO PRINTER "VADE.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
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
		COPY "ISLOG.COP".
	FD	VADERAP	LABEL RECORDS STANDARD.
	01	R-SATIR				PIC X(132).
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
	77	DS-CEKSEN	PIC X(2).
	77	DS-CARI		PIC X(2).
	77	CARI-ACIK	PIC X(1) VALUE "H".
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	WHAFTA		PIC 9(2) VALUE ZERO.
	77	DSAY		PIC 9(2) COMP VALUE ZERO.
	77	DX		PIC 9(2) COMP VALUE ZERO.
	77	ESKI-DX		PIC 9(2) COMP VALUE ZERO.
	77	KX		PIC 9(2) COMP VALUE ZERO.
	77	WBOLUM		PIC 9(2) VALUE ZERO.
	77	WKALAN		PIC 9(1) VALUE ZERO.
	77	WAYGUN		PIC 9(2) VALUE ZERO.
	77	WNET		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	RNET		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	RHAFTA		PIC Z9.
	77	RADET		PIC ZZZZ9.
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	77	RVADE		PIC X(8).
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
	01	WDTARIH.
		02 WDYIL		PIC 99.
		02 WDAY			PIC 99.
		02 WDGUN		PIC 99.
	01	AY-GUNLERI		PIC X(24)
			VALUE "312831303130313130313031".
	01	AY-GUNLERI-R REDEFINES AY-GUNLERI.
		02 AY-GUN OCCURS 12 TIMES PIC 99.
*******************************************************************
*********  DILIMLER : 1 VADESI GECMIS, 2..N+1 HAFTALAR,       *****
*********  N+2 SONRAKI VADELER. DB-TARIH DILIMIN ILK GUNU     *****
*******************************************************************
	01	DILIM-TABLOSU.
		02 DT-SATIR OCCURS 14 TIMES.
			03 DT-TARIH		PIC X(6).
			03 DT-ALINAN		PIC 9(11)V99 COMP-3.
			03 DT-VERILEN		PIC 9(11)V99 COMP-3.
			03 DT-ADET		PIC 9(5) COMP-3.
	01	GENEL-TOPLAM.
		02 GT-ALINAN		PIC 9(11)V99 COMP-3.
		02 GT-VERILEN		PIC 9(11)V99 COMP-3.
		02 GT-ADET		PIC 9(5) COMP-3.
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
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH64 - CEK / SENET VADE RAPORU"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	TARIH-AL.
		DISPLAY "BASLANGIC TARIHI (GGAAYY) ? [      ]"
			LINE 5 POSITION 25.
		ACCEPT WGTARIH LINE 5 POSITION 54 TAB.
		IF WGGUN < 1 OR WGGUN > 31 OR WGAY < 1 OR WGAY > 12
			DISPLAY "TARIH GECERSIZ !" LINE 7 POSITION 25
				REVERSE
			GO TO TARIH-AL.
		DISPLAY SPACES LINE 7 POSITION 1 SIZE 80.
	HAFTA-AL.
		DISPLAY "HAFTA SAYISI (1-12) ? [  ]"
			LINE 6 POSITION 25.
		ACCEPT WHAFTA LINE 6 POSITION 48 TAB.
		IF WHAFTA < 1 OR WHAFTA > 12
			DISPLAY "1 ILE 12 ARASI GIRIN !"
				LINE 7 POSITION 25 REVERSE
			GO TO HAFTA-AL.
		DISPLAY SPACES LINE 7 POSITION 1 SIZE 80.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		PERFORM DILIM-HAZIRLA.
		OPEN OUTPUT VADERAP.
		DISPLAY "BELGELER TARANIYOR..." LINE 11 POSITION 25.
		PERFORM RAPOR-BASLIK.
		PERFORM BELGE-BAS THRU BELGE-SON.
		PERFORM OZET-YAZ.
		CLOSE VADERAP.
		DISPLAY "RAPOR YAZILDI (VADE.LST)"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE CEKSEN.
		IF CARI-ACIK = "E" CLOSE CARI.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  DILIM BASLANGIC TARIHLERI 7 GUN ARALIKLA KURULUR   *****
*******************************************************************
	DILIM-HAZIRLA.
		COMPUTE DSAY = WHAFTA + 2.
		MOVE WGYIL TO WDYIL.
		MOVE WGAY TO WDAY.
		MOVE WGGUN TO WDGUN.
		MOVE LOW-VALUES TO DT-TARIH(1).
		PERFORM DILIM-TARIH VARYING DX FROM 2 BY 1
			UNTIL DX > DSAY.
		PERFORM DILIM-SIFIRLA VARYING DX FROM 1 BY 1
			UNTIL DX > DSAY.
		MOVE ZERO TO GT-ALINAN GT-VERILEN GT-ADET.
		MOVE ZERO TO ESKI-DX.
	DILIM-TARIH.
		MOVE WDTARIH TO DT-TARIH(DX).
		ADD 7 TO WDGUN.
		PERFORM AY-SONU-BUL.
		IF WDGUN > WAYGUN
			SUBTRACT WAYGUN FROM WDGUN
			ADD 1 TO WDAY.
		IF WDAY > 12
			MOVE 1 TO WDAY
			ADD 1 TO WDYIL.
	DILIM-SIFIRLA.
		MOVE ZERO TO DT-ALINAN(DX) DT-VERILEN(DX) DT-ADET(DX).
	AY-SONU-BUL.
		MOVE AY-GUN(WDAY) TO WAYGUN.
		DIVIDE WDYIL BY 4 GIVING WBOLUM REMAINDER WKALAN.
		IF WDAY = 2 AND WKALAN = ZERO MOVE 29 TO WAYGUN.
*******************************************************************
*********  BELGELER VADE SIRASIYLA OKUNUR                     *****
*******************************************************************
	BELGE-BAS.
		MOVE WSIRKET TO CSVSIRKET.
		MOVE LOW-VALUES TO CSVADE.
		START CEKSEN KEY IS NOT LESS THAN CSVADE-ANAHTAR
			INVALID KEY GO TO BELGE-SON.
	BELGE-OKU.
		READ CEKSEN NEXT RECORD AT END GO TO BELGE-SON.
		IF CSVSIRKET NOT = WSIRKET GO TO BELGE-SON.
		ADD 1 TO SOKU.
		IF CSYON-ALINAN
		   AND (CSDURUM-PORTFOY OR CSDURUM-TAHSILDE)
			GO TO BELGE-ISLE.
		IF CSYON-VERILEN AND CSDURUM-PORTFOY
			GO TO BELGE-ISLE.
		GO TO BELGE-OKU.
	BELGE-ISLE.
		MOVE 1 TO DX.
		PERFORM DILIM-ARA VARYING KX FROM 2 BY 1
			UNTIL KX > DSAY.
		IF DX NOT = ESKI-DX AND ESKI-DX NOT = ZERO
			PERFORM ARA-TOPLAM-YAZ.
		IF DX NOT = ESKI-DX PERFORM DILIM-BASLIK.
		MOVE DX TO ESKI-DX.
		PERFORM SATIR-YAZ.
		GO TO BELGE-OKU.
	BELGE-SON.
		IF ESKI-DX NOT = ZERO PERFORM ARA-TOPLAM-YAZ.
	DILIM-ARA.
		IF CSVADE NOT < DT-TARIH(KX) MOVE KX TO DX.
	SATIR-YAZ.
		IF RSATIRSAY NOT < 55 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE CSVGUN TO RVADE(1:2).
		MOVE "/" TO RVADE(3:1).
		MOVE CSVAY TO RVADE(4:2).
		MOVE "/" TO RVADE(6:1).
		MOVE CSVYIL TO RVADE(7:2).
		MOVE RVADE TO R-SATIR(1:8).
		MOVE CSNO TO R-SATIR(11:10).
		MOVE CSYON TO R-SATIR(23:1).
		MOVE CSTUR TO R-SATIR(25:1).
		MOVE CSCARI TO R-SATIR(28:9).
		MOVE SPACES TO CUNVAN.
		IF CARI-ACIK = "E"
			MOVE WSIRKET TO CSIRKET
			MOVE CSCARI TO CHESNO
			READ CARI INVALID KEY
				MOVE SPACES TO CUNVAN.
		MOVE CUNVAN TO R-SATIR(38:24).
		MOVE CSBANKA TO R-SATIR(63:20).
		MOVE CSDURUM TO R-SATIR(84:1).
		MOVE CSTUTAR TO RTUTAR.
		IF CSYON-ALINAN
			MOVE RTUTAR TO R-SATIR(87:14)
			ADD CSTUTAR TO DT-ALINAN(DX) GT-ALINAN
		ELSE
			MOVE RTUTAR TO R-SATIR(102:14)
			ADD CSTUTAR TO DT-VERILEN(DX) GT-VERILEN.
		ADD 1 TO DT-ADET(DX) GT-ADET.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY SYAZ.
	DILIM-BASLIK.
		IF RSATIRSAY NOT < 53 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		PERFORM DILIM-ADI THRU DILIM-ADI-SON.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	DILIM-ADI.
		MOVE SPACES TO R-SATIR.
		IF DX = 1
			MOVE "VADESI GECMIS" TO R-SATIR(1:13).
		IF DX = DSAY
			MOVE "SONRAKI VADELER" TO R-SATIR(1:15).
		IF DX = 1 OR DX = DSAY GO TO DILIM-ADI-SON.
		COMPUTE RHAFTA = DX - 1.
		MOVE RHAFTA TO R-SATIR(1:2).
		MOVE ". HAFTA" TO R-SATIR(3:7).
		MOVE DT-TARIH(DX) TO WDTARIH.
		PERFORM TARIH-YAZ.
		MOVE RVADE TO R-SATIR(12:8).
		MOVE "TARIHINDEN ITIBAREN 7 GUN" TO R-SATIR(21:25).
	DILIM-ADI-SON.
		CONTINUE.
	TARIH-YAZ.
		MOVE WDGUN TO RVADE(1:2).
		MOVE "/" TO RVADE(3:1).
		MOVE WDAY TO RVADE(4:2).
		MOVE "/" TO RVADE(6:1).
		MOVE WDYIL TO RVADE(7:2).
	ARA-TOPLAM-YAZ.
		IF RSATIRSAY NOT < 54 PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE "ARA TOPLAM" TO R-SATIR(38:10).
		PERFORM TUTAR-KOLON.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
	TUTAR-KOLON.
		MOVE DT-ALINAN(ESKI-DX) TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(87:14).
		MOVE DT-VERILEN(ESKI-DX) TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(102:14).
		COMPUTE WNET = DT-ALINAN(ESKI-DX) - DT-VERILEN(ESKI-DX).
		MOVE WNET TO RNET.
		MOVE RNET TO R-SATIR(117:15).
*******************************************************************
*********  OZET : DILIM BAZINDA ADET VE TUTARLAR              *****
*******************************************************************
	OZET-YAZ.
		PERFORM RAPOR-BASLIK.
		MOVE SPACES TO R-SATIR.
		MOVE "VADE DILIMLERI OZETI" TO R-SATIR(1:20).
		MOVE "ADET" TO R-SATIR(79:4).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		PERFORM OZET-SATIR VARYING DX FROM 1 BY 1
			UNTIL DX > DSAY.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "GENEL TOPLAM" TO R-SATIR(1:12).
		MOVE GT-ADET TO RADET.
		MOVE RADET TO R-SATIR(78:5).
		MOVE GT-ALINAN TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(87:14).
		MOVE GT-VERILEN TO RTUTAR.
		MOVE RTUTAR TO R-SATIR(102:14).
		COMPUTE WNET = GT-ALINAN - GT-VERILEN.
		MOVE WNET TO RNET.
		MOVE RNET TO R-SATIR(117:15).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
	OZET-SATIR.
		PERFORM DILIM-ADI THRU DILIM-ADI-SON.
		MOVE DT-ADET(DX) TO RADET.
		MOVE RADET TO R-SATIR(78:5).
		MOVE DX TO ESKI-DX.
		PERFORM TUTAR-KOLON.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
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
		MOVE "CEK / SENET VADE RAPORU" TO R-SATIR(30:23).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "SIRKET KODU :" TO R-SATIR(1:13).
		MOVE WSIRKET TO R-SATIR(15:1).
		MOVE "BASLANGIC :" TO R-SATIR(20:11).
		MOVE WGGUN TO R-SATIR(32:2).
		MOVE "/" TO R-SATIR(34:1).
		MOVE WGAY TO R-SATIR(35:2).
		MOVE "/" TO R-SATIR(37:1).
		MOVE WGYIL TO R-SATIR(38:2).
		MOVE "HAFTA :" TO R-SATIR(44:7).
		MOVE WHAFTA TO R-SATIR(52:2).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "VADE" TO R-SATIR(1:4).
		MOVE "BELGE NO" TO R-SATIR(11:8).
		MOVE "Y T" TO R-SATIR(23:3).
		MOVE "CARI" TO R-SATIR(28:4).
		MOVE "UNVAN" TO R-SATIR(38:5).
		MOVE "BANKA / SUBE" TO R-SATIR(63:12).
		MOVE "D" TO R-SATIR(84:1).
		MOVE "ALINAN" TO R-SATIR(95:6).
		MOVE "VERILEN" TO R-SATIR(109:7).
		MOVE "NET" TO R-SATIR(128:3).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO RSATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH64" TO LPROGRAM.
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
		MOVE "MUH64" TO LPROGRAM.
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
