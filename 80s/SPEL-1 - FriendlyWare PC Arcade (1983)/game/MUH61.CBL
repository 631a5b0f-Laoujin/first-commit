	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH61.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  GECE ISLEM ZINCIRI                                 *****
*********  SECILEN SIRKET ICIN TEK OPERATOR GIRISI ILE        *****
*********  SIRASIYLA MUH93, MUH99, MUH88, MUH91, MUH77.       *****
*********  HER ADIMDAN SONRA ISLOG.DAT BITIS KAYDI OKUNUR,    *****
*********  RED VARSA VEYA SONUC BITTI DEGILSE ZINCIR DURUR.   *****
*********  DURUM ZINCIR.DAT'TA TUTULUR, SONRAKI CALISMADA     *****
*********  DURULAN ADIMDAN DEVAM EDILIR. OZET GECE.LST        *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 18/04/1988                          *****
*******************************************************************
	ENVIRONMENT DIVISION.
	CONFIGURATION SECTION.
	SOURCE-COMPUTER. NCR-PC.
	OBJECT-COMPUTER. NCR-PC.
	SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ZINCIR ASSIGN TO RANDOM "ZINCIR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ZNANAHTAR
			FILE STATUS IS DS-ZINCIR.
		SELECT GECE ASSIGN TO PRINTER "GECE.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "ZINCIR.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	GECE	LABEL RECORDS STANDARD.
	01	R-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	DS-OPKUTUK	PIC X(2).
	77	WOPKOD		PIC X(3) VALUE SPACES.
	77	WSIFRE		PIC X(8) VALUE SPACES.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	WYIL		PIC X(2) VALUE SPACES.
	77	DS-ZINCIR	PIC X(2).
	77	KAYIT-VAR	PIC X(1) VALUE "E".
	77	WPROGRAM	PIC X(5) VALUE SPACES.
	77	CAGRI-TAMAM	PIC X(1) VALUE "E".
	77	ADIM-HATA	PIC X(1) VALUE "H".
	77	BULUNDU		PIC X(1) VALUE "H".
	77	AX		PIC 9(1) VALUE ZERO.
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	BL-OKUNAN	PIC 9(5) VALUE ZERO.
	77	BL-YAZILAN	PIC 9(5) VALUE ZERO.
	77	BL-RED		PIC 9(5) VALUE ZERO.
	77	BL-SONUC	PIC X(15) VALUE SPACES.
	77	GSAYAC		PIC Z(4)9.
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WBAS-ZAMAN.
		02 WBAS-TARIH		PIC 9(6).
		02 WBAS-SAAT		PIC X(6).
	01	WL-ZAMAN.
		02 WL-TARIH		PIC 9(6).
		02 WL-SAAT		PIC X(6).
	01	WG-TARIH		PIC 9(6).
	01	WG-TARIH-R REDEFINES WG-TARIH.
		02 WGYIL		PIC 99.
		02 WGAY			PIC 99.
		02 WGGUN		PIC 99.
*******************************************************************
*********  ZINCIR ADIMLARI, CALISMA SIRASI ILE                *****
*******************************************************************
	01	ADIM-PROGRAMLARI		PIC X(25)
			VALUE "MUH93MUH99MUH88MUH91MUH77".
	01	ADIM-PROGRAMLARI-R REDEFINES ADIM-PROGRAMLARI.
		02 ADIM-PROG OCCURS 5 TIMES PIC X(5).
	01	ADIM-ADLARI.
		02 FILLER	PIC X(20) VALUE "FIS DENKLIK DENETIMI".
		02 FILLER	PIC X(20) VALUE "YILLIGA AKTARIM".
		02 FILLER	PIC X(20) VALUE "BAKIYE DOGRULAMA".
		02 FILLER	PIC X(20) VALUE "GUNLUK ARSIVLEME".
		02 FILLER	PIC X(20) VALUE "YEDEKLEME".
	01	ADIM-ADLARI-R REDEFINES ADIM-ADLARI.
		02 ADIM-AD OCCURS 5 TIMES PIC X(20).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		ACCEPT WTARIH FROM DATE.
		PERFORM EKRAN-BASLIK.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		OPEN I-O ZINCIR.
		IF DS-ZINCIR = "35"
			OPEN OUTPUT ZINCIR
			CLOSE ZINCIR
			OPEN I-O ZINCIR.
		MOVE WSIRKET TO ZNSIRKET.
		READ ZINCIR INVALID KEY MOVE "H" TO KAYIT-VAR.
		IF KAYIT-VAR = "E" AND NOT ZNDURUM-TAMAM
			GO TO DEVAM-GOSTER.
*******************************************************************
*********  YENI ZINCIR : TUM ADIMLAR BASTAN                   *****
*******************************************************************
	YENI-ZINCIR.
		MOVE WSIRKET TO ZNSIRKET.
		MOVE 1 TO ZNADIM.
		MOVE WTARIH TO ZNTARIH.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO ZNSAAT.
		MOVE WTYIL TO ZNARSIVYIL.
		PERFORM ADIM-TEMIZLE VARYING AX FROM 1 BY 1
			UNTIL AX > 5.
		GO TO YIL-SOR.
	DEVAM-GOSTER.
		IF ZNDURUM-DURDU
			DISPLAY "ZINCIR   . ADIMDA DURDU :"
				LINE 6 POSITION 25 REVERSE
		ELSE
			DISPLAY "ZINCIR   . ADIMDA YARIM KALDI :"
				LINE 6 POSITION 25 REVERSE.
		DISPLAY ZNADIM LINE 6 POSITION 33.
		DISPLAY ADIM-PROG(ZNADIM) LINE 6 POSITION 57.
		DISPLAY "BU ADIMDAN DEVAM EDILECEK" LINE 7 POSITION 25.
	YIL-SOR.
		MOVE SPACES TO ZNPROGRAM.
		IF ZNADIM > 4 GO TO BASLA-SOR.
		DISPLAY "ARSIVLENECEK YIL (YY) ? [  ]"
			LINE 9 POSITION 25.
		DISPLAY ZNARSIVYIL LINE 9 POSITION 51.
		MOVE SPACES TO WYIL.
		ACCEPT WYIL LINE 9 POSITION 51 TAB.
		IF WYIL NOT = SPACES MOVE WYIL TO ZNARSIVYIL.
		DISPLAY ZNARSIVYIL LINE 9 POSITION 51.
	BASLA-SOR.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 11 POSITION 25.
		ACCEPT CEV LINE 11 POSITION 59 TAB.
		IF CEV NOT = "B"
			CLOSE ZINCIR
			STOP RUN.
		MOVE WOPKOD TO ZNOPKOD.
		MOVE "C" TO ZNDURUM.
		IF KAYIT-VAR = "E"
			REWRITE ZINCIR-KAYDI
		ELSE
			WRITE ZINCIR-KAYDI.
		MOVE ZNADIM TO AX.
		CLOSE ZINCIR.
		PERFORM ISLOG-BASLA.
	ADIM-DONGU.
		IF AX > 5 GO TO ZINCIR-TAMAM.
		PERFORM ADIM-CALISTIR THRU ADIM-CALISTIR-SON.
		IF ADIM-HATA = "E" GO TO ZINCIR-DURDU.
		ADD 1 TO AX.
		GO TO ADIM-DONGU.
	ZINCIR-DURDU.
		PERFORM ZINCIR-OKU.
		MOVE "D" TO ZNDURUM.
		MOVE AX TO ZNADIM.
		REWRITE ZINCIR-KAYDI.
		MOVE 1 TO SRED.
		MOVE "DURDU" TO WSONUC.
		GO TO OZET.
	ZINCIR-TAMAM.
		PERFORM ZINCIR-OKU.
		MOVE "T" TO ZNDURUM.
		MOVE 1 TO ZNADIM.
		REWRITE ZINCIR-KAYDI.
	OZET.
		OPEN OUTPUT GECE.
		PERFORM RAPOR-BASLIK.
		PERFORM ADIM-SATIR THRU ADIM-SATIR-SON
			VARYING AX FROM 1 BY 1 UNTIL AX > 5.
		PERFORM RAPOR-SONUC.
		CLOSE GECE.
		CLOSE ZINCIR.
		PERFORM EKRAN-BASLIK.
		DISPLAY WSIRKET LINE 4 POSITION 48.
		IF WSONUC = "DURDU"
			DISPLAY "ZINCIR DURDU, OZETE BAKINIZ !"
				LINE 12 POSITION 25 REVERSE
		ELSE
			DISPLAY "ZINCIR TAMAMLANDI"
				LINE 12 POSITION 25.
		DISPLAY "OZET YAZILDI (GECE.LST)" LINE 13 POSITION 25.
		PERFORM ISLOG-SON.
		ACCEPT CEV LINE 24 POSITION 25.
		STOP RUN.
	ADIM-TEMIZLE.
		MOVE SPACE TO ZNA-DURUM(AX).
		MOVE SPACES TO ZNA-OPKOD(AX) ZNA-SAAT(AX) ZNA-SONUC(AX).
		MOVE ZERO TO ZNA-TARIH(AX) ZNA-OKUNAN(AX).
		MOVE ZERO TO ZNA-YAZILAN(AX) ZNA-RED(AX).
	ZINCIR-OKU.
		OPEN I-O ZINCIR.
		MOVE WSIRKET TO ZNSIRKET.
		READ ZINCIR INVALID KEY
			DISPLAY "ZINCIR KAYDI OKUNAMADI !"
				LINE 20 POSITION 25 REVERSE.
	EKRAN-BASLIK.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH61 - GECE ISLEM ZINCIRI" LINE 1 POSITION 1
			REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
*******************************************************************
*********  BIR ADIM : PROGRAM ADI ZINCIR.DAT'A YAZILIR,       *****
*********  PROGRAM CAGRILIR, SONUCU ISLOG.DAT'TAN OKUNUR      *****
*******************************************************************
	ADIM-CALISTIR.
		MOVE "H" TO ADIM-HATA.
		MOVE "E" TO CAGRI-TAMAM.
		MOVE ADIM-PROG(AX) TO WPROGRAM.
		ACCEPT WBAS-TARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO WBAS-SAAT.
		PERFORM ZINCIR-OKU.
		MOVE AX TO ZNADIM.
		MOVE WPROGRAM TO ZNPROGRAM.
		REWRITE ZINCIR-KAYDI.
		CLOSE ZINCIR.
		CALL WPROGRAM ON OVERFLOW MOVE "H" TO CAGRI-TAMAM.
		CANCEL WPROGRAM.
		PERFORM EKRAN-BASLIK.
		DISPLAY WSIRKET LINE 4 POSITION 48.
		DISPLAY "ADIM SONUCU ARANIYOR :" LINE 6 POSITION 25.
		DISPLAY WPROGRAM LINE 6 POSITION 48.
		PERFORM ISLOG-ARA THRU ISLOG-ARA-SON.
		PERFORM ZINCIR-OKU.
		MOVE SPACES TO ZNPROGRAM.
		MOVE WOPKOD TO ZNA-OPKOD(AX).
		MOVE WBAS-TARIH TO ZNA-TARIH(AX).
		MOVE WBAS-SAAT TO ZNA-SAAT(AX).
		MOVE ZERO TO ZNA-OKUNAN(AX) ZNA-YAZILAN(AX) ZNA-RED(AX).
		ADD 1 TO SOKU.
		IF CAGRI-TAMAM = "H"
			MOVE "PROGRAM YOK" TO ZNA-SONUC(AX)
			GO TO ADIM-HATALI.
		IF BULUNDU = "H"
			MOVE "SONUC YOK" TO ZNA-SONUC(AX)
			GO TO ADIM-HATALI.
		MOVE WL-TARIH TO ZNA-TARIH(AX).
		MOVE WL-SAAT TO ZNA-SAAT(AX).
		MOVE BL-OKUNAN TO ZNA-OKUNAN(AX).
		MOVE BL-YAZILAN TO ZNA-YAZILAN(AX).
		MOVE BL-RED TO ZNA-RED(AX).
		MOVE BL-SONUC TO ZNA-SONUC(AX).
		IF BL-RED > ZERO GO TO ADIM-HATALI.
		IF BL-SONUC NOT = "BITTI" GO TO ADIM-HATALI.
		MOVE "T" TO ZNA-DURUM(AX).
		ADD 1 TO SYAZ.
		GO TO ADIM-YAZ.
	ADIM-HATALI.
		MOVE "H" TO ZNA-DURUM(AX).
		MOVE "E" TO ADIM-HATA.
	ADIM-YAZ.
		REWRITE ZINCIR-KAYDI.
		CLOSE ZINCIR.
	ADIM-CALISTIR-SON.
		CONTINUE.
*******************************************************************
*********  ADIM BASLANGICINDAN SONRAKI SON BITIS KAYDI        *****
*******************************************************************
	ISLOG-ARA.
		MOVE "H" TO BULUNDU.
		OPEN INPUT ISLOG.
		IF DS-ISLOG NOT = "00" GO TO ISLOG-ARA-SON.
	ISLOG-ARA-OKU.
		READ ISLOG AT END GO TO ISLOG-ARA-KAPAT.
		IF LTIP NOT = "S" GO TO ISLOG-ARA-OKU.
		IF LPROGRAM NOT = WPROGRAM GO TO ISLOG-ARA-OKU.
		IF LSIRKET NOT = WSIRKET GO TO ISLOG-ARA-OKU.
		MOVE LTARIH TO WL-TARIH.
		MOVE LSAAT TO WL-SAAT.
		IF WL-ZAMAN < WBAS-ZAMAN GO TO ISLOG-ARA-OKU.
		MOVE "E" TO BULUNDU.
		MOVE LOKUNAN TO BL-OKUNAN.
		MOVE LYAZILAN TO BL-YAZILAN.
		MOVE LRED TO BL-RED.
		MOVE LSONUC TO BL-SONUC.
		GO TO ISLOG-ARA-OKU.
	ISLOG-ARA-KAPAT.
		CLOSE ISLOG.
	ISLOG-ARA-SON.
		CONTINUE.
*******************************************************************
*********  GECE.LST OZETI                                     *****
*******************************************************************
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
		MOVE "GECE ISLEM ZINCIRI OZETI" TO R-SATIR(30:24).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "SIRKET :" TO R-SATIR(1:8).
		MOVE WSIRKET TO R-SATIR(10:1).
		MOVE "ZINCIR BASLANGICI :" TO R-SATIR(15:19).
		MOVE ZNTARIH TO WG-TARIH.
		PERFORM TARIH-YAZ.
		MOVE RTARIH TO R-SATIR(35:8).
		MOVE ZNSAAT(1:2) TO R-SATIR(45:2).
		MOVE ":" TO R-SATIR(47:1).
		MOVE ZNSAAT(3:2) TO R-SATIR(48:2).
		MOVE "OPERATOR :" TO R-SATIR(55:10).
		MOVE WOPKOD TO R-SATIR(66:3).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "ADIM" TO R-SATIR(1:4).
		MOVE "PROGRAM" TO R-SATIR(6:7).
		MOVE "ISLEM" TO R-SATIR(15:5).
		MOVE "DURUM" TO R-SATIR(37:5).
		MOVE "OPR" TO R-SATIR(49:3).
		MOVE "TARIH" TO R-SATIR(54:5).
		MOVE "SAAT" TO R-SATIR(64:4).
		MOVE "OKUNAN" TO R-SATIR(71:6).
		MOVE "YAZILAN" TO R-SATIR(79:7).
		MOVE "RED" TO R-SATIR(90:3).
		MOVE "SONUC" TO R-SATIR(96:5).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO RSATIRSAY.
	TARIH-YAZ.
		MOVE WGGUN TO RTARIH(1:2).
		MOVE "/" TO RTARIH(3:1).
		MOVE WGAY TO RTARIH(4:2).
		MOVE "/" TO RTARIH(6:1).
		MOVE WGYIL TO RTARIH(7:2).
	ADIM-SATIR.
		MOVE SPACES TO R-SATIR.
		MOVE AX TO R-SATIR(3:1).
		MOVE ADIM-PROG(AX) TO R-SATIR(6:5).
		MOVE ADIM-AD(AX) TO R-SATIR(15:20).
		IF ZNA-DURUM(AX) = "T"
			MOVE "TAMAM" TO R-SATIR(37:5).
		IF ZNA-DURUM(AX) = "H"
			MOVE "DURDU" TO R-SATIR(37:5).
		IF ZNA-DURUM(AX) = SPACE
			MOVE "CALISMADI" TO R-SATIR(37:9).
		IF ZNA-DURUM(AX) = SPACE GO TO ADIM-SATIR-YAZ.
		MOVE ZNA-OPKOD(AX) TO R-SATIR(49:3).
		MOVE ZNA-TARIH(AX) TO WG-TARIH.
		PERFORM TARIH-YAZ.
		MOVE RTARIH TO R-SATIR(54:8).
		MOVE ZNA-SAAT(AX)(1:2) TO R-SATIR(64:2).
		MOVE ":" TO R-SATIR(66:1).
		MOVE ZNA-SAAT(AX)(3:2) TO R-SATIR(67:2).
		MOVE ZNA-OKUNAN(AX) TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(72:5).
		MOVE ZNA-YAZILAN(AX) TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(81:5).
		MOVE ZNA-RED(AX) TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(88:5).
		MOVE ZNA-SONUC(AX) TO R-SATIR(96:15).
	ADIM-SATIR-YAZ.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
	ADIM-SATIR-SON.
		CONTINUE.
	RAPOR-SONUC.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		IF WSONUC = "DURDU"
			MOVE "SONUC : ZINCIR   . ADIMDA DURDU, SONRAKI"
				TO R-SATIR(1:40)
			MOVE "CALISMADA BU ADIMDAN DEVAM EDILECEK"
				TO R-SATIR(42:35)
			MOVE ZNADIM TO R-SATIR(17:1)
		ELSE
			MOVE "SONUC : ZINCIR TAMAMLANDI"
				TO R-SATIR(1:25).
		WRITE R-SATIR AFTER ADVANCING 2 LINES.
*******************************************************************
*********  ISLOG : ADIMLAR KENDI KAYITLARINI YAZDIGI ICIN     *****
*********  DOSYA HER KAYITTAN SONRA KAPATILIR                 *****
*******************************************************************
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "B" TO LTIP.
		MOVE "MUH61" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE "BASLADI" TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
	ISLOG-SON.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "S" TO LTIP.
		MOVE "MUH61" TO LPROGRAM.
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
