	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH67.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  AYLIK AMORTISMAN VE ELDEN CIKARMA FISI             *****
*********  DEMIRBAS.DAT'TAKI HER KART ICIN AYIN AMORTISMANI   *****
*********  (N = NORMAL, A = AZALAN BAKIYELER) HESAPLANIR,     *****
*********  AY SONU TARIHLI TEK FIS OLARAK GUNLUGE YAZILIR.    *****
*********  "S" ISARETLI KARTLAR ICIN KAPANIS KAYITLARI DA     *****
*********  AYNI FISE EKLENIR. AYNI AY IKINCI KEZ ISLENMEZ     *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 14/03/1988                          *****
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
		SELECT MUHGUN ASSIGN TO RANDOM "GUNLUK.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HYUKNO-ANAHTAR
		       ALTERNATE RECORD KEY IS HFISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS HFISNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHGUN.
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
		SELECT AMORT ASSIGN TO PRINTER "AMORT.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS OKOD
			FILE STATUS IS DS-OPKUTUK.
	DATA DIVISION.
	FILE SECTION.
		COPY "DEMIRBAS.COP".
		COPY "MUHGUN.COP".
		COPY "HESAP.COP".
		COPY "DONEM.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	AMORT	LABEL RECORDS STANDARD.
	01	AM-SATIR			PIC X(132).
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
	77	DS-DEMIRBAS	PIC X(2).
	77	DS-MUHGUN	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	WDONEM-DURUM	PIC X(1) VALUE "A".
	77	ISLENMIS-VAR	PIC X(1) VALUE "H".
	77	WYIL		PIC 99 VALUE ZERO.
	77	WAY		PIC 99 VALUE ZERO.
	77	WSONGUN		PIC 99 VALUE ZERO.
	77	WBOLUM		PIC 99 VALUE ZERO.
	77	WKALAN		PIC 99 VALUE ZERO.
	77	WALYIL		PIC 99 VALUE ZERO.
	77	WALAY		PIC 99 VALUE ZERO.
	77	WFISNO		PIC X(5) VALUE SPACES.
	77	WKARHES		PIC X(9) VALUE SPACES.
	77	WZARARHES	PIC X(9) VALUE SPACES.
	77	WYUKNO		PIC 9(5) VALUE ZERO.
	77	WSON-YUKNO	PIC X(5) VALUE SPACES.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WMERKEZ		PIC X(4) VALUE SPACES.
	77	WBA		PIC X(1) VALUE SPACES.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WGECEN		PIC S9(5) COMP VALUE ZERO.
	77	WTOPAY		PIC S9(5) COMP VALUE ZERO.
	77	WKALANAY	PIC S9(5) COMP VALUE ZERO.
	77	WORAN		PIC 9V9999 VALUE ZERO.
	77	WKALANTUT	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WAYLIK		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WONCEKI		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	WNET		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WSONUC-TUT	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	AYIN-AMORT	PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	FBORC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	FALAC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	SAMORT		PIC 9(5) VALUE ZERO.
	77	SCIKIS		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	GOMUR		PIC Z9.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	RBAKIYE		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	ASAYFA		PIC 9(3) VALUE ZERO.
	77	ASATIRSAY	PIC 9(3) VALUE ZERO.
	77	ATARIH		PIC X(8).
	77	ASAYFANO	PIC ZZ9.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WDONEM.
		02 WDYIL		PIC 99.
		02 WDAY			PIC 99.
	01	WAM-IZH.
		02 WAM-TUR		PIC X(11).
		02 WAM-AY		PIC 99.
		02 FILLER		PIC X(1) VALUE "/".
		02 WAM-YIL		PIC 99.
		02 FILLER		PIC X(1) VALUE SPACE.
		02 WAM-NO		PIC X(6).
		02 FILLER		PIC X(1) VALUE SPACE.
		02 WAM-ADI		PIC X(15).
	01	AY-GUNLERI-D.
		02 FILLER		PIC X(24)
			VALUE "312831303130313130313031".
	01	AY-GUNLERI REDEFINES AY-GUNLERI-D.
		02 AY-GUN		PIC 99 OCCURS 12 TIMES.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN I-O DEMIRBAS.
		IF DS-DEMIRBAS NOT = "00"
			DISPLAY "DEMIRBAS KUTUGU YOK, MUH68 CALISTIRIN"
				LINE 10 POSITION 20
			STOP RUN.
		OPEN INPUT HESAP.
		IF DS-HESAP NOT = "00"
			DISPLAY "HESAP PLANI (HESAP.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			CLOSE DEMIRBAS
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
		DISPLAY "MUH67 - AYLIK AMORTISMAN"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		DISPLAY "DONEM YILI (YY) ? [  ]" LINE 5 POSITION 25.
		ACCEPT WYIL LINE 5 POSITION 44 TAB.
	AY-AL.
		DISPLAY "DONEM AYI  (AA) ? [  ]" LINE 6 POSITION 25.
		ACCEPT WAY LINE 6 POSITION 44 TAB.
		IF WAY < 1 OR WAY > 12 GO TO AY-AL.
		MOVE AY-GUN(WAY) TO WSONGUN.
		DIVIDE WYIL BY 4 GIVING WBOLUM REMAINDER WKALAN.
		IF WAY = 2 AND WKALAN = ZERO MOVE 29 TO WSONGUN.
		MOVE WYIL TO WDYIL WAM-YIL.
		MOVE WAY TO WDAY WAM-AY.
		DISPLAY "FIS NO ? [     ]" LINE 7 POSITION 25.
		ACCEPT WFISNO LINE 7 POSITION 35 TAB.
		IF WFISNO = SPACES MOVE "99998" TO WFISNO.
	KAR-AL.
		DISPLAY "ELDEN CIKIS KARI  (BOS = 679) ? [         ]"
			LINE 8 POSITION 25.
		MOVE SPACES TO WKARHES.
		ACCEPT WKARHES LINE 8 POSITION 59 TAB.
		IF WKARHES = SPACES MOVE "679" TO WKARHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WKARHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 10 POSITION 25 REVERSE
			GO TO KAR-AL.
		DISPLAY "                   " LINE 10 POSITION 25.
	ZARAR-AL.
		DISPLAY "ELDEN CIKIS ZARARI (BOS = 689) ? [         ]"
			LINE 9 POSITION 25.
		MOVE SPACES TO WZARARHES.
		ACCEPT WZARARHES LINE 9 POSITION 59 TAB.
		IF WZARARHES = SPACES MOVE "689" TO WZARARHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WZARARHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 10 POSITION 25 REVERSE
			GO TO ZARAR-AL.
		DISPLAY "                   " LINE 10 POSITION 25.
		PERFORM DONEM-BAK THRU DONEM-BAK-SON.
		IF WDONEM-DURUM = "K"
			DISPLAY "DONEM KAPALI, AMORTISMAN AYRILMADI"
				LINE 11 POSITION 25 REVERSE
			ACCEPT CEV LINE 24 POSITION 25
			GO TO KAPAT.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 12 POSITION 25.
		ACCEPT CEV LINE 12 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		PERFORM ONCEKI-BAK THRU ONCEKI-BAK-SON.
		IF ISLENMIS-VAR = "E"
			DISPLAY "BU AY (VEYA SONRASI) ZATEN ISLENMIS !"
				LINE 15 POSITION 25 REVERSE
			MOVE 1 TO SRED
			MOVE "TEKRAR" TO WSONUC
			ACCEPT CEV LINE 24 POSITION 25
			GO TO KAPAT.
		PERFORM YUKNO-BUL THRU YUKNO-BUL-SON.
		OPEN OUTPUT AMORT.
		PERFORM AMORT-BASLIK.
		DISPLAY "DEMIRBASLAR ISLENIYOR..." LINE 14 POSITION 25.
		PERFORM KART-TARA THRU KART-TARA-SON.
		PERFORM AMORT-TOPLAM.
		CLOSE AMORT.
		DISPLAY "AMORTISMAN TAMAMLANDI, YAZILAN SATIR :"
			LINE 16 POSITION 25.
		MOVE SYAZ TO GSAYAC.
		DISPLAY GSAYAC LINE 16 POSITION 64.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE DEMIRBAS MUHGUN HESAP.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  AYNI AY VEYA DAHA SONRAKI BIR AY ISLENMIS MI ?     *****
*******************************************************************
	ONCEKI-BAK.
		MOVE WSIRKET TO DBSIRKET.
		MOVE LOW-VALUES TO DBNO.
		START DEMIRBAS KEY IS NOT LESS THAN DBANAHTAR
			INVALID KEY GO TO ONCEKI-BAK-SON.
	ONCEKI-OKU.
		READ DEMIRBAS NEXT RECORD AT END GO TO ONCEKI-BAK-SON.
		IF DBSIRKET NOT = WSIRKET GO TO ONCEKI-BAK-SON.
		IF DBSONDONEM NOT = SPACES AND DBSONDONEM NOT < WDONEM
			MOVE "E" TO ISLENMIS-VAR
			GO TO ONCEKI-BAK-SON.
		GO TO ONCEKI-OKU.
	ONCEKI-BAK-SON.
		CONTINUE.
*******************************************************************
*********  KART BAZINDA AMORTISMAN VE ELDEN CIKIS KAYITLARI   *****
*******************************************************************
	KART-TARA.
		MOVE WSIRKET TO DBSIRKET.
		MOVE LOW-VALUES TO DBNO.
		START DEMIRBAS KEY IS NOT LESS THAN DBANAHTAR
			INVALID KEY GO TO KART-TARA-SON.
	KART-OKU.
		READ DEMIRBAS NEXT RECORD AT END GO TO KART-TARA-SON.
		IF DBSIRKET NOT = WSIRKET GO TO KART-TARA-SON.
		ADD 1 TO SOKU.
		IF DBDURUM-KAPALI GO TO KART-OKU.
		IF DBALTRH(1:4) > WDONEM GO TO KART-OKU.
		IF DBSONYIL NOT = WDYIL MOVE DBBIRAMORT TO DBYBAMORT.
		MOVE DBBIRAMORT TO WONCEKI.
		MOVE ZERO TO WAYLIK.
		IF DBDURUM-CIKIS AND DBCIKTRH(1:4) < WDONEM
			GO TO KART-KAPAT.
		PERFORM AMORT-HESAPLA THRU AMORT-HESAPLA-SON.
		IF WAYLIK > ZERO
			ADD WAYLIK TO DBBIRAMORT AYIN-AMORT
			ADD 1 TO SAMORT
			MOVE "AMORTISMAN " TO WAM-TUR
			MOVE DBGIDHES TO WHESNO
			MOVE DBMERKEZ TO WMERKEZ
			MOVE "B" TO WBA
			MOVE WAYLIK TO WTL
			PERFORM GUNLUK-YAZ
			MOVE DBBIRHES TO WHESNO
			MOVE SPACES TO WMERKEZ
			MOVE "A" TO WBA
			PERFORM GUNLUK-YAZ.
		PERFORM AMORT-SATIR.
	KART-KAPAT.
		IF DBDURUM-CIKIS AND DBCIKTRH(1:4) NOT > WDONEM
			PERFORM CIKIS-YAZ.
		MOVE WDONEM TO DBSONDONEM.
		REWRITE DEMIRBAS-KAYDI.
		GO TO KART-OKU.
	KART-TARA-SON.
		CONTINUE.
*******************************************************************
*********  AYLIK TUTAR : N = MALIYET / (OMUR * 12)            *****
*********  A = YIL BASI NET DEGER * (2 / OMUR, EN COK %50) /  *****
*********  12, SON 12 AYDA KALAN NET DEGER KALAN AYLARA ESIT  *****
*********  BOLUNUR.                                           *****
*********  OMRUN SON AYINDA KALAN TUTARIN TAMAMI AYRILIR      *****
*******************************************************************
	AMORT-HESAPLA.
		COMPUTE WKALANTUT = DBMALIYET - DBBIRAMORT.
		IF WKALANTUT NOT > ZERO GO TO AMORT-HESAPLA-SON.
		MOVE DBALYIL TO WALYIL.
		MOVE DBALAY TO WALAY.
		COMPUTE WGECEN = (WYIL - WALYIL) * 12 + WAY - WALAY + 1.
		COMPUTE WTOPAY = DBOMUR * 12.
		COMPUTE WKALANAY = WTOPAY - WGECEN + 1.
		IF WKALANAY NOT > 1
			MOVE WKALANTUT TO WAYLIK
			GO TO AMORT-HESAPLA-SON.
		IF DBYONTEM-NORMAL
			COMPUTE WAYLIK ROUNDED = DBMALIYET / WTOPAY
			GO TO AMORT-HESAPLA-SINIR.
		IF WKALANAY NOT > 12
			COMPUTE WAYLIK ROUNDED = WKALANTUT / WKALANAY
			GO TO AMORT-HESAPLA-SINIR.
		COMPUTE WORAN ROUNDED = 2 / DBOMUR.
		IF WORAN > 0,5 MOVE 0,5 TO WORAN.
		COMPUTE WAYLIK ROUNDED =
			(DBMALIYET - DBYBAMORT) * WORAN / 12.
	AMORT-HESAPLA-SINIR.
		IF WAYLIK > WKALANTUT MOVE WKALANTUT TO WAYLIK.
	AMORT-HESAPLA-SON.
		CONTINUE.
*******************************************************************
*********  ELDEN CIKIS : BIRIKMIS AMORT. (B), TAHSIL HESABI   *****
*********  (B), VARLIK HESABI (A), FARK KAR (A) / ZARAR (B)   *****
*******************************************************************
	CIKIS-YAZ.
		ADD 1 TO SCIKIS.
		MOVE "ELDEN CIKIS" TO WAM-TUR.
		MOVE SPACES TO WMERKEZ.
		IF DBBIRAMORT > ZERO
			MOVE DBBIRHES TO WHESNO
			MOVE "B" TO WBA
			MOVE DBBIRAMORT TO WTL
			PERFORM GUNLUK-YAZ.
		IF DBSATTUT > ZERO
			MOVE DBSATHES TO WHESNO
			MOVE "B" TO WBA
			MOVE DBSATTUT TO WTL
			PERFORM GUNLUK-YAZ.
		MOVE DBVARHES TO WHESNO.
		MOVE "A" TO WBA.
		MOVE DBMALIYET TO WTL.
		PERFORM GUNLUK-YAZ.
		COMPUTE WNET = DBMALIYET - DBBIRAMORT.
		COMPUTE WSONUC-TUT = DBSATTUT - WNET.
		MOVE DBMERKEZ TO WMERKEZ.
		IF WSONUC-TUT > ZERO
			MOVE WKARHES TO WHESNO
			MOVE "A" TO WBA
			MOVE WSONUC-TUT TO WTL
			PERFORM GUNLUK-YAZ.
		IF WSONUC-TUT < ZERO
			MOVE WZARARHES TO WHESNO
			MOVE "B" TO WBA
			COMPUTE WTL = ZERO - WSONUC-TUT
			PERFORM GUNLUK-YAZ.
		MOVE "K" TO DBDURUM.
		PERFORM CIKIS-SATIR.
	GUNLUK-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE WYUKNO TO HYUKNO.
		MOVE WYIL TO HYIL.
		MOVE WAY TO HAY.
		MOVE WSONGUN TO HGUN.
		MOVE WFISNO TO HFISNO.
		MOVE WHESNO TO HHESNO.
		MOVE DBNO TO WAM-NO.
		MOVE DBADI TO WAM-ADI.
		MOVE WAM-IZH TO HIZH.
		MOVE WBA TO HBA.
		MOVE WTL TO HTL.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE SPACES TO HDOVKOD.
		MOVE ZERO TO HDOVTUT HKUR.
		MOVE WMERKEZ TO HMERKEZ.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 20 POSITION 25
			DISPLAY HYUKNO LINE 20 POSITION 47.
		ADD 1 TO SYAZ.
		IF WBA = "B" ADD WTL TO FBORC
			ELSE ADD WTL TO FALAC.
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
		MOVE WDYIL TO DNYIL.
		MOVE WDAY TO DNAY.
		READ DONEM INVALID KEY GO TO DONEM-BAK-SON.
		MOVE DNDURUM TO WDONEM-DURUM.
	DONEM-BAK-SON.
		CONTINUE.
	AMORT-SATIR.
		IF ASATIRSAY NOT < 55 PERFORM AMORT-BASLIK.
		MOVE SPACES TO AM-SATIR.
		MOVE DBNO TO AM-SATIR(1:6).
		MOVE DBADI TO AM-SATIR(8:25).
		MOVE DBOMUR TO GOMUR.
		MOVE GOMUR TO AM-SATIR(34:2).
		MOVE DBYONTEM TO AM-SATIR(37:1).
		MOVE DBMALIYET TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(39:15).
		MOVE WONCEKI TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(55:15).
		MOVE WAYLIK TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(71:15).
		MOVE DBBIRAMORT TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(87:15).
		COMPUTE WNET = DBMALIYET - DBBIRAMORT.
		MOVE WNET TO RBAKIYE.
		MOVE RBAKIYE TO AM-SATIR(103:15).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO ASATIRSAY.
	CIKIS-SATIR.
		IF ASATIRSAY NOT < 55 PERFORM AMORT-BASLIK.
		MOVE SPACES TO AM-SATIR.
		MOVE DBNO TO AM-SATIR(1:6).
		MOVE "ELDEN CIKIS  TARIH :" TO AM-SATIR(8:20).
		MOVE DBCIKGUN TO AM-SATIR(29:2).
		MOVE "/" TO AM-SATIR(31:1).
		MOVE DBCIKAY TO AM-SATIR(32:2).
		MOVE "/" TO AM-SATIR(34:1).
		MOVE DBCIKYIL TO AM-SATIR(35:2).
		MOVE "SATIS :" TO AM-SATIR(47:7).
		MOVE DBSATTUT TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(55:15).
		MOVE "KAR/ZARAR :" TO AM-SATIR(75:11).
		MOVE WSONUC-TUT TO RBAKIYE.
		MOVE RBAKIYE TO AM-SATIR(87:15).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO ASATIRSAY.
	AMORT-TOPLAM.
		MOVE SPACES TO AM-SATIR.
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "AMORTISMAN AYRILAN KART :" TO AM-SATIR(1:25).
		MOVE SAMORT TO GSAYAC.
		MOVE GSAYAC TO AM-SATIR(27:5).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "AYIN AMORTISMAN TOPLAMI :" TO AM-SATIR(1:25).
		MOVE AYIN-AMORT TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(27:15).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "ELDEN CIKARILAN KART    :" TO AM-SATIR(1:25).
		MOVE SCIKIS TO GSAYAC.
		MOVE GSAYAC TO AM-SATIR(27:5).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "FIS BORC TOPLAMI        :" TO AM-SATIR(1:25).
		MOVE FBORC TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(27:15).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "FIS ALACAK TOPLAMI      :" TO AM-SATIR(1:25).
		MOVE FALAC TO RTUTAR.
		MOVE RTUTAR TO AM-SATIR(27:15).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "GUNLUGE YAZILAN SATIR   :" TO AM-SATIR(1:25).
		MOVE SYAZ TO GSAYAC.
		MOVE GSAYAC TO AM-SATIR(27:5).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
	AMORT-BASLIK.
		ADD 1 TO ASAYFA.
		MOVE ZERO TO ASATIRSAY.
		MOVE WTGUN TO ATARIH(1:2).
		MOVE "/" TO ATARIH(3:1).
		MOVE WTAY TO ATARIH(4:2).
		MOVE "/" TO ATARIH(6:1).
		MOVE WTYIL TO ATARIH(7:2).
		MOVE ASAYFA TO ASAYFANO.
		MOVE SPACES TO AM-SATIR.
		MOVE "AYLIK AMORTISMAN LISTESI" TO AM-SATIR(30:24).
		MOVE "TARIH :" TO AM-SATIR(100:7).
		MOVE ATARIH TO AM-SATIR(107:8).
		MOVE "SAYFA :" TO AM-SATIR(118:7).
		MOVE ASAYFANO TO AM-SATIR(125:3).
		WRITE AM-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO AM-SATIR.
		MOVE "SIRKET KODU :" TO AM-SATIR(1:13).
		MOVE WSIRKET TO AM-SATIR(15:1).
		MOVE "DONEM (AA/YY) :" TO AM-SATIR(20:15).
		MOVE WDAY TO AM-SATIR(36:2).
		MOVE "/" TO AM-SATIR(38:1).
		MOVE WDYIL TO AM-SATIR(39:2).
		MOVE "FIS NO :" TO AM-SATIR(50:8).
		MOVE WFISNO TO AM-SATIR(59:5).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO AM-SATIR.
		MOVE "NO" TO AM-SATIR(1:2).
		MOVE "DEMIRBAS ADI" TO AM-SATIR(8:12).
		MOVE "OM Y" TO AM-SATIR(34:4).
		MOVE "MALIYET" TO AM-SATIR(47:7).
		MOVE "ONCEKI BIRIKMIS" TO AM-SATIR(55:15).
		MOVE "BU AY" TO AM-SATIR(81:5).
		MOVE "YENI BIRIKMIS" TO AM-SATIR(89:13).
		MOVE "NET DEGER" TO AM-SATIR(108:9).
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO AM-SATIR.
		WRITE AM-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO ASATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH67" TO LPROGRAM.
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
		MOVE "MUH67" TO LPROGRAM.
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
