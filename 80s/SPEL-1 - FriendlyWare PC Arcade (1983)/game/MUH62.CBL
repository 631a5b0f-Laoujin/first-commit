	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH62.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  KONSOLIDE MIZAN (KONSMIZ.LST)                      *****
*********  SECILEN SIRKETLERIN (EN COK 5) DONEM SONU HESAP    *****
*********  BAKIYELERI YAN YANA, ELIMINASYON VE KONSOLIDE      *****
*********  KOLONLARI ILE. BAKIYE.DAT'A MIZANA GIRMEMIS MUHYIL *****
*********  HAREKETLERI EKLENIR, DONEM SONRASI HAREKETLER      *****
*********  GERI ALINIR (MUH74).                               *****
*********  ELIMINE.DAT CIFTLERININ (MUH63) IKI TARAFI DA      *****
*********  SECILMISSE HER IKI HESABIN BAKIYESI ELIMINE EDILIR,*****
*********  CIFTLER AYRI SAYFADA, SIFIRLANMAYANLAR ISARETLI    *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 11/04/1988                          *****
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
		SELECT ELIMINE ASSIGN TO RANDOM "ELIMINE.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ELANAHTAR
			FILE STATUS IS DS-ELIMINE.
		SELECT SIRALI ASSIGN TO RANDOM "SIRALI.TMP".
		SELECT KONSMIZ ASSIGN TO PRINTER "KONSMIZ.LST".
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
		COPY "ELIMINE.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	SD	SIRALI.
	01	S-KAYIT.
		02 S-HESNO			PIC X(9).
		02 S-SX				PIC 9(1).
		02 S-TUTAR			PIC S9(11)V99 COMP-3.
	FD	KONSMIZ	LABEL RECORDS STANDARD.
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
	77	WYIL		PIC X(2) VALUE SPACES.
	77	WAY		PIC X(2) VALUE SPACES.
	77	DS-MUHYIL	PIC X(2).
	77	DS-BAKIYE	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-KONTROL	PIC X(2).
	77	SEKLENEN	PIC 9(5) VALUE ZERO.
	77	HESAP-ACIK	PIC X(1) VALUE "H".
	77	DS-ELIMINE	PIC X(2).
	77	ELIMINE-ACIK	PIC X(1) VALUE "H".
	77	WSONUC		PIC X(15) VALUE "BITTI".
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	SSAY		PIC 9(1) COMP VALUE ZERO.
	77	SX		PIC 9(1) COMP VALUE ZERO.
	77	IX		PIC 9(1) COMP VALUE ZERO.
	77	KX		PIC 9(1) COMP VALUE ZERO.
	77	ESAY		PIC 9(2) COMP VALUE ZERO.
	77	EX		PIC 9(2) COMP VALUE ZERO.
	77	WKOLON		PIC 9(3) COMP VALUE ZERO.
	77	AKTIF-HESNO	PIC X(9) VALUE SPACES.
	77	AKTIF-SINIF	PIC X(1) VALUE SPACES.
	77	DOLU		PIC X(1) VALUE "H".
	77	WSAYFA-TIP	PIC X(1) VALUE "M".
	77	WFARK		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	RBAKIYE		PIC ZZZ.ZZZ.ZZZ,ZZ-.
	77	RSATIRSAY	PIC 9(3) VALUE ZERO.
	77	RSAYFA		PIC 9(3) VALUE ZERO.
	77	RSAYFANO	PIC ZZ9.
	77	RTARIH		PIC X(8).
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WDONEM		PIC 9(4) VALUE ZERO.
	01	WDONEM-R REDEFINES WDONEM.
		02 WDYIL		PIC X(2).
		02 WDAY			PIC X(2).
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
	01	WSIRKETLER		PIC X(5) VALUE SPACES.
	01	WSIRKETLER-R REDEFINES WSIRKETLER.
		02 WSK OCCURS 5 TIMES	PIC X(1).
	01	SIRKET-TABLOSU.
		02 SK-KOD OCCURS 5 TIMES	PIC X(1).
*******************************************************************
*********  KOLONLAR : 1-5 SIRKET, 6 ELIMINASYON, 7 KONSOLIDE  *****
*******************************************************************
	01	TUTAR-TABLOSU.
		02 HS-TUTAR OCCURS 7 TIMES	PIC S9(11)V99 COMP-3.
		02 SINIF-TOP OCCURS 7 TIMES	PIC S9(11)V99 COMP-3.
		02 GENEL-TOP OCCURS 7 TIMES	PIC S9(11)V99 COMP-3.
	01	CIFT-TABLOSU.
		02 EP-SATIR OCCURS 50 TIMES.
			03 EP-NO		PIC X(3).
			03 EP-TIP		PIC X(1).
			03 EP-SIRKET1		PIC X(1).
			03 EP-HESNO1		PIC X(9).
			03 EP-SIRKET2		PIC X(1).
			03 EP-HESNO2		PIC X(9).
			03 EP-ACIKLAMA		PIC X(30).
			03 EP-SX1		PIC 9(1) COMP.
			03 EP-SX2		PIC 9(1) COMP.
			03 EP-TUTAR1		PIC S9(11)V99 COMP-3.
			03 EP-TUTAR2		PIC S9(11)V99 COMP-3.
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
		OPEN INPUT ELIMINE.
		IF DS-ELIMINE = "00" MOVE "E" TO ELIMINE-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH62 - KONSOLIDE MIZAN"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
	SIRKET-AL.
		DISPLAY "SIRKET KODLARI (EN COK 5) ? [     ]"
			LINE 4 POSITION 25.
		MOVE SPACES TO WSIRKETLER.
		ACCEPT WSIRKETLER LINE 4 POSITION 54 TAB.
		MOVE ZERO TO SSAY.
		PERFORM SIRKET-EKLE VARYING IX FROM 1 BY 1
			UNTIL IX > 5.
		IF SSAY < 2
			DISPLAY "EN AZ IKI SIRKET GIRIN !"
				LINE 7 POSITION 25 REVERSE
			GO TO SIRKET-AL.
		DISPLAY SPACES LINE 7 POSITION 1 SIZE 80.
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
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		PERFORM CIFT-YUKLE THRU CIFT-YUKLE-SON.
		PERFORM TOPLAM-SIFIRLA VARYING KX FROM 1 BY 1
			UNTIL KX > 7.
		OPEN OUTPUT KONSMIZ.
		DISPLAY "BAKIYELER TARANIYOR..." LINE 11 POSITION 25.
		MOVE "M" TO WSAYFA-TIP.
		PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		SORT SIRALI ON ASCENDING KEY S-HESNO
			INPUT PROCEDURE IS SECME-BAS THRU SECME-SON
			OUTPUT PROCEDURE IS DOKUM-BAS THRU DOKUM-SON.
		MOVE "E" TO WSAYFA-TIP.
		PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		PERFORM CIFT-YAZ THRU CIFT-YAZ-SON
			VARYING EX FROM 1 BY 1 UNTIL EX > ESAY.
		PERFORM CIFT-SONUC THRU CIFT-SONUC-SON.
		CLOSE KONSMIZ.
		IF SRED > ZERO
			MOVE "ELIM. FARKI" TO WSONUC
			DISPLAY "SIFIRLANMAYAN ELIMINASYON CIFTI VAR !"
				LINE 13 POSITION 25 REVERSE.
		DISPLAY "RAPOR YAZILDI (KONSMIZ.LST)"
			LINE 12 POSITION 25.
		DISPLAY "BAKIYEYE EKLENEN HAREKET :"
			LINE 14 POSITION 25.
		MOVE SEKLENEN TO GSAYAC.
		DISPLAY GSAYAC LINE 14 POSITION 52.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHYIL BAKIYE KONTROL.
		IF HESAP-ACIK = "E" CLOSE HESAP.
		IF ELIMINE-ACIK = "E" CLOSE ELIMINE.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
	SIRKET-EKLE.
		IF WSK(IX) NOT = SPACE
			ADD 1 TO SSAY
			MOVE WSK(IX) TO SK-KOD(SSAY).
	TOPLAM-SIFIRLA.
		MOVE ZERO TO SINIF-TOP(KX) GENEL-TOP(KX).
*******************************************************************
*********  ELIMINASYON CIFTLERI TABLOYA ALINIR (EN COK 50)    *****
*******************************************************************
	CIFT-YUKLE.
		MOVE ZERO TO ESAY.
		IF ELIMINE-ACIK NOT = "E" GO TO CIFT-YUKLE-SON.
		MOVE LOW-VALUES TO ELNO.
		START ELIMINE KEY IS NOT LESS THAN ELANAHTAR
			INVALID KEY GO TO CIFT-YUKLE-SON.
	CIFT-YUKLE-OKU.
		READ ELIMINE NEXT RECORD AT END GO TO CIFT-YUKLE-SON.
		IF ESAY = 50 GO TO CIFT-YUKLE-SON.
		ADD 1 TO ESAY.
		MOVE ELNO TO EP-NO(ESAY).
		MOVE ELTIP TO EP-TIP(ESAY).
		MOVE ELSIRKET1 TO EP-SIRKET1(ESAY).
		MOVE ELHESNO1 TO EP-HESNO1(ESAY).
		MOVE ELSIRKET2 TO EP-SIRKET2(ESAY).
		MOVE ELHESNO2 TO EP-HESNO2(ESAY).
		MOVE ELACIKLAMA TO EP-ACIKLAMA(ESAY).
		MOVE ZERO TO EP-SX1(ESAY) EP-SX2(ESAY).
		MOVE ZERO TO EP-TUTAR1(ESAY) EP-TUTAR2(ESAY).
		PERFORM CIFT-SIRKET VARYING SX FROM 1 BY 1
			UNTIL SX > SSAY.
		GO TO CIFT-YUKLE-OKU.
	CIFT-YUKLE-SON.
		CONTINUE.
	CIFT-SIRKET.
		IF SK-KOD(SX) = EP-SIRKET1(ESAY)
			MOVE SX TO EP-SX1(ESAY).
		IF SK-KOD(SX) = EP-SIRKET2(ESAY)
			MOVE SX TO EP-SX2(ESAY).
*******************************************************************
*********  HER SIRKET ICIN BAKIYE + MIZANA GIRMEMIS HAREKET   *****
*********  - DONEM SONRASI HAREKET                            *****
*******************************************************************
	SECME-BAS.
		PERFORM SIRKET-TARA THRU SIRKET-TARA-SON
			VARYING SX FROM 1 BY 1 UNTIL SX > SSAY.
	SECME-SON.
		CONTINUE.
	DOKUM-BAS.
		MOVE SPACES TO AKTIF-HESNO AKTIF-SINIF.
	DOKUM-OKU.
		RETURN SIRALI AT END GO TO DOKUM-TAMAM.
		IF S-HESNO NOT = AKTIF-HESNO PERFORM HESAP-DEGISTI.
		ADD S-TUTAR TO HS-TUTAR(S-SX).
		GO TO DOKUM-OKU.
	DOKUM-TAMAM.
		IF AKTIF-HESNO NOT = SPACES
			PERFORM HESAP-SATIR THRU HESAP-SATIR-SON
			PERFORM SINIF-TOPLAM-YAZ.
		PERFORM GENEL-TOPLAM-YAZ.
	DOKUM-SON.
		CONTINUE.
	SIRKET-TARA.
		MOVE SK-KOD(SX) TO BSIRKET.
		MOVE LOW-VALUES TO BHESNO.
		START BAKIYE KEY IS NOT LESS THAN BANAHTAR
			INVALID KEY GO TO SIRKET-HAREKET.
	SIRKET-BAKIYE-OKU.
		READ BAKIYE NEXT RECORD AT END GO TO SIRKET-HAREKET.
		IF BSIRKET NOT = SK-KOD(SX) GO TO SIRKET-HAREKET.
		ADD 1 TO SOKU.
		MOVE BHESNO TO S-HESNO.
		MOVE SX TO S-SX.
		MOVE BBAKIYE TO S-TUTAR.
		RELEASE S-KAYIT.
		GO TO SIRKET-BAKIYE-OKU.
	SIRKET-HAREKET.
		MOVE SK-KOD(SX) TO YHSIRKET.
		MOVE LOW-VALUES TO YHYUKNO.
		START MUHYIL KEY IS NOT LESS THAN YHYUKNO-ANAHTAR
			INVALID KEY GO TO SIRKET-TARA-SON.
	SIRKET-HAREKET-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO SIRKET-TARA-SON.
		IF YHSIRKET NOT = SK-KOD(SX) GO TO SIRKET-TARA-SON.
		ADD 1 TO SOKU.
		PERFORM BAKIYE-TAMAMLA THRU BAKIYE-TAMAMLA-SON.
		MOVE YHYIL TO WHDYIL.
		MOVE YHAY TO WHDAY.
		IF WHDONEM NOT > WDONEM GO TO SIRKET-HAREKET-OKU.
		MOVE YHHESNO TO S-HESNO.
		MOVE SX TO S-SX.
		IF YHBA = "A"
			MOVE YHTL TO S-TUTAR
		ELSE
			COMPUTE S-TUTAR = ZERO - YHTL.
		RELEASE S-KAYIT.
		GO TO SIRKET-HAREKET-OKU.
	SIRKET-TARA-SON.
		CONTINUE.
	BAKIYE-TAMAMLA.
		PERFORM KONTROL-BUL THRU KONTROL-BUL-SON.
		IF KON-MIZAN NOT = SPACES
		   AND YHYUKNO-ANAHTAR NOT > KON-MIZAN
			GO TO BAKIYE-TAMAMLA-SON.
		ADD 1 TO SEKLENEN.
		MOVE YHHESNO TO S-HESNO.
		MOVE SX TO S-SX.
		IF YHBA = "A"
			COMPUTE S-TUTAR = ZERO - YHTL
		ELSE
			MOVE YHTL TO S-TUTAR.
		RELEASE S-KAYIT.
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
*********  HESAP DEGISTI : ONCEKI HESAP YAZILIR               *****
*******************************************************************
	HESAP-DEGISTI.
		IF AKTIF-HESNO NOT = SPACES
			PERFORM HESAP-SATIR THRU HESAP-SATIR-SON.
		IF AKTIF-HESNO NOT = SPACES
		   AND S-HESNO(1:1) NOT = AKTIF-SINIF
			PERFORM SINIF-TOPLAM-YAZ.
		MOVE S-HESNO TO AKTIF-HESNO.
		MOVE S-HESNO(1:1) TO AKTIF-SINIF.
		PERFORM HESAP-SIFIRLA VARYING KX FROM 1 BY 1
			UNTIL KX > 7.
	HESAP-SIFIRLA.
		MOVE ZERO TO HS-TUTAR(KX).
	HESAP-SATIR.
		MOVE "H" TO DOLU.
		PERFORM DOLU-BAK VARYING SX FROM 1 BY 1
			UNTIL SX > SSAY.
		IF DOLU = "H" GO TO HESAP-SATIR-SON.
		PERFORM CIFT-ARA VARYING EX FROM 1 BY 1
			UNTIL EX > ESAY.
		MOVE HS-TUTAR(6) TO HS-TUTAR(7).
		PERFORM KONS-TOPLA VARYING SX FROM 1 BY 1
			UNTIL SX > SSAY.
		IF RSATIRSAY NOT < 55
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		MOVE AKTIF-HESNO TO R-SATIR(1:9).
		MOVE SPACES TO RHESAP-ADI.
		IF HESAP-ACIK = "E"
			MOVE SK-KOD(1) TO RSIRKET
			MOVE AKTIF-HESNO TO RHESNO
			READ HESAP INVALID KEY
				MOVE SPACES TO RHESAP-ADI.
		MOVE RHESAP-ADI TO R-SATIR(11:9).
		PERFORM KOLON-YAZ THRU KOLON-YAZ-SON
			VARYING KX FROM 1 BY 1 UNTIL KX > 7.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY SYAZ.
	HESAP-SATIR-SON.
		CONTINUE.
	DOLU-BAK.
		IF HS-TUTAR(SX) NOT = ZERO MOVE "E" TO DOLU.
	KONS-TOPLA.
		ADD HS-TUTAR(SX) TO HS-TUTAR(7).
*******************************************************************
*********  IKI TARAFI DA SECILI CIFTIN BAKIYESI ELIMINE EDILIR*****
*******************************************************************
	CIFT-ARA.
		IF EP-SX1(EX) NOT = ZERO AND EP-SX2(EX) NOT = ZERO
			PERFORM CIFT-TARAF.
	CIFT-TARAF.
		IF EP-HESNO1(EX) = AKTIF-HESNO
			MOVE HS-TUTAR(EP-SX1(EX)) TO EP-TUTAR1(EX)
			SUBTRACT EP-TUTAR1(EX) FROM HS-TUTAR(6).
		IF EP-HESNO2(EX) = AKTIF-HESNO
			MOVE HS-TUTAR(EP-SX2(EX)) TO EP-TUTAR2(EX)
			SUBTRACT EP-TUTAR2(EX) FROM HS-TUTAR(6).
	KOLON-YAZ.
		ADD HS-TUTAR(KX) TO SINIF-TOP(KX).
		IF KX > SSAY AND KX < 6 GO TO KOLON-YAZ-SON.
		COMPUTE WKOLON = (KX - 1) * 16 + 21.
		MOVE HS-TUTAR(KX) TO RBAKIYE.
		MOVE RBAKIYE TO R-SATIR(WKOLON:15).
	KOLON-YAZ-SON.
		CONTINUE.
	SINIF-TOPLAM-YAZ.
		IF RSATIRSAY NOT < 54
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		MOVE AKTIF-SINIF TO R-SATIR(1:1).
		MOVE "XX SINIF TOP." TO R-SATIR(2:13).
		PERFORM SINIF-KOLON VARYING KX FROM 1 BY 1
			UNTIL KX > 7.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	SINIF-KOLON.
		ADD SINIF-TOP(KX) TO GENEL-TOP(KX).
		IF KX NOT > SSAY OR KX > 5
			COMPUTE WKOLON = (KX - 1) * 16 + 21
			MOVE SINIF-TOP(KX) TO RBAKIYE
			MOVE RBAKIYE TO R-SATIR(WKOLON:15).
		MOVE ZERO TO SINIF-TOP(KX).
	GENEL-TOPLAM-YAZ.
		IF RSATIRSAY NOT < 54
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		MOVE "GENEL TOPLAM" TO R-SATIR(1:12).
		PERFORM GENEL-KOLON VARYING KX FROM 1 BY 1
			UNTIL KX > 7.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 2 TO RSATIRSAY.
	GENEL-KOLON.
		IF KX NOT > SSAY OR KX > 5
			COMPUTE WKOLON = (KX - 1) * 16 + 21
			MOVE GENEL-TOP(KX) TO RBAKIYE
			MOVE RBAKIYE TO R-SATIR(WKOLON:15).
*******************************************************************
*********  ELIMINASYON SAYFASI : CIFT BAZINDA TARAFLAR VE FARK*****
*******************************************************************
	CIFT-YAZ.
		IF RSATIRSAY NOT < 55
			PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
		MOVE SPACES TO R-SATIR.
		MOVE EP-NO(EX) TO R-SATIR(1:3).
		IF EP-TIP(EX) = "C"
			MOVE "ALACAK/BORC" TO R-SATIR(5:11)
		ELSE
			MOVE "SATIS/ALIS" TO R-SATIR(5:10).
		MOVE EP-SIRKET1(EX) TO R-SATIR(18:1).
		MOVE EP-HESNO1(EX) TO R-SATIR(20:9).
		MOVE EP-SIRKET2(EX) TO R-SATIR(47:1).
		MOVE EP-HESNO2(EX) TO R-SATIR(49:9).
		MOVE EP-ACIKLAMA(EX) TO R-SATIR(112:20).
		IF EP-SX1(EX) = ZERO OR EP-SX2(EX) = ZERO
			MOVE "KAPSAM DISI" TO R-SATIR(93:11)
			GO TO CIFT-YAZ-BAS.
		MOVE EP-TUTAR1(EX) TO RBAKIYE.
		MOVE RBAKIYE TO R-SATIR(30:15).
		MOVE EP-TUTAR2(EX) TO RBAKIYE.
		MOVE RBAKIYE TO R-SATIR(59:15).
		COMPUTE WFARK = EP-TUTAR1(EX) + EP-TUTAR2(EX).
		MOVE WFARK TO RBAKIYE.
		MOVE RBAKIYE TO R-SATIR(76:15).
		IF WFARK NOT = ZERO
			MOVE "*** DENK DEGIL ***" TO R-SATIR(93:18)
			ADD 1 TO SRED.
	CIFT-YAZ-BAS.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO RSATIRSAY.
	CIFT-YAZ-SON.
		CONTINUE.
	CIFT-SONUC.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		IF ESAY = ZERO
			MOVE "TANIMLI ELIMINASYON CIFTI YOK"
				TO R-SATIR(1:29)
			GO TO CIFT-SONUC-BAS.
		MOVE "SIFIRLANMAYAN CIFT SAYISI :" TO R-SATIR(1:27).
		MOVE SRED TO GSAYAC.
		MOVE GSAYAC TO R-SATIR(29:5).
		MOVE "TOPLAM ELIMINASYON :" TO R-SATIR(40:20).
		MOVE GENEL-TOP(6) TO RBAKIYE.
		MOVE RBAKIYE TO R-SATIR(61:15).
	CIFT-SONUC-BAS.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
	CIFT-SONUC-SON.
		CONTINUE.
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
		IF WSAYFA-TIP = "M"
			MOVE "KONSOLIDE MIZAN" TO R-SATIR(30:15)
		ELSE
			MOVE "KONSOLIDE MIZAN - ELIMINASYONLAR"
				TO R-SATIR(30:32).
		MOVE "TARIH :" TO R-SATIR(100:7).
		MOVE RTARIH TO R-SATIR(107:8).
		MOVE "SAYFA :" TO R-SATIR(118:7).
		MOVE RSAYFANO TO R-SATIR(125:3).
		WRITE R-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO R-SATIR.
		MOVE "SIRKETLER :" TO R-SATIR(1:11).
		MOVE WSIRKETLER TO R-SATIR(13:5).
		MOVE "DONEM SONU (AA/YY) :" TO R-SATIR(20:20).
		MOVE WAY TO R-SATIR(41:2).
		MOVE "/" TO R-SATIR(43:1).
		MOVE WYIL TO R-SATIR(44:2).
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO R-SATIR.
		IF WSAYFA-TIP = "E" GO TO RAPOR-BASLIK-CIFT.
		MOVE "HESAP NO" TO R-SATIR(1:8).
		PERFORM KOLON-BASLIK VARYING KX FROM 1 BY 1
			UNTIL KX > SSAY.
		MOVE "ELIMINASYON" TO R-SATIR(104:11).
		MOVE "KONSOLIDE" TO R-SATIR(123:9).
		GO TO RAPOR-BASLIK-SON.
	RAPOR-BASLIK-CIFT.
		MOVE "NO  TIP" TO R-SATIR(1:7).
		MOVE "S HESAP NO" TO R-SATIR(18:10).
		MOVE "BAKIYE" TO R-SATIR(39:6).
		MOVE "S HESAP NO" TO R-SATIR(47:10).
		MOVE "BAKIYE" TO R-SATIR(68:6).
		MOVE "FARK" TO R-SATIR(87:4).
		MOVE "ACIKLAMA" TO R-SATIR(112:8).
	RAPOR-BASLIK-SON.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO R-SATIR.
		WRITE R-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO RSATIRSAY.
	KOLON-BASLIK.
		COMPUTE WKOLON = (KX - 1) * 16 + 21.
		MOVE "SIRKET" TO R-SATIR(WKOLON + 6:6).
		MOVE SK-KOD(KX) TO R-SATIR(WKOLON + 13:1).
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH62" TO LPROGRAM.
		MOVE SK-KOD(1) TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE ZERO TO LOKUNAN LYAZILAN LRED.
		MOVE "BASLADI" TO LSONUC.
		WRITE ISLOG-KAYDI.
	ISLOG-SON.
		MOVE "S" TO LTIP.
		MOVE "MUH62" TO LPROGRAM.
		MOVE SK-KOD(1) TO LSIRKET.
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
