	IDENTIFICATION DIVISION.
	PROGRAM-ID. MUH71.
	AUTHOR. EROKOM AS.
*******************************************************************
*********  BANKA EKSTRESI ALIMI VE 102 HESAP MUTABAKATI       *****
*********  GIRDI : A:EKSTRE.SEQ (MUH80 GELEN DUZENINE BENZER) *****
*********  B KAYDI : TIP(1) SIRKET(1)                         *****
*********  H KAYDI : TIP(1) GG/AA/YY(8) ACIKLAMA(30) B-A(1)   *****
*********            TUTAR(9,2) ISLEM TIPI(1) M=MASRAF F=FAIZ *****
*********  S KAYDI : TIP(1) SAYI(6) BAKIYE(11,2) B-A(1)       *****
*********  B/A BANKA GOZUYLEDIR : B = CIKIS, A = GIRIS        *****
*********  EKSTRE SATIRLARI EKSTRE.DAT'A ALINIR, MUHYIL'DAKI  *****
*********  HAREKETLERLE TARIH, TUTAR VE B/A ILE ESLESTIRILIR  *****
*********  ESLESEN SATIRLAR ISARETLENIR, TEKRAR ONERILMEZ     *****
********* HESAP NO TIPI : 283/3                               *****
********* TARIH         : 15/02/1988                          *****
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
		SELECT MUHGUN ASSIGN TO RANDOM "GUNLUK.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HYUKNO-ANAHTAR
		       ALTERNATE RECORD KEY IS HFISKEY WITH DUPLICATES
		       ALTERNATE RECORD KEY IS HFISNO  WITH DUPLICATES
			FILE STATUS IS DS-MUHGUN.
		SELECT EKSTRE ASSIGN TO RANDOM "EKSTRE.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EKANAHTAR
			FILE STATUS IS DS-EKSTRE.
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
		SELECT MERKEZ ASSIGN TO RANDOM "MERKEZ.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS MRANAHTAR
			FILE STATUS IS DS-MERKEZ.
		SELECT GELEN ASSIGN TO RANDOM "A:EKSTRE.SEQ"
			FILE STATUS IS DS-GELEN.
		SELECT MUTABAK ASSIGN TO PRINTER "MUTABAK.LST".
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
		COPY "MUHGUN.COP".
		COPY "EKSTRE.COP".
		COPY "HESAP.COP".
		COPY "DONEM.COP".
		COPY "MERKEZ.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
	FD	GELEN	LABEL RECORDS STANDARD.
	01	A-KAYIT				PIC X(80).
	FD	MUTABAK	LABEL RECORDS STANDARD.
	01	M-SATIR				PIC X(132).
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
	77	DS-MUHYIL	PIC X(2).
	77	DS-MUHGUN	PIC X(2).
	77	DS-EKSTRE	PIC X(2).
	77	DS-HESAP	PIC X(2).
	77	DS-DONEM	PIC X(2).
	77	DONEM-ACIK	PIC X(1) VALUE "H".
	77	WDONEM-DURUM	PIC X(1) VALUE "A".
	77	DS-GELEN	PIC X(2).
	77	DS-MERKEZ	PIC X(2).
	77	MERKEZ-ACIK	PIC X(1) VALUE "H".
	77	WMERKEZ		PIC X(4) VALUE SPACES.
	77	WHESNO		PIC X(9) VALUE SPACES.
	77	WHESAP-ADI	PIC X(30) VALUE SPACES.
	77	WGIDERHES	PIC X(9) VALUE SPACES.
	77	WGELIRHES	PIC X(9) VALUE SPACES.
	77	WKARSIHES	PIC X(9) VALUE SPACES.
	77	WFISNO		PIC X(5) VALUE SPACES.
	77	WYUKNO		PIC 9(5) VALUE ZERO.
	77	WSON-YUKNO	PIC X(5) VALUE SPACES.
	77	WARANAN-BA	PIC X(1) VALUE SPACES.
	77	BULUNDU		PIC X(1) VALUE "H".
	77	SON-VAR		PIC X(1) VALUE "H".
	77	WONCEKI-TRH	PIC X(6) VALUE SPACES.
	77	WSIRA		PIC 9(4) VALUE ZERO.
	77	WTL		PIC 9(9)V99 COMP-3 VALUE ZERO.
	77	WBANKA-BAK	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WDEFTER-BAK	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WHESAPLANAN	PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	WFARK		PIC S9(11)V99 COMP-3 VALUE ZERO.
	77	DBORC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	DALAC		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	BGIRIS		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	BCIKIS		PIC 9(11)V99 COMP-3 VALUE ZERO.
	77	SOKU		PIC 9(5) VALUE ZERO.
	77	SALINAN		PIC 9(5) VALUE ZERO.
	77	SMUKERRER	PIC 9(5) VALUE ZERO.
	77	SRED		PIC 9(5) VALUE ZERO.
	77	SESLESEN	PIC 9(5) VALUE ZERO.
	77	SADAY		PIC 9(5) VALUE ZERO.
	77	SFIS		PIC 9(5) VALUE ZERO.
	77	SYAZ		PIC 9(5) VALUE ZERO.
	77	GSAYAC		PIC Z(4)9.
	77	RTUTAR		PIC ZZZ.ZZZ.ZZZ,ZZ.
	77	RBAKIYE		PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ-.
	77	MSAYFA		PIC 9(3) VALUE ZERO.
	77	MSATIRSAY	PIC 9(3) VALUE ZERO.
	77	MTARIH		PIC X(8).
	77	MSAYFANO	PIC ZZ9.
	01	WTARIH		PIC 9(6).
	01	WTARIH-R REDEFINES WTARIH.
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WMTARIH		PIC 9(6).
	01	WMTARIH-R REDEFINES WMTARIH.
		02 WMGUN		PIC 99.
		02 WMAY			PIC 99.
		02 WMYIL		PIC 99.
	01	WMTRH.
		02 WMTYIL		PIC 99.
		02 WMTAY		PIC 99.
		02 WMTGUN		PIC 99.
	01	E-ALAN			PIC X(80).
	01	EB-KAYIT REDEFINES E-ALAN.
		02 EB-TIP		PIC X(1).
		02 EB-SIRKET		PIC X(1).
		02 FILLER		PIC X(78).
	01	EH-KAYIT REDEFINES E-ALAN.
		02 EH-TIP		PIC X(1).
		02 EH-GUN		PIC X(2).
		02 FILLER		PIC X(1).
		02 EH-AY		PIC X(2).
		02 FILLER		PIC X(1).
		02 EH-YIL		PIC X(2).
		02 EH-IZH		PIC X(30).
		02 EH-BA		PIC X(1).
		02 EH-TUTAR.
			03 EH-TUTAR-LIRA	PIC 9(9).
			03 FILLER		PIC X(1).
			03 EH-TUTAR-KURUS	PIC 9(2).
		02 EH-ISLTIP		PIC X(1).
		02 FILLER		PIC X(27).
	01	ES-KAYIT REDEFINES E-ALAN.
		02 ES-TIP		PIC X(1).
		02 ES-SAYI		PIC 9(6).
		02 ES-BAKIYE.
			03 ES-BAKIYE-LIRA	PIC 9(11).
			03 FILLER		PIC X(1).
			03 ES-BAKIYE-KURUS	PIC 9(2).
		02 ES-BA		PIC X(1).
		02 FILLER		PIC X(58).
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		OPEN INPUT HESAP.
		IF DS-HESAP NOT = "00"
			DISPLAY "HESAP PLANI (HESAP.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			STOP RUN.
		OPEN I-O MUHYIL.
		IF DS-MUHYIL = "35"
			OPEN OUTPUT MUHYIL
			CLOSE MUHYIL
			OPEN I-O MUHYIL.
		OPEN I-O MUHGUN.
		IF DS-MUHGUN = "35"
			OPEN OUTPUT MUHGUN
			CLOSE MUHGUN
			OPEN I-O MUHGUN.
		OPEN I-O EKSTRE.
		IF DS-EKSTRE = "35"
			OPEN OUTPUT EKSTRE
			CLOSE EKSTRE
			OPEN I-O EKSTRE.
		OPEN INPUT DONEM.
		IF DS-DONEM = "00" MOVE "E" TO DONEM-ACIK.
		OPEN INPUT MERKEZ.
		IF DS-MERKEZ = "00" MOVE "E" TO MERKEZ-ACIK.
		ACCEPT WTARIH FROM DATE.
		DISPLAY SPACE ERASE.
		DISPLAY "MUH71 - BANKA EKSTRESI VE MUTABAKAT"
			LINE 1 POSITION 1 REVERSE.
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
	HESNO-AL.
		DISPLAY "BANKA HESAP NO (102..) ? [         ]"
			LINE 5 POSITION 25.
		MOVE SPACES TO WHESNO.
		ACCEPT WHESNO LINE 5 POSITION 51 TAB.
		IF WHESNO = SPACES GO TO KAPAT.
		IF WHESNO(1:3) NOT = "102"
			DISPLAY "102 BANKALAR HESABI OLMALI !"
				LINE 6 POSITION 25 REVERSE
			GO TO HESNO-AL.
		MOVE WSIRKET TO RSIRKET.
		MOVE WHESNO TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !          "
				LINE 6 POSITION 25 REVERSE
			GO TO HESNO-AL.
		MOVE RHESAP-ADI TO WHESAP-ADI.
		DISPLAY "                              "
			LINE 6 POSITION 25.
		DISPLAY WHESAP-ADI LINE 6 POSITION 25.
	TARIH-AL.
		DISPLAY "MUTABAKAT TARIHI (GGAAYY) ? [      ]"
			LINE 7 POSITION 25.
		MOVE ZERO TO WMTARIH.
		ACCEPT WMTARIH LINE 7 POSITION 54 TAB.
		IF WMGUN < 1 OR WMGUN > 31 OR WMAY < 1 OR WMAY > 12
			GO TO TARIH-AL.
		MOVE WMYIL TO WMTYIL.
		MOVE WMAY TO WMTAY.
		MOVE WMGUN TO WMTGUN.
		DISPLAY "EKSTRE DISKETI ALINSIN MI [E/H] ? [   ]"
			LINE 8 POSITION 25.
		ACCEPT CEV LINE 8 POSITION 60 TAB.
		PERFORM ISLOG-BASLA.
		OPEN OUTPUT MUTABAK.
		PERFORM MUTABAK-BASLIK.
		IF CEV = "E" PERFORM EKSTRE-AL THRU EKSTRE-AL-SON.
		DISPLAY "ESLESTIRME YAPILIYOR..." LINE 12 POSITION 25.
		PERFORM ESLESTIR THRU ESLESTIR-SON.
		DISPLAY "ESLESEN SATIR :" LINE 12 POSITION 25.
		MOVE SESLESEN TO GSAYAC.
		DISPLAY GSAYAC LINE 12 POSITION 41.
		PERFORM DEFTER-DOK THRU DEFTER-DOK-SON.
		PERFORM BANKA-DOK THRU BANKA-DOK-SON.
		PERFORM OZET-YAZ THRU OZET-YAZ-SON.
		DISPLAY "MUTABAKAT RAPORU YAZILDI" LINE 13 POSITION 25.
		PERFORM FIS-SOR THRU FIS-SOR-SON.
		CLOSE MUTABAK.
		ACCEPT CEV LINE 24 POSITION 25.
	KAPAT.
		CLOSE MUHYIL MUHGUN EKSTRE HESAP.
		IF DONEM-ACIK = "E" CLOSE DONEM.
		IF MERKEZ-ACIK = "E" CLOSE MERKEZ.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		STOP RUN.
*******************************************************************
*********  DISKETTEN EKSTRE SATIRLARININ ALINMASI             *****
*******************************************************************
	EKSTRE-AL.
		DISPLAY "DISKETI A SURUCUSUNE TAKIP [ B ] GIRIN ? [   ]"
			LINE 9 POSITION 25.
		ACCEPT CEV LINE 9 POSITION 68 TAB.
		IF CEV NOT = "B" GO TO EKSTRE-AL-SON.
		OPEN INPUT GELEN.
		IF DS-GELEN NOT = "00"
			DISPLAY "GIRDI DOSYASI (A:EKSTRE.SEQ) YOK !"
				LINE 10 POSITION 25 REVERSE
			MOVE "DISKET YOK" TO WSONUC
			GO TO EKSTRE-AL-SON.
		READ GELEN INTO E-ALAN AT END
			DISPLAY "GIRDI DOSYASI BOS !"
				LINE 10 POSITION 25 REVERSE
			GO TO EKSTRE-KAPAT.
		IF EB-TIP NOT = "B" OR EB-SIRKET NOT = WSIRKET
			DISPLAY "BAS KAYDI YOK VEYA BASKA SIRKETIN !"
				LINE 10 POSITION 25 REVERSE
			MOVE "BAS KAYDI HATA" TO WSONUC
			GO TO EKSTRE-KAPAT.
		DISPLAY "OKUNAN SATIR :" LINE 10 POSITION 25.
		MOVE SPACES TO WONCEKI-TRH.
	EKSTRE-OKU.
		READ GELEN INTO E-ALAN AT END GO TO EKSTRE-KAPAT.
		IF ES-TIP = "S"
			MOVE "E" TO SON-VAR
			COMPUTE WBANKA-BAK =
				ES-BAKIYE-LIRA + ES-BAKIYE-KURUS / 100
			GO TO EKSTRE-KAPAT.
		IF EH-TIP NOT = "H" GO TO EKSTRE-OKU.
		ADD 1 TO SOKU.
		MOVE SOKU TO GSAYAC.
		DISPLAY GSAYAC LINE 10 POSITION 40.
		IF EH-GUN < "01" OR EH-GUN > "31"
		   OR EH-AY < "01" OR EH-AY > "12"
		   OR (EH-BA NOT = "B" AND EH-BA NOT = "A")
		   OR EH-TUTAR-LIRA NOT NUMERIC
		   OR EH-TUTAR-KURUS NOT NUMERIC
			ADD 1 TO SRED
			PERFORM RED-SATIR-YAZ
			GO TO EKSTRE-OKU.
		COMPUTE WTL = EH-TUTAR-LIRA + EH-TUTAR-KURUS / 100.
		IF WTL = ZERO
			ADD 1 TO SRED
			PERFORM RED-SATIR-YAZ
			GO TO EKSTRE-OKU.
		MOVE WSIRKET TO EKSIRKET.
		MOVE WHESNO TO EKHESNO.
		MOVE EH-YIL TO EKYIL.
		MOVE EH-AY TO EKAY.
		MOVE EH-GUN TO EKGUN.
		IF EKTRH NOT = WONCEKI-TRH
			MOVE EKTRH TO WONCEKI-TRH
			MOVE ZERO TO WSIRA.
		ADD 1 TO WSIRA.
		MOVE WSIRA TO EKSIRA.
		MOVE EH-IZH TO EKIZH.
		MOVE EH-BA TO EKBA.
		MOVE WTL TO EKTUTAR.
		MOVE EH-ISLTIP TO EKTIP.
		MOVE "H" TO EKDURUM.
		MOVE SPACES TO EKYUKNO-ANAHTAR.
		MOVE WTARIH TO EKALIMTRH.
		WRITE EKSTRE-KAYDI INVALID KEY
			ADD 1 TO SMUKERRER
			GO TO EKSTRE-OKU.
		ADD 1 TO SALINAN.
		GO TO EKSTRE-OKU.
	EKSTRE-KAPAT.
		CLOSE GELEN.
		IF SON-VAR = "E" AND ES-BA = "B"
			COMPUTE WBANKA-BAK = ZERO - WBANKA-BAK.
		IF SON-VAR = "E" AND ES-SAYI NOT = SOKU
			MOVE SPACES TO M-SATIR
			MOVE "DIKKAT : SON KAYDI SAYISI UYUMSUZ !"
				TO M-SATIR(1:35)
			WRITE M-SATIR AFTER ADVANCING 1 LINE
			ADD 1 TO MSATIRSAY.
		MOVE SPACES TO M-SATIR.
		MOVE "EKSTRE SATIRI OKUNAN :" TO M-SATIR(1:22).
		MOVE SOKU TO GSAYAC.
		MOVE GSAYAC TO M-SATIR(24:5).
		MOVE "ALINAN :" TO M-SATIR(32:8).
		MOVE SALINAN TO GSAYAC.
		MOVE GSAYAC TO M-SATIR(41:5).
		MOVE "ONCEDEN ALINMIS :" TO M-SATIR(49:17).
		MOVE SMUKERRER TO GSAYAC.
		MOVE GSAYAC TO M-SATIR(67:5).
		MOVE "HATALI :" TO M-SATIR(75:8).
		MOVE SRED TO GSAYAC.
		MOVE GSAYAC TO M-SATIR(84:5).
		WRITE M-SATIR AFTER ADVANCING 2 LINES.
		ADD 2 TO MSATIRSAY.
	EKSTRE-AL-SON.
		CONTINUE.
	RED-SATIR-YAZ.
		IF MSATIRSAY NOT < 55 PERFORM MUTABAK-BASLIK.
		MOVE SPACES TO M-SATIR.
		MOVE "HATALI EKSTRE SATIRI :" TO M-SATIR(1:22).
		MOVE E-ALAN(2:53) TO M-SATIR(24:53).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
*******************************************************************
*********  ESLESTIRME : ACIK EKSTRE SATIRI <-> ISARETSIZ      *****
*********  MUHYIL HAREKETI (AYNI TARIH, TUTAR, TERS B/A)      *****
*******************************************************************
	ESLESTIR.
		MOVE WSIRKET TO EKSIRKET.
		MOVE WHESNO TO EKHESNO.
		MOVE LOW-VALUES TO EKTRH.
		MOVE ZERO TO EKSIRA.
		START EKSTRE KEY IS NOT LESS THAN EKANAHTAR
			INVALID KEY GO TO ESLESTIR-SON.
	ESLESTIR-OKU.
		READ EKSTRE NEXT RECORD AT END GO TO ESLESTIR-SON.
		IF EKSIRKET NOT = WSIRKET OR EKHESNO NOT = WHESNO
			GO TO ESLESTIR-SON.
		IF EKDURUM-ESLESTI GO TO ESLESTIR-OKU.
		IF EKTRH > WMTRH GO TO ESLESTIR-OKU.
		PERFORM DEFTER-ARA THRU DEFTER-ARA-SON.
		IF BULUNDU NOT = "E" GO TO ESLESTIR-OKU.
		MOVE "E" TO EKDURUM.
		MOVE YHYUKNO-ANAHTAR TO EKYUKNO-ANAHTAR.
		REWRITE EKSTRE-KAYDI.
		ADD 1 TO SESLESEN.
		GO TO ESLESTIR-OKU.
	ESLESTIR-SON.
		CONTINUE.
	DEFTER-ARA.
		MOVE "H" TO BULUNDU.
		IF EKBA = "A"
			MOVE "B" TO WARANAN-BA
		ELSE
			MOVE "A" TO WARANAN-BA.
		MOVE WHESNO TO YHHESNO.
		START MUHYIL KEY IS NOT LESS THAN YHHESNO
			INVALID KEY GO TO DEFTER-ARA-SON.
	DEFTER-ARA-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO DEFTER-ARA-SON.
		IF YHHESNO NOT = WHESNO GO TO DEFTER-ARA-SON.
		IF YHSIRKET NOT = WSIRKET OR YHMUTABIK-EVET
			GO TO DEFTER-ARA-OKU.
		IF YHTRH NOT = EKTRH OR YHTL NOT = EKTUTAR
		   OR YHBA NOT = WARANAN-BA
			GO TO DEFTER-ARA-OKU.
		MOVE "E" TO YHMUTABIK.
		REWRITE YHARKAY.
		MOVE "E" TO BULUNDU.
	DEFTER-ARA-SON.
		CONTINUE.
*******************************************************************
*********  DEFTERDE OLUP BANKADA OLMAYANLAR + DEFTER BAKIYESI *****
*******************************************************************
	DEFTER-DOK.
		PERFORM BOLUM-BASLIK.
		MOVE "DEFTERDE OLUP BANKADA OLMAYANLAR"
			TO M-SATIR(1:32).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		MOVE WHESNO TO YHHESNO.
		START MUHYIL KEY IS NOT LESS THAN YHHESNO
			INVALID KEY GO TO DEFTER-DOK-SON.
	DEFTER-DOK-OKU.
		READ MUHYIL NEXT RECORD AT END GO TO DEFTER-DOK-SON.
		IF YHHESNO NOT = WHESNO GO TO DEFTER-DOK-SON.
		IF YHSIRKET NOT = WSIRKET GO TO DEFTER-DOK-OKU.
		IF YHTRH > WMTRH GO TO DEFTER-DOK-OKU.
		IF YHBA = "A"
			SUBTRACT YHTL FROM WDEFTER-BAK
		ELSE
			ADD YHTL TO WDEFTER-BAK.
		IF YHMUTABIK-EVET GO TO DEFTER-DOK-OKU.
		IF YHIZH = "ACILIS DEVIR KAYDI" GO TO DEFTER-DOK-OKU.
		IF YHBA = "A"
			ADD YHTL TO DALAC
		ELSE
			ADD YHTL TO DBORC.
		IF MSATIRSAY NOT < 55 PERFORM MUTABAK-BASLIK.
		MOVE SPACES TO M-SATIR.
		MOVE YHGUN TO M-SATIR(3:2).
		MOVE "/" TO M-SATIR(5:1).
		MOVE YHAY TO M-SATIR(6:2).
		MOVE "/" TO M-SATIR(8:1).
		MOVE YHYIL TO M-SATIR(9:2).
		MOVE YHFISNO TO M-SATIR(13:5).
		MOVE YHIZH TO M-SATIR(20:39).
		MOVE YHBA TO M-SATIR(61:1).
		MOVE YHTL TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(64:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		GO TO DEFTER-DOK-OKU.
	DEFTER-DOK-SON.
		MOVE SPACES TO M-SATIR.
		MOVE "TOPLAM BORC / ALACAK :" TO M-SATIR(20:22).
		MOVE DBORC TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		MOVE DALAC TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(64:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
*******************************************************************
*********  BANKADA OLUP DEFTERDE OLMAYANLAR                   *****
*******************************************************************
	BANKA-DOK.
		PERFORM BOLUM-BASLIK.
		MOVE "BANKADA OLUP DEFTERDE OLMAYANLAR"
			TO M-SATIR(1:32).
		MOVE "(B/A BANKA GOZUYLE)" TO M-SATIR(35:19).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		MOVE WSIRKET TO EKSIRKET.
		MOVE WHESNO TO EKHESNO.
		MOVE LOW-VALUES TO EKTRH.
		MOVE ZERO TO EKSIRA.
		START EKSTRE KEY IS NOT LESS THAN EKANAHTAR
			INVALID KEY GO TO BANKA-DOK-SON.
	BANKA-DOK-OKU.
		READ EKSTRE NEXT RECORD AT END GO TO BANKA-DOK-SON.
		IF EKSIRKET NOT = WSIRKET OR EKHESNO NOT = WHESNO
			GO TO BANKA-DOK-SON.
		IF EKDURUM-ESLESTI GO TO BANKA-DOK-OKU.
		IF EKTRH > WMTRH GO TO BANKA-DOK-OKU.
		IF EKBA = "A"
			ADD EKTUTAR TO BGIRIS
		ELSE
			ADD EKTUTAR TO BCIKIS.
		IF MSATIRSAY NOT < 55 PERFORM MUTABAK-BASLIK.
		MOVE SPACES TO M-SATIR.
		MOVE EKGUN TO M-SATIR(3:2).
		MOVE "/" TO M-SATIR(5:1).
		MOVE EKAY TO M-SATIR(6:2).
		MOVE "/" TO M-SATIR(8:1).
		MOVE EKYIL TO M-SATIR(9:2).
		MOVE EKTIP TO M-SATIR(15:1).
		MOVE EKIZH TO M-SATIR(20:30).
		MOVE EKBA TO M-SATIR(61:1).
		MOVE EKTUTAR TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(64:15).
		IF EKDURUM-FISLENDI
			MOVE "FIS YAZILDI, AKTARIM BEKLIYOR"
				TO M-SATIR(82:29).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		GO TO BANKA-DOK-OKU.
	BANKA-DOK-SON.
		MOVE SPACES TO M-SATIR.
		MOVE "TOPLAM CIKIS / GIRIS :" TO M-SATIR(20:22).
		MOVE BCIKIS TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		MOVE BGIRIS TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(64:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
	BOLUM-BASLIK.
		IF MSATIRSAY > 50 PERFORM MUTABAK-BASLIK.
		MOVE SPACES TO M-SATIR.
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		MOVE SPACES TO M-SATIR.
*******************************************************************
*********  MUTABAKAT OZETI                                    *****
*******************************************************************
	OZET-YAZ.
		IF MSATIRSAY > 45 PERFORM MUTABAK-BASLIK.
		COMPUTE WHESAPLANAN = WDEFTER-BAK - DBORC + DALAC
			+ BGIRIS - BCIKIS.
		MOVE SPACES TO M-SATIR.
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "MUTABAKAT OZETI" TO M-SATIR(1:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "DEFTER BAKIYESI                       :"
			TO M-SATIR(1:39).
		MOVE WDEFTER-BAK TO RBAKIYE.
		MOVE RBAKIYE TO M-SATIR(41:18).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "(-) DEFTERDE OLUP BANKADA OLMAYAN BORC:"
			TO M-SATIR(1:39).
		MOVE DBORC TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "(+) DEFTERDE OLUP BANKADA OLMAYAN ALAC:"
			TO M-SATIR(1:39).
		MOVE DALAC TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "(+) BANKADA OLUP DEFTERDE OLMAYAN GIRIS"
			TO M-SATIR(1:39).
		MOVE BGIRIS TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "(-) BANKADA OLUP DEFTERDE OLMAYAN CIKIS"
			TO M-SATIR(1:39).
		MOVE BCIKIS TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(44:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "HESAPLANAN BANKA BAKIYESI             :"
			TO M-SATIR(1:39).
		MOVE WHESAPLANAN TO RBAKIYE.
		MOVE RBAKIYE TO M-SATIR(41:18).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		IF SON-VAR NOT = "E"
			MOVE "EKSTRE BAKIYESI : EKSTRE ALINMADI"
				TO M-SATIR(1:34)
			WRITE M-SATIR AFTER ADVANCING 1 LINE
			GO TO OZET-YAZ-SON.
		MOVE "EKSTRE BAKIYESI                       :"
			TO M-SATIR(1:39).
		MOVE WBANKA-BAK TO RBAKIYE.
		MOVE RBAKIYE TO M-SATIR(41:18).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		COMPUTE WFARK = WHESAPLANAN - WBANKA-BAK.
		MOVE SPACES TO M-SATIR.
		MOVE "FARK                                  :"
			TO M-SATIR(1:39).
		MOVE WFARK TO RBAKIYE.
		MOVE RBAKIYE TO M-SATIR(41:18).
		IF WFARK NOT = ZERO
			MOVE "*** MUTABAKAT SAGLANAMADI ***"
				TO M-SATIR(62:29)
			MOVE "FARK VAR" TO WSONUC
			DISPLAY "DIKKAT : MUTABAKAT FARKI VAR !"
				LINE 14 POSITION 25 REVERSE.
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
	OZET-YAZ-SON.
		ADD 10 TO MSATIRSAY.
*******************************************************************
*********  ESLESMEYEN MASRAF / FAIZ SATIRLARI ICIN FIS        *****
*******************************************************************
	FIS-SOR.
		MOVE ZERO TO SADAY.
		MOVE "H" TO CEV.
		PERFORM ADAY-SAY THRU ADAY-SAY-SON.
		IF SADAY = ZERO GO TO FIS-SOR-SON.
		DISPLAY "ESLESMEYEN MASRAF/FAIZ SATIRI :"
			LINE 15 POSITION 25.
		MOVE SADAY TO GSAYAC.
		DISPLAY GSAYAC LINE 15 POSITION 57.
		DISPLAY "BUNLAR ICIN FIS YAZILSIN MI [E/H] ? [   ]"
			LINE 16 POSITION 25.
		ACCEPT CEV LINE 16 POSITION 62 TAB.
		IF CEV NOT = "E" GO TO FIS-SOR-SON.
		DISPLAY "FIS NO ? [     ]" LINE 17 POSITION 25.
		MOVE SPACES TO WFISNO.
		ACCEPT WFISNO LINE 17 POSITION 35 TAB.
		IF WFISNO = SPACES GO TO FIS-SOR-SON.
	GIDER-AL.
		DISPLAY "GIDER HESABI (BOS = 780) ? [         ]"
			LINE 18 POSITION 25.
		MOVE SPACES TO WGIDERHES.
		ACCEPT WGIDERHES LINE 18 POSITION 53 TAB.
		IF WGIDERHES = SPACES MOVE "780" TO WGIDERHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WGIDERHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 20 POSITION 25 REVERSE
			GO TO GIDER-AL.
		DISPLAY "                   " LINE 20 POSITION 25.
	GELIR-AL.
		DISPLAY "GELIR HESABI (BOS = 642) ? [         ]"
			LINE 19 POSITION 25.
		MOVE SPACES TO WGELIRHES.
		ACCEPT WGELIRHES LINE 19 POSITION 53 TAB.
		IF WGELIRHES = SPACES MOVE "642" TO WGELIRHES.
		MOVE WSIRKET TO RSIRKET.
		MOVE WGELIRHES TO RHESNO.
		READ HESAP INVALID KEY
			DISPLAY "HESAP NO TANIMSIZ !"
				LINE 20 POSITION 25 REVERSE
			GO TO GELIR-AL.
		DISPLAY "                   " LINE 20 POSITION 25.
	MERKEZ-AL.
		DISPLAY "MASRAF MERKEZI ? [    ]" LINE 20 POSITION 25.
		MOVE SPACES TO WMERKEZ.
		ACCEPT WMERKEZ LINE 20 POSITION 43 TAB.
		DISPLAY SPACES LINE 22 POSITION 1 SIZE 80.
		IF WMERKEZ = SPACES
		   AND (WGIDERHES(1:1) = "6" OR WGIDERHES(1:1) = "7"
		     OR WGELIRHES(1:1) = "6" OR WGELIRHES(1:1) = "7")
			DISPLAY "6/7 SINIFI HESAPTA MERKEZ ZORUNLU !"
				LINE 22 POSITION 25 REVERSE
			GO TO MERKEZ-AL.
		IF WMERKEZ = SPACES GO TO FIS-HAZIRLA.
		IF MERKEZ-ACIK NOT = "E"
			DISPLAY "MERKEZ DOSYASI (MERKEZ.DAT) YOK !"
				LINE 22 POSITION 25 REVERSE
			GO TO MERKEZ-AL.
		MOVE WSIRKET TO MRSIRKET.
		MOVE WMERKEZ TO MRKOD.
		READ MERKEZ INVALID KEY
			DISPLAY "MASRAF MERKEZI TANIMSIZ !"
				LINE 22 POSITION 25 REVERSE
			GO TO MERKEZ-AL.
		DISPLAY MRADI LINE 22 POSITION 25.
	FIS-HAZIRLA.
		PERFORM YUKNO-BUL THRU YUKNO-BUL-SON.
		PERFORM BOLUM-BASLIK.
		MOVE "BANKA MASRAF / FAIZ FISI" TO M-SATIR(1:24).
		MOVE "FIS NO :" TO M-SATIR(30:8).
		MOVE WFISNO TO M-SATIR(39:5).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
		MOVE WSIRKET TO EKSIRKET.
		MOVE WHESNO TO EKHESNO.
		MOVE LOW-VALUES TO EKTRH.
		MOVE ZERO TO EKSIRA.
		START EKSTRE KEY IS NOT LESS THAN EKANAHTAR
			INVALID KEY GO TO FIS-SOR-SON.
	FIS-OKU.
		READ EKSTRE NEXT RECORD AT END GO TO FIS-BITTI.
		IF EKSIRKET NOT = WSIRKET OR EKHESNO NOT = WHESNO
			GO TO FIS-BITTI.
		IF NOT EKDURUM-ACIK GO TO FIS-OKU.
		IF EKTRH > WMTRH GO TO FIS-OKU.
		IF NOT EKTIP-MASRAF AND NOT EKTIP-FAIZ GO TO FIS-OKU.
		PERFORM DONEM-BAK THRU DONEM-BAK-SON.
		IF WDONEM-DURUM = "K"
			MOVE SPACES TO M-SATIR
			MOVE EKIZH TO M-SATIR(20:30)
			MOVE "DONEM KAPALI, FIS YAZILMADI"
				TO M-SATIR(82:27)
			WRITE M-SATIR AFTER ADVANCING 1 LINE
			ADD 1 TO MSATIRSAY
			GO TO FIS-OKU.
		IF EKBA = "B"
			MOVE "A" TO HBA
			MOVE WGIDERHES TO WKARSIHES
		ELSE
			MOVE "B" TO HBA
			MOVE WGELIRHES TO WKARSIHES.
		MOVE WHESNO TO HHESNO.
		MOVE SPACES TO HMERKEZ.
		PERFORM GUNLUK-YAZ.
		IF EKBA = "B"
			MOVE "B" TO HBA
		ELSE
			MOVE "A" TO HBA.
		MOVE WKARSIHES TO HHESNO.
		MOVE WMERKEZ TO HMERKEZ.
		PERFORM GUNLUK-YAZ.
		MOVE "F" TO EKDURUM.
		REWRITE EKSTRE-KAYDI.
		ADD 1 TO SFIS.
		GO TO FIS-OKU.
	FIS-BITTI.
		DISPLAY "FISE YAZILAN EKSTRE SATIRI :"
			LINE 21 POSITION 25.
		MOVE SFIS TO GSAYAC.
		DISPLAY GSAYAC LINE 21 POSITION 54.
	FIS-SOR-SON.
		CONTINUE.
	ADAY-SAY.
		MOVE WSIRKET TO EKSIRKET.
		MOVE WHESNO TO EKHESNO.
		MOVE LOW-VALUES TO EKTRH.
		MOVE ZERO TO EKSIRA.
		START EKSTRE KEY IS NOT LESS THAN EKANAHTAR
			INVALID KEY GO TO ADAY-SAY-SON.
	ADAY-SAY-OKU.
		READ EKSTRE NEXT RECORD AT END GO TO ADAY-SAY-SON.
		IF EKSIRKET NOT = WSIRKET OR EKHESNO NOT = WHESNO
			GO TO ADAY-SAY-SON.
		IF EKDURUM-ACIK AND EKTRH NOT > WMTRH
		   AND (EKTIP-MASRAF OR EKTIP-FAIZ)
			ADD 1 TO SADAY.
		GO TO ADAY-SAY-OKU.
	ADAY-SAY-SON.
		CONTINUE.
	GUNLUK-YAZ.
		ADD 1 TO WYUKNO.
		MOVE WSIRKET TO HSIRKET.
		MOVE WYUKNO TO HYUKNO.
		MOVE EKYIL TO HYIL.
		MOVE EKAY TO HAY.
		MOVE EKGUN TO HGUN.
		MOVE WFISNO TO HFISNO.
		MOVE SPACES TO HIZH.
		MOVE EKIZH TO HIZH.
		MOVE EKTUTAR TO HTL.
		MOVE "H" TO HDURUM.
		MOVE SPACES TO HKDVKOD.
		MOVE WOPKOD TO HOPKOD.
		MOVE SPACES TO HDOVKOD.
		MOVE ZERO TO HDOVTUT HKUR.
		WRITE GHAREKAY INVALID KEY
			DISPLAY "YAZMA HATASI, YUKNO :"
				LINE 22 POSITION 25
			DISPLAY HYUKNO LINE 22 POSITION 47.
		ADD 1 TO SYAZ.
		IF MSATIRSAY NOT < 55 PERFORM MUTABAK-BASLIK.
		MOVE SPACES TO M-SATIR.
		MOVE HGUN TO M-SATIR(3:2).
		MOVE "/" TO M-SATIR(5:1).
		MOVE HAY TO M-SATIR(6:2).
		MOVE "/" TO M-SATIR(8:1).
		MOVE HYIL TO M-SATIR(9:2).
		MOVE HYUKNO TO M-SATIR(13:5).
		MOVE HHESNO TO M-SATIR(20:9).
		MOVE HIZH TO M-SATIR(31:30).
		MOVE HBA TO M-SATIR(61:1).
		MOVE EKTUTAR TO RTUTAR.
		MOVE RTUTAR TO M-SATIR(64:15).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 1 TO MSATIRSAY.
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
		MOVE EKYIL TO DNYIL.
		MOVE EKAY TO DNAY.
		READ DONEM INVALID KEY GO TO DONEM-BAK-SON.
		MOVE DNDURUM TO WDONEM-DURUM.
	DONEM-BAK-SON.
		CONTINUE.
	MUTABAK-BASLIK.
		ADD 1 TO MSAYFA.
		MOVE ZERO TO MSATIRSAY.
		MOVE WTGUN TO MTARIH(1:2).
		MOVE "/" TO MTARIH(3:1).
		MOVE WTAY TO MTARIH(4:2).
		MOVE "/" TO MTARIH(6:1).
		MOVE WTYIL TO MTARIH(7:2).
		MOVE MSAYFA TO MSAYFANO.
		MOVE SPACES TO M-SATIR.
		MOVE "BANKA MUTABAKAT RAPORU" TO M-SATIR(30:22).
		MOVE "TARIH :" TO M-SATIR(100:7).
		MOVE MTARIH TO M-SATIR(107:8).
		MOVE "SAYFA :" TO M-SATIR(118:7).
		MOVE MSAYFANO TO M-SATIR(125:3).
		WRITE M-SATIR AFTER ADVANCING PAGE.
		MOVE SPACES TO M-SATIR.
		MOVE "SIRKET KODU :" TO M-SATIR(1:13).
		MOVE WSIRKET TO M-SATIR(15:1).
		MOVE "HESAP :" TO M-SATIR(20:7).
		MOVE WHESNO TO M-SATIR(28:9).
		MOVE WHESAP-ADI TO M-SATIR(38:30).
		MOVE "MUTABAKAT TARIHI :" TO M-SATIR(72:18).
		MOVE WMGUN TO M-SATIR(91:2).
		MOVE "/" TO M-SATIR(93:1).
		MOVE WMAY TO M-SATIR(94:2).
		MOVE "/" TO M-SATIR(96:1).
		MOVE WMYIL TO M-SATIR(97:2).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE SPACES TO M-SATIR.
		MOVE "TARIH" TO M-SATIR(3:5).
		MOVE "FIS/TIP" TO M-SATIR(12:7).
		MOVE "ACIKLAMA" TO M-SATIR(20:8).
		MOVE "B/A" TO M-SATIR(60:3).
		MOVE "TUTAR" TO M-SATIR(74:5).
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		MOVE ALL "-" TO M-SATIR.
		WRITE M-SATIR AFTER ADVANCING 1 LINE.
		ADD 5 TO MSATIRSAY.
	ISLOG-BASLA.
		OPEN EXTEND ISLOG.
		IF DS-ISLOG NOT = "00"
			OPEN OUTPUT ISLOG.
		MOVE "E" TO ISLOG-ACIK.
		MOVE "B" TO LTIP.
		MOVE "MUH71" TO LPROGRAM.
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
		MOVE "MUH71" TO LPROGRAM.
		MOVE WSIRKET TO LSIRKET.
		MOVE WOPKOD TO LOPKOD.
		ACCEPT LTARIH FROM DATE.
		ACCEPT WZAMAN FROM TIME.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SOKU TO LOKUNAN.
		MOVE SESLESEN TO LYAZILAN.
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
