			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BANAHTAR
			FILE STATUS IS DS-BAKIYE.
		SELECT KONTROL ASSIGN TO RANDOM "KONTROL.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS KANAHTAR
			FILE STATUS IS DS-KONTROL.
		SELECT DOGRULA ASSIGN TO PRINTER "DOGRULA.LST".
		SELECT ISLOG ASSIGN TO RANDOM "ISLOG.DAT"
			FILE STATUS IS DS-ISLOG.
		SELECT ZINCIR ASSIGN TO RANDOM "ZINCIR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ZNANAHTAR
			FILE STATUS IS DS-ZINCIR.
		SELECT OPKUTUK ASSIGN TO RANDOM "OPERATOR.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
	FILE SECTION.
		COPY "MUHYIL.COP".
		COPY "BAKIYE.COP".
		COPY "KONTROL.COP".
		COPY "OPKUTUK.COP".
		COPY "ISLOG.COP".
		COPY "ZINCIR.COP".
	FD	DOGRULA	LABEL RECORDS STANDARD.
	01	D-SATIR				PIC X(132).
	WORKING-STORAGE SECTION.
	77	GIRIS-DENEME	PIC 9(1) VALUE ZERO.
	77	DS-ISLOG	PIC X(2).
	77	ISLOG-ACIK	PIC X(1) VALUE "H".
	77	DS-ZINCIR	PIC X(2).
	77	ZINCIR-MODU	PIC X(1) VALUE "H".
	77	WZAMAN		PIC 9(8) VALUE ZERO.
	77	CEV		PIC X(1) VALUE SPACES.
	77	WSIRKET		PIC X(1) VALUE SPACES.
	77	DS-MUHYIL	PIC X(2).
	77	DS-BAKIYE	PIC X(2).
	77	DS-KONTROL	PIC X(2).
	77	DUZELT-MODU	PIC X(1) VALUE "H".
	77	BAKIYE-BITTI	PIC X(1) VALUE "H".
	77	KAYIT-VAR	PIC X(1) VALUE "H".
		02 WTYIL		PIC 99.
		02 WTAY			PIC 99.
		02 WTGUN		PIC 99.
	01	WSONYUKNO-ANAHTAR.
		02 WSONSIRKET		PIC X(1) VALUE SPACES.
		02 WSONYUKNO		PIC X(5) VALUE SPACES.
	PROCEDURE DIVISION.
	BASLA.
		PERFORM GIRIS-KONTROL THRU GIRIS-KONTROL-SON.
		IF DS-MUHYIL NOT = "00"
			DISPLAY "YILLIK DOSYA (YENI.DAT) BULUNAMADI"
				LINE 10 POSITION 25
			GO TO CIKIS.
		OPEN I-O BAKIYE.
		IF DS-BAKIYE = "35"
			OPEN OUTPUT BAKIYE
		DISPLAY "----------------------------------------------"
			LINE 2 POSITION 1.
		DISPLAY "SIRKET KODU GIRINIZ ? [ ]" LINE 4 POSITION 25.
		IF ZINCIR-MODU = "E"
			DISPLAY WSIRKET LINE 4 POSITION 48
		ELSE
			ACCEPT WSIRKET LINE 4 POSITION 48 TAB.
		DISPLAY "ISE BASLAMAK ICIN [ B ] GIRIN ? [   ]"
			LINE 5 POSITION 25.
		IF ZINCIR-MODU = "E"
			MOVE "B" TO CEV
		ELSE
			ACCEPT CEV LINE 5 POSITION 59 TAB.
		IF CEV NOT = "B" GO TO KAPAT.
		PERFORM ISLOG-BASLA.
		OPEN OUTPUT DOGRULA.
		IF SFARK = ZERO
			DISPLAY "BAKIYELER MUTABIK, FARK YOK"
				LINE 10 POSITION 25
			PERFORM TUS-BEKLE
			GO TO RAPOR-KAPAT.
		MOVE SFARK TO GSAYAC.
		DISPLAY "FARKLI HESAP SAYISI :" LINE 10 POSITION 25
		DISPLAY GSAYAC LINE 10 POSITION 47.
		DISPLAY "BAKIYELER DUZELTILSIN MI [E/H] ? [   ]"
			LINE 12 POSITION 25.
		IF ZINCIR-MODU = "E"
			MOVE "E" TO CEV
		ELSE
			ACCEPT CEV LINE 12 POSITION 59 TAB.
		IF CEV NOT = "E" GO TO RAPOR-KAPAT.
		MOVE "E" TO DUZELT-MODU.
		PERFORM GECIS-BAS THRU GECIS-SON.
		PERFORM MIZAN-ISARET THRU MIZAN-ISARET-EXIT.
		MOVE SDUZELTILEN TO GSAYAC.
		DISPLAY "DUZELTILEN HESAP SAYISI :" LINE 14 POSITION 25.
		DISPLAY GSAYAC LINE 14 POSITION 51.
		PERFORM TUS-BEKLE.
	RAPOR-KAPAT.
		CLOSE DOGRULA.
	KAPAT.
		CLOSE MUHYIL BAKIYE.
		IF ISLOG-ACIK = "E" PERFORM ISLOG-SON.
		GO TO CIKIS.
	GECIS-BAS.
		MOVE "H" TO BAKIYE-BITTI.
		MOVE SPACES TO AKTIF-HESNO.
		READ MUHYIL NEXT RECORD AT END
			GO TO GECIS-HAREKET-BITTI.
		IF YHSIRKET NOT = WSIRKET GO TO GECIS-OKU.
		IF YHYUKNO-ANAHTAR > WSONYUKNO-ANAHTAR
			MOVE YHYUKNO-ANAHTAR TO WSONYUKNO-ANAHTAR.
		IF YHHESNO NOT = AKTIF-HESNO
			PERFORM GRUP-KAPAT THRU GRUP-KAPAT-EXIT
			MOVE YHHESNO TO AKTIF-HESNO
			WRITE BAKIYE-KAYDI.
	FARK-ISLE-EXIT.
		CONTINUE.
*******************************************************************
*********  DUZELTILEN BAKIYE TUM MUHYIL'I ICERIR : SIRKETIN   *****
*********  KONTROL.DAT MIZAN ISARETLERI SON KAYDA GETIRILIR,  *****
*********  MUH97 AYNI HAREKETLERI IKINCI KEZ EKLEMEZ          *****
*******************************************************************
	MIZAN-ISARET.
		IF WSONYUKNO-ANAHTAR = SPACES GO TO MIZAN-ISARET-EXIT.
		OPEN I-O KONTROL.
		IF DS-KONTROL NOT = "00" GO TO MIZAN-ISARET-EXIT.
		MOVE WSIRKET TO KSIRKET.
		MOVE LOW-VALUES TO KYIL.
		START KONTROL KEY IS NOT LESS THAN KANAHTAR
			INVALID KEY GO TO MIZAN-ISARET-KAPAT.
	MIZAN-ISARET-OKU.
		READ KONTROL NEXT RECORD AT END
			GO TO MIZAN-ISARET-KAPAT.
		IF KSIRKET NOT = WSIRKET GO TO MIZAN-ISARET-KAPAT.
		MOVE WSONYUKNO-ANAHTAR TO KMIZANYUKNO-ANAHTAR.
		REWRITE KONTROL-KAYDI.
		GO TO MIZAN-ISARET-OKU.
	MIZAN-ISARET-KAPAT.
		CLOSE KONTROL.
	MIZAN-ISARET-EXIT.
		CONTINUE.
	DOGRULA-SATIR.
		IF DSATIRSAY NOT < 55 PERFORM DOGRULA-BASLIK.
		MOVE SPACES TO D-SATIR.
		MOVE WZAMAN(1:6) TO LSAAT.
		MOVE SFARK TO LOKUNAN.
		MOVE SDUZELTILEN TO LYAZILAN.
		SUBTRACT SDUZELTILEN FROM SFARK GIVING LRED.
		MOVE "BITTI" TO LSONUC.
		WRITE ISLOG-KAYDI.
		CLOSE ISLOG.
	CIKIS.
		IF ZINCIR-MODU = "E" GO TO ZINCIR-DON.
		STOP RUN.
	ZINCIR-DON.
		EXIT PROGRAM.
	TUS-BEKLE.
		IF ZINCIR-MODU NOT = "E"
			ACCEPT CEV LINE 24 POSITION 25.
	ZINCIR-BAK.
		OPEN I-O ZINCIR.
		IF DS-ZINCIR NOT = "00" GO TO ZINCIR-BAK-SON.
		MOVE LOW-VALUES TO ZNANAHTAR.
		START ZINCIR KEY IS NOT LESS THAN ZNANAHTAR
			INVALID KEY GO TO ZINCIR-BAK-KAPAT.
	ZINCIR-BAK-OKU.
		READ ZINCIR NEXT RECORD AT END GO TO ZINCIR-BAK-KAPAT.
		IF ZNPROGRAM NOT = "MUH88" GO TO ZINCIR-BAK-OKU.
		IF NOT ZNDURUM-CALISIYOR GO TO ZINCIR-BAK-OKU.
		MOVE ZNOPKOD TO WOPKOD.
		MOVE ZNSIRKET TO WSIRKET.
		MOVE SPACES TO ZNPROGRAM.
		REWRITE ZINCIR-KAYDI.
		MOVE "E" TO ZINCIR-MODU.
	ZINCIR-BAK-KAPAT.
		CLOSE ZINCIR.
	ZINCIR-BAK-SON.
		CONTINUE.
	GIRIS-KONTROL.
		PERFORM ZINCIR-BAK THRU ZINCIR-BAK-SON.
		IF ZINCIR-MODU = "E" GO TO GIRIS-KONTROL-SON.
		OPEN INPUT OPKUTUK.
		IF DS-OPKUTUK NOT = "00"
			DISPLAY "OPERATOR DOSYASI YOK, MUH81 CALISTIRIN"
