000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     FAT400.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - FATTURAZIONE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - ESPORTAZIONE DELLE FATTURE
000130*                     ELETTRONICHE IN FORMATO FATTURAPA (FPR12)
000140*                     PER L'INVIO A SDI. LEGGE IL REGISTRO
000150*                     FATTURE REGFAT E PER OGNI DOCUMENTO NON
000160*                     ANCORA INVIATO (O SCARTATO DA SDI) PRODUCE
000170*                     UN FILE XML CON LE RIGHE DI RIGFAT, LA
000180*                     DESCRIZIONE ARTICOLO DI ARTANA, I DATI
000190*                     FISCALI DEL CLIENTE DI CLIFISC E I DATI
000200*                     DELL'AZIENDA DA FPAPARM. IL NOME DEL FILE
000210*                     PORTA IL PROGRESSIVO DI INVIO, RILETTO E
000220*                     RISCRITTO SU FPANUM COME NUMFAT IN FAT200.
000230*                     I DOCUMENTI CON DATI OBBLIGATORI MANCANTI
000240*                     NON VENGONO ESPORTATI E FINISCONO SULLA
000250*                     LISTA ECCEZIONI CON IL MOTIVO; SI RIPRESEN-
000260*                     TANO AL CICLO SUCCESSIVO. LO STATO DI INVIO
000270*                     DI OGNI DOCUMENTO VA SUL MASTER FPASTATO
000280*                     (ESITI SDI REGISTRATI DA FAT500).
000281* 15/10/2026 SR      TRACCIATO DI FPAPARM SUL COPY FPAPAR CON LA
000282*                     DATA DI INIZIO DELL'INVIO A SDI: I DOCUMENTI
000283*                     DEL REGISTRO CON DATA PRECEDENTE (EPOCA
000284*                     CARTACEA, SENZA RIGHE SU RIGFAT) NON
000285*                     VENGONO ESPORTATI NE SEGNALATI, SOLO
000286*                     CONTATI. DATA IN BIANCO = NESSUN LIMITE.
000290*----------------------------------------------------------------
000300*================================================================
000310  ENVIRONMENT DIVISION.
000320*================================================================
000330  CONFIGURATION SECTION.
000340  SOURCE-COMPUTER.   IBM-370.
000350  OBJECT-COMPUTER.   IBM-370.
000360  INPUT-OUTPUT SECTION.
000370  FILE-CONTROL.
000380      SELECT PARM-IN     ASSIGN TO FPAPARM
000390          ORGANIZATION IS SEQUENTIAL
000400          FILE STATUS IS FPA-FS-PARM.
000410      SELECT NUMERO-F    ASSIGN TO FPANUM
000420          ORGANIZATION IS SEQUENTIAL
000430          FILE STATUS IS FPA-FS-NUMERO.
000440      SELECT REGFAT-F    ASSIGN TO REGFAT
000450          ORGANIZATION IS SEQUENTIAL
000460          FILE STATUS IS FPA-FS-REGFAT.
000470      SELECT RIGFAT-F    ASSIGN TO RIGFAT
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS FRR-CHIAVE
000510          FILE STATUS IS FPA-FS-RIGFAT.
000520      SELECT ARTANA-MST  ASSIGN TO ARTANA
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS RANDOM
000550          RECORD KEY IS ART-ANA-COD
000560          FILE STATUS IS FPA-FS-ARTANA.
000570      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000580          ORGANIZATION IS INDEXED
000590          ACCESS MODE IS RANDOM
000600          RECORD KEY IS CLI-CHIAVE
000610          FILE STATUS IS FPA-FS-CLIENTI.
000620      SELECT FISCALI-F   ASSIGN TO CLIFISC
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS RANDOM
000650          RECORD KEY IS CFS-CHIAVE
000660          FILE STATUS IS FPA-FS-FISCALI.
000670      SELECT STATO-F     ASSIGN TO FPASTATO
000680          ORGANIZATION IS INDEXED
000690          ACCESS MODE IS RANDOM
000700          RECORD KEY IS FPS-CHIAVE
000710          FILE STATUS IS FPA-FS-STATO.
000720      SELECT XML-OUT     ASSIGN USING FPA-NOME-FILE
000730          ORGANIZATION IS LINE SEQUENTIAL
000740          FILE STATUS IS FPA-FS-XML.
000750      SELECT ECCEZ-OUT   ASSIGN TO FPAERR
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS FPA-FS-ECCEZ.
000780*================================================================
000790  DATA DIVISION.
000800*================================================================
000810  FILE SECTION.
000820  FD  PARM-IN
000830      LABEL RECORDS ARE STANDARD
000840      RECORDING MODE IS F.
000850      COPY FPAPAR.
000940  FD  NUMERO-F
000950      LABEL RECORDS ARE STANDARD
000960      RECORDING MODE IS F.
000970  01  NUMERO-RECORD.
000980      05  NUM-PROGRESSIVO         PIC 9(05).
000990      05  FILLER                  PIC X(75).
001000  FD  REGFAT-F
001010      LABEL RECORDS ARE STANDARD
001020      RECORDING MODE IS F.
001030      COPY FATREG.
001040  FD  RIGFAT-F
001050      LABEL RECORDS ARE STANDARD.
001060      COPY FATRIG.
001070  FD  ARTANA-MST
001080      LABEL RECORDS ARE STANDARD.
001090      COPY ARTREC.
001100  FD  CLIENTI-F
001110      LABEL RECORDS ARE STANDARD.
001120      COPY CLIREC.
001130  FD  FISCALI-F
001140      LABEL RECORDS ARE STANDARD.
001150      COPY CLIFIS.
001160  FD  STATO-F
001170      LABEL RECORDS ARE STANDARD.
001180      COPY FPASTA.
001190  FD  XML-OUT
001200      LABEL RECORDS ARE STANDARD.
001210  01  XML-OUT-RECORD              PIC X(200).
001220  FD  ECCEZ-OUT
001230      LABEL RECORDS ARE STANDARD
001240      RECORDING MODE IS F.
001250  01  ECCEZ-OUT-RECORD            PIC X(80).
001260  WORKING-STORAGE SECTION.
001270  77  FPA-FS-PARM                 PIC X(02) VALUE SPACES.
001280  77  FPA-FS-NUMERO               PIC X(02) VALUE SPACES.
001290  77  FPA-FS-REGFAT               PIC X(02) VALUE SPACES.
001300  77  FPA-FS-RIGFAT               PIC X(02) VALUE SPACES.
001310  77  FPA-FS-ARTANA               PIC X(02) VALUE SPACES.
001320  77  FPA-FS-CLIENTI              PIC X(02) VALUE SPACES.
001330  77  FPA-FS-FISCALI              PIC X(02) VALUE SPACES.
001340  77  FPA-FS-STATO                PIC X(02) VALUE SPACES.
001350  77  FPA-FS-XML                  PIC X(02) VALUE SPACES.
001360  77  FPA-FS-ECCEZ                PIC X(02) VALUE SPACES.
001370  77  FPA-LETTI                   PIC 9(05) COMP VALUE ZERO.
001380  77  FPA-ESPORTATI               PIC 9(05) COMP VALUE ZERO.
001390  77  FPA-REINVIATI               PIC 9(05) COMP VALUE ZERO.
001400  77  FPA-GIA-INVIATI             PIC 9(05) COMP VALUE ZERO.
001405  77  FPA-ANTE-INIZIO             PIC 9(05) COMP VALUE ZERO.
001410  77  FPA-ECCEZIONI               PIC 9(05) COMP VALUE ZERO.
001420  77  FPA-PROGRESSIVO             PIC 9(05) VALUE ZERO.
001430  77  FPA-CONTA-RIGHE             PIC 9(03) COMP VALUE ZERO.
001440  77  FPA-LUNG                    PIC 9(03) COMP VALUE ZERO.
001450  77  FPA-I                       PIC 9(03) COMP VALUE ZERO.
001460  77  FPA-P                       PIC 9(03) COMP VALUE ZERO.
001470  77  FPA-SPAZI                   PIC 9(03) COMP VALUE ZERO.
001475  77  FPA-INIZIO                  PIC 9(03) COMP VALUE ZERO.
001480  77  FPA-DATA-ODIERNA            PIC X(08) VALUE SPACES.
001490  77  FPA-MOTIVO                  PIC X(30) VALUE SPACES.
001500  77  FPA-NOME-FILE               PIC X(30) VALUE SPACES.
001510  77  FPA-COD-DEST                PIC X(07) VALUE SPACES.
001520  77  FPA-TAG                     PIC X(30) VALUE SPACES.
001550  77  FPA-XML-RIGA                PIC X(200) VALUE SPACES.
001560  77  FPA-IMPORTO                 PIC S9(11)V99 VALUE ZERO.
001570  77  FPA-IMPORTO-ED              PIC Z(10)9.99.
001580  77  FPA-INTERO                  PIC 9(05) VALUE ZERO.
001590  77  FPA-INTERO-ED               PIC Z(4)9.
001591  01  FPA-VALORE-AREA.
001592      05  FPA-VALORE              PIC X(80) VALUE SPACES.
001593      05  FPA-VALORE-TAB REDEFINES FPA-VALORE.
001594          10  FPA-VAL-CAR         PIC X(01) OCCURS 80.
001595  01  FPA-EDITATO-AREA.
001596      05  FPA-EDITATO             PIC X(15) VALUE SPACES.
001597      05  FPA-EDITATO-TAB REDEFINES FPA-EDITATO.
001598          10  FPA-ED-CAR          PIC X(01) OCCURS 15.
001599  01  FPA-VALORE-XML-AREA.
001600      05  FPA-VALORE-XML          PIC X(240) VALUE SPACES.
001601      05  FPA-VALORE-XML-TAB REDEFINES FPA-VALORE-XML.
001602          10  FPA-XML-CAR         PIC X(01) OCCURS 240.
001603  01  FPA-DATA-DOC.
001604      05  FPA-DD-AAAA             PIC 9(04).
001605      05  FPA-DD-MM               PIC X(02).
001606      05  FPA-DD-GG               PIC X(02).
001607  01  FPA-CHIAVE-DOC.
001610      05  FPA-TIPO-DOC            PIC X(01).
001620          88  FPA-NOTA-CREDITO              VALUE "N".
001630      05  FPA-ANNO                PIC 9(04).
001640      05  FPA-NUMERO              PIC 9(05).
001650  01  FPA-DATA-XML.
001660      05  FPA-DX-AAAA             PIC X(04).
001670      05  FILLER                  PIC X(01) VALUE "-".
001680      05  FPA-DX-MM               PIC X(02).
001690      05  FILLER                  PIC X(01) VALUE "-".
001700      05  FPA-DX-GG               PIC X(02).
001710  01  FPA-SWITCHES.
001720      05  FPA-EOF-SW              PIC X(01) VALUE "N".
001730          88  FPA-EOF-REGFAT                VALUE "S".
001740      05  FPA-STATO-SW            PIC X(01) VALUE "N".
001750          88  FPA-STATO-PRESENTE            VALUE "S".
001760      05  FPA-FINE-RIG-SW         PIC X(01) VALUE "N".
001770          88  FPA-FINE-RIGHE                VALUE "S".
001780      05  FPA-PEC-SW              PIC X(01) VALUE "N".
001790          88  FPA-INVIO-PEC                 VALUE "S".
001800*----------------------------------------------------------------
001810* RIGHE DEL DOCUMENTO DA RIGFAT CON LA DESCRIZIONE DI ARTANA
001820*----------------------------------------------------------------
001830  01  FPA-TAB-RIGHE.
001840      05  FPA-RIGA OCCURS 50 TIMES
001850              INDEXED BY FPA-X.
001860          10  FPA-T-COD-ART       PIC X(07).
001870          10  FPA-T-DES           PIC X(30).
001880          10  FPA-T-QUANTITA      PIC 9(04).
001890          10  FPA-T-PREZZO        PIC 9(06).
001900          10  FPA-T-IMPORTO       PIC 9(10).
001910          10  FPA-T-CLASSE        PIC X(01).
001920          10  FPA-T-SCONTO        PIC V99.
001930*----------------------------------------------------------------
001940* RIGHE FISSE DEL FILE XML (DICHIARAZIONE E ELEMENTO RADICE)
001950*----------------------------------------------------------------
001960  01  FPA-XML-PROLOGO             PIC X(38)
001970          VALUE "<?xml version=""1.0"" encoding=""UTF-8""?>".
001980  01  FPA-XML-RADICE              PIC X(38)
001990          VALUE "<p:FatturaElettronica versione=""FPR12""".
002000  01  FPA-XML-NS-DS.
002002      05  FILLER                  PIC X(22)
002004          VALUE " xmlns:ds=""http://www.".
002006      05  FILLER                  PIC X(24)
002010          VALUE "w3.org/2000/09/xmldsig#""".
002020  01  FPA-XML-NS-P.
002030      05  FILLER                  PIC X(37)
002040          VALUE " xmlns:p=""http://ivaservizi.agenziaen".
002050      05  FILLER                  PIC X(35)
002060          VALUE "trate.gov.it/docs/xsd/fatture/v1.2""".
002070  01  FPA-XML-NS-XSI.
002080      05  FILLER                  PIC X(30)
002090          VALUE " xmlns:xsi=""http://www.w3.org/".
002100      05  FILLER                  PIC X(25)
002110          VALUE "2001/XMLSchema-instance"">".
002120*----------------------------------------------------------------
002130* LISTA ECCEZIONI
002140*----------------------------------------------------------------
002150  01  FPA-RIGA-INTESTAZ-1.
002160      05  FILLER                  PIC X(40)
002170              VALUE "FATTURE ELETTRONICHE NON ESPORTATE  DATA".
002180      05  FILLER                  PIC X(01) VALUE SPACES.
002190      05  FPA-H-DATA              PIC X(08).
002200      05  FILLER                  PIC X(31) VALUE SPACES.
002210  01  FPA-RIGA-INTESTAZ-2.
002220      05  FILLER                  PIC X(04) VALUE "TIPO".
002230      05  FILLER                  PIC X(08) VALUE "NUMERO".
002240      05  FILLER                  PIC X(09) VALUE "DATA".
002250      05  FILLER                  PIC X(08) VALUE "CLIENTE".
002260      05  FILLER                  PIC X(51) VALUE "MOTIVO".
002270  01  FPA-RIGA-ECCEZIONE.
002280      05  FPA-E-TIPO              PIC X(02).
002290      05  FILLER                  PIC X(02) VALUE SPACES.
002300      05  FPA-E-NUMERO            PIC ZZZZ9.
002310      05  FILLER                  PIC X(01) VALUE "/".
002320      05  FPA-E-ANNO              PIC 9(04).
002330      05  FILLER                  PIC X(01) VALUE SPACES.
002340      05  FPA-E-DATA              PIC X(08).
002350      05  FILLER                  PIC X(01) VALUE SPACES.
002360      05  FPA-E-CLIENTE           PIC X(05).
002370      05  FILLER                  PIC X(03) VALUE SPACES.
002380      05  FPA-E-MOTIVO            PIC X(30).
002390      05  FILLER                  PIC X(18) VALUE SPACES.
002400  01  FPA-RIGA-TOTALE.
002410      05  FILLER                  PIC X(20)
002420              VALUE "DOCUMENTI ESPORTATI ".
002430      05  FPA-R-ESPORTATI         PIC ZZ,ZZ9.
002440      05  FILLER                  PIC X(14)
002450              VALUE "  DI CUI REINV".
002460      05  FPA-R-REINVIATI         PIC ZZ,ZZ9.
002470      05  FILLER                  PIC X(14)
002480              VALUE "  NON ESPORT. ".
002490      05  FPA-R-ECCEZIONI         PIC ZZ,ZZ9.
002500      05  FILLER                  PIC X(14) VALUE SPACES.
002510*================================================================
002520  PROCEDURE DIVISION.
002530*================================================================
002540  0000-MAINLINE.
002550      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
002560      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002570      PERFORM 3000-ELABORA-DOCUMENTO
002580          THRU 3000-ELABORA-DOCUMENTO-EXIT
002590          UNTIL FPA-EOF-REGFAT.
002600      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
002610      STOP RUN.
002620*----------------------------------------------------------------
002630  1000-INIZIALIZZA.
002640      ACCEPT FPA-DATA-ODIERNA FROM DATE YYYYMMDD.
002650      OPEN INPUT PARM-IN.
002660      IF FPA-FS-PARM NOT = "00"
002670          DISPLAY "FAT400 - ERR APERTURA FPAPARM " FPA-FS-PARM
002680          STOP RUN
002690      END-IF.
002700      READ PARM-IN
002710          AT END
002720              DISPLAY "FAT400 - FPAPARM VUOTO"
002730              STOP RUN
002740      END-READ.
002750      CLOSE PARM-IN.
002760      IF FPP-PARTITA-IVA NOT NUMERIC
002770       OR FPP-DENOMINAZIONE = SPACES
002780       OR FPP-INDIRIZZO = SPACES
002790       OR FPP-CAP NOT NUMERIC
002800       OR FPP-COMUNE = SPACES
002810       OR FPP-PROVINCIA = SPACES
002820          DISPLAY "FAT400 - DATI AZIENDA INCOMPLETI SU FPAPARM"
002830          STOP RUN
002840      END-IF.
002841      IF FPP-DATA-INIZIO NOT = SPACES
002842       AND FPP-DATA-INIZIO NOT NUMERIC
002843          DISPLAY "FAT400 - DATA INIZIO SDI ERRATA SU FPAPARM"
002844          STOP RUN
002845      END-IF.
002850      IF FPP-REGIME-FISCALE = SPACES
002860          MOVE "RF01" TO FPP-REGIME-FISCALE
002870      END-IF.
002880      PERFORM 1100-LEGGI-PROGRESSIVO
002890          THRU 1100-LEGGI-PROGRESSIVO-EXIT.
002900      OPEN INPUT REGFAT-F.
002910      IF FPA-FS-REGFAT NOT = "00"
002920          DISPLAY "FAT400 - ERR APERTURA REGFAT " FPA-FS-REGFAT
002930          STOP RUN
002940      END-IF.
002950      OPEN INPUT RIGFAT-F.
002960      IF FPA-FS-RIGFAT NOT = "00"
002970          DISPLAY "FAT400 - ERR APERTURA RIGFAT " FPA-FS-RIGFAT
002980          STOP RUN
002990      END-IF.
003000      OPEN INPUT ARTANA-MST.
003010      IF FPA-FS-ARTANA NOT = "00"
003020          DISPLAY "FAT400 - ERR APERTURA ARTANA " FPA-FS-ARTANA
003030          STOP RUN
003040      END-IF.
003050      OPEN INPUT CLIENTI-F.
003060      IF FPA-FS-CLIENTI NOT = "00"
003070          DISPLAY "FAT400 - ERR APERTURA CLIENTI " FPA-FS-CLIENTI
003080          STOP RUN
003090      END-IF.
003100      OPEN INPUT FISCALI-F.
003110      IF FPA-FS-FISCALI NOT = "00"
003120          DISPLAY "FAT400 - ERR APERTURA CLIFISC " FPA-FS-FISCALI
003130          STOP RUN
003140      END-IF.
003150      OPEN I-O STATO-F.
003160      IF FPA-FS-STATO = "35"
003170          OPEN OUTPUT STATO-F
003180          CLOSE STATO-F
003190          OPEN I-O STATO-F
003200      END-IF.
003210      IF FPA-FS-STATO NOT = "00"
003220          DISPLAY "FAT400 - ERR APERTURA FPASTATO " FPA-FS-STATO
003230          STOP RUN
003240      END-IF.
003250      OPEN OUTPUT ECCEZ-OUT.
003260      MOVE FPA-DATA-ODIERNA TO FPA-H-DATA.
003270      WRITE ECCEZ-OUT-RECORD FROM FPA-RIGA-INTESTAZ-1.
003280      WRITE ECCEZ-OUT-RECORD FROM FPA-RIGA-INTESTAZ-2.
003290  1000-INIZIALIZZA-EXIT.
003300      EXIT.
003310*----------------------------------------------------------------
003320  1100-LEGGI-PROGRESSIVO.
003330      MOVE ZERO TO FPA-PROGRESSIVO.
003340      OPEN INPUT NUMERO-F.
003350      IF FPA-FS-NUMERO = "35"
003360          DISPLAY "FAT400 - FPANUM ASSENTE, PROGRESSIVO DA ZERO"
003370          GO TO 1100-LEGGI-PROGRESSIVO-EXIT
003380      END-IF.
003390      IF FPA-FS-NUMERO NOT = "00"
003400          DISPLAY "FAT400 - ERR APERTURA FPANUM " FPA-FS-NUMERO
003410          STOP RUN
003420      END-IF.
003430      READ NUMERO-F
003440          NOT AT END
003450              IF NUM-PROGRESSIVO NUMERIC
003460                  MOVE NUM-PROGRESSIVO TO FPA-PROGRESSIVO
003470              END-IF
003480      END-READ.
003490      CLOSE NUMERO-F.
003500  1100-LEGGI-PROGRESSIVO-EXIT.
003510      EXIT.
003520*----------------------------------------------------------------
003530  2000-LETTURA.
003540      READ REGFAT-F
003550          AT END
003560              MOVE "S" TO FPA-EOF-SW
003570          NOT AT END
003580              ADD 1 TO FPA-LETTI
003590      END-READ.
003600  2000-LETTURA-EXIT.
003610      EXIT.
003620*----------------------------------------------------------------
003630* UN DOCUMENTO GIA INVIATO O ACCETTATO NON SI RIESPORTA; QUELLO
003640* SCARTATO DA SDI RIPARTE CON UN NUOVO PROGRESSIVO DI INVIO.
003645* I DOCUMENTI ANTERIORI ALL'INIZIO DELL'INVIO A SDI SI SALTANO
003650*----------------------------------------------------------------
003660  3000-ELABORA-DOCUMENTO.
003661      IF FPP-DATA-INIZIO NOT = SPACES
003662       AND FRG-DATA < FPP-DATA-INIZIO
003663          ADD 1 TO FPA-ANTE-INIZIO
003664          GO TO 3000-ELABORA-DOCUMENTO-PROSEGUI
003665      END-IF.
003670      MOVE FRG-TIPO-DOC   TO FPA-TIPO-DOC.
003680      IF FPA-TIPO-DOC NOT = "N"
003690          MOVE "F" TO FPA-TIPO-DOC
003700      END-IF.
003705      MOVE FRG-DATA       TO FPA-DATA-DOC.
003710      MOVE FPA-DD-AAAA    TO FPA-ANNO.
003720      MOVE FRG-NUMERO     TO FPA-NUMERO.
003730      MOVE FPA-CHIAVE-DOC TO FPS-CHIAVE.
003740      MOVE "S" TO FPA-STATO-SW.
003750      READ STATO-F
003760          INVALID KEY
003770              MOVE "N" TO FPA-STATO-SW
003780      END-READ.
003790      IF FPA-STATO-PRESENTE AND NOT FPS-SCARTATA
003800          ADD 1 TO FPA-GIA-INVIATI
003810          GO TO 3000-ELABORA-DOCUMENTO-PROSEGUI
003820      END-IF.
003830      PERFORM 3100-VERIFICA-DOCUMENTO
003840          THRU 3100-VERIFICA-DOCUMENTO-EXIT.
003850      IF FPA-MOTIVO NOT = SPACES
003860          PERFORM 7100-SCRIVI-ECCEZIONE
003870              THRU 7100-SCRIVI-ECCEZIONE-EXIT
003880          GO TO 3000-ELABORA-DOCUMENTO-PROSEGUI
003890      END-IF.
003900      PERFORM 4000-SCRIVI-XML THRU 4000-SCRIVI-XML-EXIT.
003910      PERFORM 3900-AGGIORNA-STATO THRU 3900-AGGIORNA-STATO-EXIT.
003920  3000-ELABORA-DOCUMENTO-PROSEGUI.
003930      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
003940  3000-ELABORA-DOCUMENTO-EXIT.
003950      EXIT.
003960*----------------------------------------------------------------
003970* CONTROLLO DEI DATI OBBLIGATORI DEL TRACCIATO FATTURAPA
003980*----------------------------------------------------------------
003990  3100-VERIFICA-DOCUMENTO.
004000      MOVE SPACES TO FPA-MOTIVO.
004010      MOVE FRG-CLIENTE TO CLI-CHIAVE.
004020      READ CLIENTI-F
004030          INVALID KEY
004040              MOVE "CLIENTE NON IN ANAGRAFICA" TO FPA-MOTIVO
004050              GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004060      END-READ.
004070      MOVE FRG-CLIENTE TO CFS-CHIAVE.
004080      READ FISCALI-F
004090          INVALID KEY
004100              MOVE "DATI FISCALI CLIENTE ASSENTI" TO FPA-MOTIVO
004110              GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004120      END-READ.
004130      IF CFS-NAZIONE = SPACES
004140          MOVE "IT" TO CFS-NAZIONE
004150      END-IF.
004160      IF CFS-PARTITA-IVA = SPACES AND CFS-COD-FISCALE = SPACES
004170          MOVE "P.IVA E COD. FISCALE ASSENTI" TO FPA-MOTIVO
004180          GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004190      END-IF.
004200      IF CFS-INDIRIZZO = SPACES OR CFS-COMUNE = SPACES
004210          MOVE "INDIRIZZO SEDE INCOMPLETO" TO FPA-MOTIVO
004220          GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004230      END-IF.
004240      MOVE "N" TO FPA-PEC-SW.
004250      IF CFS-NAZIONE NOT = "IT"
004260          MOVE "XXXXXXX" TO FPA-COD-DEST
004270      ELSE
004280          IF CLI-CAP NOT NUMERIC OR CFS-PROVINCIA = SPACES
004290              MOVE "CAP O PROVINCIA SEDE ASSENTI" TO FPA-MOTIVO
004300              GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004310          END-IF
004320          IF CFS-COD-SDI NOT = SPACES
004330              MOVE CFS-COD-SDI TO FPA-COD-DEST
004340          ELSE
004350              IF CFS-PEC = SPACES
004360                  MOVE "CODICE SDI E PEC ASSENTI" TO FPA-MOTIVO
004370                  GO TO 3100-VERIFICA-DOCUMENTO-EXIT
004380              END-IF
004390              MOVE "0000000" TO FPA-COD-DEST
004400              MOVE "S"       TO FPA-PEC-SW
004410          END-IF
004420      END-IF.
004430      PERFORM 3300-CARICA-RIGHE THRU 3300-CARICA-RIGHE-EXIT.
004440  3100-VERIFICA-DOCUMENTO-EXIT.
004450      EXIT.
004460*----------------------------------------------------------------
004470  3300-CARICA-RIGHE.
004480      MOVE ZERO TO FPA-CONTA-RIGHE.
004490      MOVE "N"  TO FPA-FINE-RIG-SW.
004500      MOVE FPA-TIPO-DOC TO FRR-TIPO-DOC.
004510      MOVE FPA-ANNO     TO FRR-ANNO.
004520      MOVE FPA-NUMERO   TO FRR-NUMERO.
004530      MOVE ZERO         TO FRR-RIGA.
004540      START RIGFAT-F KEY IS NOT LESS THAN FRR-CHIAVE
004550          INVALID KEY
004560              MOVE "S" TO FPA-FINE-RIG-SW
004570      END-START.
004580      PERFORM 3350-LEGGI-RIGA THRU 3350-LEGGI-RIGA-EXIT
004590          UNTIL FPA-FINE-RIGHE.
004600      IF FPA-MOTIVO = SPACES AND FPA-CONTA-RIGHE = ZERO
004610          MOVE "RIGHE DOCUMENTO ASSENTI" TO FPA-MOTIVO
004620      END-IF.
004630  3300-CARICA-RIGHE-EXIT.
004640      EXIT.
004650*----------------------------------------------------------------
004660  3350-LEGGI-RIGA.
004670      READ RIGFAT-F NEXT RECORD
004680          AT END
004690              MOVE "S" TO FPA-FINE-RIG-SW
004700              GO TO 3350-LEGGI-RIGA-EXIT
004710      END-READ.
004720      IF FRR-TIPO-DOC NOT = FPA-TIPO-DOC
004730       OR FRR-ANNO NOT = FPA-ANNO
004740       OR FRR-NUMERO NOT = FPA-NUMERO
004750          MOVE "S" TO FPA-FINE-RIG-SW
004760          GO TO 3350-LEGGI-RIGA-EXIT
004770      END-IF.
004780      IF FPA-CONTA-RIGHE = 50
004790          MOVE "TROPPE RIGHE NEL DOCUMENTO" TO FPA-MOTIVO
004800          MOVE "S" TO FPA-FINE-RIG-SW
004810          GO TO 3350-LEGGI-RIGA-EXIT
004820      END-IF.
004830      ADD 1 TO FPA-CONTA-RIGHE.
004840      SET FPA-X TO FPA-CONTA-RIGHE.
004850      MOVE FRR-COD-ART  TO FPA-T-COD-ART(FPA-X).
004860      MOVE FRR-QUANTITA TO FPA-T-QUANTITA(FPA-X).
004870      MOVE FRR-PREZZO   TO FPA-T-PREZZO(FPA-X).
004880      MOVE FRR-IMPORTO  TO FPA-T-IMPORTO(FPA-X).
004890      MOVE FRR-CLASSE   TO FPA-T-CLASSE(FPA-X).
004900      MOVE FRR-SCONTO   TO FPA-T-SCONTO(FPA-X).
004910      MOVE FRR-COD-ART  TO ART-ANA-COD.
004920      READ ARTANA-MST
004930          INVALID KEY
004940              MOVE SPACES TO ART-ANA-DES
004950      END-READ.
004960      MOVE ART-ANA-DES  TO FPA-T-DES(FPA-X).
004970      IF ART-ANA-DES = SPACES AND FPA-MOTIVO = SPACES
004980          MOVE "DESCRIZIONE ARTICOLO ASSENTE" TO FPA-MOTIVO
004990      END-IF.
005000  3350-LEGGI-RIGA-EXIT.
005010      EXIT.
005020*----------------------------------------------------------------
005030  3900-AGGIORNA-STATO.
005040      IF FPA-STATO-PRESENTE
005050          ADD 1 TO FPA-REINVIATI
005060      ELSE
005070          MOVE SPACES         TO FPS-RECORD
005080          MOVE FPA-CHIAVE-DOC TO FPS-CHIAVE
005090          MOVE ZERO           TO FPS-INVII
005100      END-IF.
005110      ADD 1 TO FPA-ESPORTATI.
005120      MOVE "E"              TO FPS-STATO.
005130      MOVE FRG-CLIENTE      TO FPS-CLIENTE.
005140      MOVE FRG-DATA         TO FPS-DATA-DOC.
005150      MOVE FRG-TOTALE       TO FPS-TOTALE.
005160      MOVE FPA-PROGRESSIVO  TO FPS-PROGRESSIVO.
005170      MOVE FPA-NOME-FILE    TO FPS-NOME-FILE.
005180      ADD 1                 TO FPS-INVII.
005190      MOVE FPA-DATA-ODIERNA TO FPS-DATA-INVIO.
005200      MOVE SPACES           TO FPS-DATA-ESITO.
005210      MOVE SPACES           TO FPS-MOTIVO.
005220      IF FPA-STATO-PRESENTE
005230          REWRITE FPS-RECORD
005240              INVALID KEY
005250                  DISPLAY "FAT400 - ERR RISCRITTURA FPASTATO "
005260                      FPA-FS-STATO
005270          END-REWRITE
005280      ELSE
005290          WRITE FPS-RECORD
005300              INVALID KEY
005310                  DISPLAY "FAT400 - ERR SCRITTURA FPASTATO "
005320                      FPA-FS-STATO
005330          END-WRITE
005340      END-IF.
005350  3900-AGGIORNA-STATO-EXIT.
005360      EXIT.
005370*----------------------------------------------------------------
005380* FILE XML DEL DOCUMENTO: NOME IT + PARTITA IVA + PROGRESSIVO
005390*----------------------------------------------------------------
005400  4000-SCRIVI-XML.
005410      ADD 1 TO FPA-PROGRESSIVO.
005420      MOVE SPACES TO FPA-NOME-FILE.
005430      STRING "IT"            DELIMITED BY SIZE
005440             FPP-PARTITA-IVA DELIMITED BY SIZE
005450             "_"             DELIMITED BY SIZE
005460             FPA-PROGRESSIVO DELIMITED BY SIZE
005470             ".xml"          DELIMITED BY SIZE
005480          INTO FPA-NOME-FILE.
005490      OPEN OUTPUT XML-OUT.
005500      IF FPA-FS-XML NOT = "00"
005510          DISPLAY "FAT400 - ERR APERTURA " FPA-NOME-FILE
005520              " " FPA-FS-XML
005530          PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT
005540          STOP RUN
005550      END-IF.
005560      MOVE FPA-XML-PROLOGO TO FPA-XML-RIGA.
005570      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005580      MOVE FPA-XML-RADICE  TO FPA-XML-RIGA.
005590      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005600      MOVE FPA-XML-NS-DS   TO FPA-XML-RIGA.
005610      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005620      MOVE FPA-XML-NS-P    TO FPA-XML-RIGA.
005630      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005640      MOVE FPA-XML-NS-XSI  TO FPA-XML-RIGA.
005650      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005660      MOVE "FatturaElettronicaHeader" TO FPA-TAG.
005670      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005680      PERFORM 4100-DATI-TRASMISSIONE
005690          THRU 4100-DATI-TRASMISSIONE-EXIT.
005700      PERFORM 4200-CEDENTE THRU 4200-CEDENTE-EXIT.
005710      PERFORM 4300-CESSIONARIO THRU 4300-CESSIONARIO-EXIT.
005720      MOVE "FatturaElettronicaHeader" TO FPA-TAG.
005730      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005740      MOVE "FatturaElettronicaBody" TO FPA-TAG.
005750      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005760      PERFORM 4400-DATI-GENERALI THRU 4400-DATI-GENERALI-EXIT.
005770      MOVE "DatiBeniServizi" TO FPA-TAG.
005780      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005790      PERFORM 4500-DETTAGLIO-LINEA THRU 4500-DETTAGLIO-LINEA-EXIT
005800          VARYING FPA-X FROM 1 BY 1
005810          UNTIL FPA-X > FPA-CONTA-RIGHE.
005820      PERFORM 4600-RIEPILOGO-IVA THRU 4600-RIEPILOGO-IVA-EXIT.
005830      MOVE "DatiBeniServizi" TO FPA-TAG.
005840      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005850      MOVE "FatturaElettronicaBody" TO FPA-TAG.
005860      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005870      MOVE "p:FatturaElettronica" TO FPA-TAG.
005880      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005890      CLOSE XML-OUT.
005900  4000-SCRIVI-XML-EXIT.
005910      EXIT.
005920*----------------------------------------------------------------
005930  4100-DATI-TRASMISSIONE.
005940      MOVE "DatiTrasmissione" TO FPA-TAG.
005950      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005960      MOVE "IdTrasmittente" TO FPA-TAG.
005970      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005980      MOVE "IdPaese"         TO FPA-TAG.
005990      MOVE "IT"              TO FPA-VALORE.
006000      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006010      MOVE "IdCodice"        TO FPA-TAG.
006020      MOVE FPP-PARTITA-IVA   TO FPA-VALORE.
006030      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006040      MOVE "IdTrasmittente" TO FPA-TAG.
006050      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006060      MOVE "ProgressivoInvio"    TO FPA-TAG.
006070      MOVE FPA-PROGRESSIVO       TO FPA-VALORE.
006080      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006090      MOVE "FormatoTrasmissione" TO FPA-TAG.
006100      MOVE "FPR12"               TO FPA-VALORE.
006110      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006120      MOVE "CodiceDestinatario"  TO FPA-TAG.
006130      MOVE FPA-COD-DEST          TO FPA-VALORE.
006140      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006150      IF FPA-INVIO-PEC
006160          MOVE "PECDestinatario" TO FPA-TAG
006170          MOVE CFS-PEC           TO FPA-VALORE
006180          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
006190      END-IF.
006200      MOVE "DatiTrasmissione" TO FPA-TAG.
006210      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006220  4100-DATI-TRASMISSIONE-EXIT.
006230      EXIT.
006240*----------------------------------------------------------------
006250  4200-CEDENTE.
006260      MOVE "CedentePrestatore" TO FPA-TAG.
006270      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006280      MOVE "DatiAnagrafici" TO FPA-TAG.
006290      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006300      MOVE "IdFiscaleIVA" TO FPA-TAG.
006310      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006320      MOVE "IdPaese"          TO FPA-TAG.
006330      MOVE "IT"               TO FPA-VALORE.
006340      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006350      MOVE "IdCodice"         TO FPA-TAG.
006360      MOVE FPP-PARTITA-IVA    TO FPA-VALORE.
006370      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006380      MOVE "IdFiscaleIVA" TO FPA-TAG.
006390      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006400      MOVE "Anagrafica" TO FPA-TAG.
006410      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006420      MOVE "Denominazione"    TO FPA-TAG.
006430      MOVE FPP-DENOMINAZIONE  TO FPA-VALORE.
006440      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006450      MOVE "Anagrafica" TO FPA-TAG.
006460      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006470      MOVE "RegimeFiscale"    TO FPA-TAG.
006480      MOVE FPP-REGIME-FISCALE TO FPA-VALORE.
006490      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006500      MOVE "DatiAnagrafici" TO FPA-TAG.
006510      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006520      MOVE "Sede" TO FPA-TAG.
006530      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006540      MOVE "Indirizzo"        TO FPA-TAG.
006550      MOVE FPP-INDIRIZZO      TO FPA-VALORE.
006560      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006570      MOVE "CAP"              TO FPA-TAG.
006580      MOVE FPP-CAP            TO FPA-VALORE.
006590      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006600      MOVE "Comune"           TO FPA-TAG.
006610      MOVE FPP-COMUNE         TO FPA-VALORE.
006620      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006630      MOVE "Provincia"        TO FPA-TAG.
006640      MOVE FPP-PROVINCIA      TO FPA-VALORE.
006650      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006660      MOVE "Nazione"          TO FPA-TAG.
006670      MOVE "IT"               TO FPA-VALORE.
006680      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
006690      MOVE "Sede" TO FPA-TAG.
006700      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006710      MOVE "CedentePrestatore" TO FPA-TAG.
006720      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
006730  4200-CEDENTE-EXIT.
006740      EXIT.
006750*----------------------------------------------------------------
006760  4300-CESSIONARIO.
006770      MOVE "CessionarioCommittente" TO FPA-TAG.
006780      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006790      MOVE "DatiAnagrafici" TO FPA-TAG.
006800      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
006810      IF CFS-PARTITA-IVA NOT = SPACES
006820          MOVE "IdFiscaleIVA" TO FPA-TAG
006830          PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT
006840          MOVE "IdPaese"       TO FPA-TAG
006850          MOVE CFS-NAZIONE     TO FPA-VALORE
006860          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
006870          MOVE "IdCodice"      TO FPA-TAG
006880          MOVE CFS-PARTITA-IVA TO FPA-VALORE
006890          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
006900          MOVE "IdFiscaleIVA" TO FPA-TAG
006910          PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT
006920      END-IF.
006930      IF CFS-COD-FISCALE NOT = SPACES
006940          MOVE "CodiceFiscale" TO FPA-TAG
006950          MOVE CFS-COD-FISCALE TO FPA-VALORE
006960          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
006970      END-IF.
006980      MOVE "Anagrafica" TO FPA-TAG.
006990      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007000      MOVE "Denominazione"    TO FPA-TAG.
007010      MOVE CLI-NOME           TO FPA-VALORE.
007020      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007030      MOVE "Anagrafica" TO FPA-TAG.
007040      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007050      MOVE "DatiAnagrafici" TO FPA-TAG.
007060      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007070      MOVE "Sede" TO FPA-TAG.
007080      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007090      MOVE "Indirizzo"        TO FPA-TAG.
007100      MOVE CFS-INDIRIZZO      TO FPA-VALORE.
007110      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007120      MOVE "CAP"              TO FPA-TAG.
007130      IF CLI-CAP NUMERIC
007140          MOVE CLI-CAP        TO FPA-VALORE
007150      ELSE
007160          MOVE "00000"        TO FPA-VALORE
007170      END-IF.
007180      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007190      MOVE "Comune"           TO FPA-TAG.
007200      MOVE CFS-COMUNE         TO FPA-VALORE.
007210      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007220      IF CFS-NAZIONE = "IT"
007230          MOVE "Provincia"    TO FPA-TAG
007240          MOVE CFS-PROVINCIA  TO FPA-VALORE
007250          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
007260      END-IF.
007270      MOVE "Nazione"          TO FPA-TAG.
007280      MOVE CFS-NAZIONE        TO FPA-VALORE.
007290      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007300      MOVE "Sede" TO FPA-TAG.
007310      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007320      MOVE "CessionarioCommittente" TO FPA-TAG.
007330      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007340  4300-CESSIONARIO-EXIT.
007350      EXIT.
007360*----------------------------------------------------------------
007370* LE NOTE DI CREDITO (TD04) PORTANO IMPORTI POSITIVI E IL
007380* RIFERIMENTO ALLA FATTURA STORNATA
007390*----------------------------------------------------------------
007400  4400-DATI-GENERALI.
007410      MOVE "DatiGenerali" TO FPA-TAG.
007420      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007430      MOVE "DatiGeneraliDocumento" TO FPA-TAG.
007440      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007450      MOVE "TipoDocumento"    TO FPA-TAG.
007460      IF FPA-NOTA-CREDITO
007470          MOVE "TD04"         TO FPA-VALORE
007480      ELSE
007490          MOVE "TD01"         TO FPA-VALORE
007500      END-IF.
007510      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007520      MOVE "Divisa"           TO FPA-TAG.
007530      MOVE "EUR"              TO FPA-VALORE.
007540      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007550      MOVE FPA-DD-AAAA        TO FPA-DX-AAAA.
007560      MOVE FPA-DD-MM          TO FPA-DX-MM.
007570      MOVE FPA-DD-GG          TO FPA-DX-GG.
007580      MOVE "Data"             TO FPA-TAG.
007590      MOVE FPA-DATA-XML       TO FPA-VALORE.
007600      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007610      MOVE "Numero"           TO FPA-TAG.
007620      MOVE FRG-NUMERO         TO FPA-INTERO.
007630      PERFORM 7350-FORMATTA-INTERO THRU 7350-FORMATTA-INTERO-EXIT.
007640      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007650      MOVE "ImportoTotaleDocumento" TO FPA-TAG.
007660      MOVE FRG-TOTALE         TO FPA-IMPORTO.
007670      PERFORM 7300-FORMATTA-IMPORTO
007680          THRU 7300-FORMATTA-IMPORTO-EXIT.
007690      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007700      MOVE "DatiGeneraliDocumento" TO FPA-TAG.
007710      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007720      IF FPA-NOTA-CREDITO
007730          MOVE "DatiFattureCollegate" TO FPA-TAG
007740          PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT
007750          MOVE "IdDocumento"  TO FPA-TAG
007760          MOVE FRG-RIF-NUMERO TO FPA-INTERO
007770          PERFORM 7350-FORMATTA-INTERO
007780              THRU 7350-FORMATTA-INTERO-EXIT
007790          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
007800          MOVE "DatiFattureCollegate" TO FPA-TAG
007810          PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT
007820      END-IF.
007830      MOVE "DatiGenerali" TO FPA-TAG.
007840      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007850  4400-DATI-GENERALI-EXIT.
007860      EXIT.
007870*----------------------------------------------------------------
007880* PREZZO TOTALE DI RIGA AL NETTO DELLO SCONTO DEL DOCUMENTO
007890*----------------------------------------------------------------
007900  4500-DETTAGLIO-LINEA.
007910      MOVE "DettaglioLinee" TO FPA-TAG.
007920      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007930      MOVE "NumeroLinea"      TO FPA-TAG.
007940      SET FPA-INTERO          TO FPA-X.
007950      PERFORM 7350-FORMATTA-INTERO THRU 7350-FORMATTA-INTERO-EXIT.
007960      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007970      MOVE "CodiceArticolo" TO FPA-TAG.
007980      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007990      MOVE "CodiceTipo"       TO FPA-TAG.
008000      MOVE "INTERNO"          TO FPA-VALORE.
008010      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008020      MOVE "CodiceValore"     TO FPA-TAG.
008030      MOVE FPA-T-COD-ART(FPA-X) TO FPA-VALORE.
008040      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008050      MOVE "CodiceArticolo" TO FPA-TAG.
008060      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
008070      MOVE "Descrizione"      TO FPA-TAG.
008080      MOVE FPA-T-DES(FPA-X)   TO FPA-VALORE.
008090      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008100      MOVE "Quantita"         TO FPA-TAG.
008110      MOVE FPA-T-QUANTITA(FPA-X) TO FPA-IMPORTO.
008120      PERFORM 7300-FORMATTA-IMPORTO
008130          THRU 7300-FORMATTA-IMPORTO-EXIT.
008140      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008150      MOVE "PrezzoUnitario"   TO FPA-TAG.
008160      MOVE FPA-T-PREZZO(FPA-X) TO FPA-IMPORTO.
008170      PERFORM 7300-FORMATTA-IMPORTO
008180          THRU 7300-FORMATTA-IMPORTO-EXIT.
008190      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008200      IF FPA-T-SCONTO(FPA-X) NOT = ZERO
008210          MOVE "ScontoMaggiorazione" TO FPA-TAG
008220          PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT
008230          MOVE "Tipo"         TO FPA-TAG
008240          MOVE "SC"           TO FPA-VALORE
008250          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
008260          MOVE "Percentuale"  TO FPA-TAG
008270          COMPUTE FPA-IMPORTO = FPA-T-SCONTO(FPA-X) * 100
008280          PERFORM 7300-FORMATTA-IMPORTO
008290              THRU 7300-FORMATTA-IMPORTO-EXIT
008300          PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT
008310          MOVE "ScontoMaggiorazione" TO FPA-TAG
008320          PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT
008330      END-IF.
008340      MOVE "PrezzoTotale"     TO FPA-TAG.
008350      COMPUTE FPA-IMPORTO ROUNDED = FPA-T-IMPORTO(FPA-X)
008360          - (FPA-T-IMPORTO(FPA-X) * FPA-T-SCONTO(FPA-X)).
008370      PERFORM 7300-FORMATTA-IMPORTO
008380          THRU 7300-FORMATTA-IMPORTO-EXIT.
008390      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008400      MOVE "AliquotaIVA"      TO FPA-TAG.
008410      IF FPA-T-CLASSE(FPA-X) = "R"
008420          MOVE "10.00"        TO FPA-VALORE
008430      ELSE
008440          MOVE "22.00"        TO FPA-VALORE
008450      END-IF.
008460      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008470      MOVE "DettaglioLinee" TO FPA-TAG.
008480      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
008490  4500-DETTAGLIO-LINEA-EXIT.
008500      EXIT.
008510*----------------------------------------------------------------
008520* UN RIEPILOGO PER ALIQUOTA PRESENTE, DAGLI IMPORTI DEL REGISTRO
008530*----------------------------------------------------------------
008540  4600-RIEPILOGO-IVA.
008550      IF FRG-IMPON-NORM NOT = ZERO OR FRG-IMPON-RID = ZERO
008560          MOVE "22.00"        TO FPA-VALORE
008570          MOVE FRG-IMPON-NORM TO FPA-IMPORTO
008580          PERFORM 4650-SCRIVI-RIEPILOGO
008590              THRU 4650-SCRIVI-RIEPILOGO-EXIT
008600          MOVE FRG-IVA-NORM   TO FPA-IMPORTO
008610          PERFORM 4660-SCRIVI-IMPOSTA
008620              THRU 4660-SCRIVI-IMPOSTA-EXIT
008630      END-IF.
008640      IF FRG-IMPON-RID NOT = ZERO
008650          MOVE "10.00"        TO FPA-VALORE
008660          MOVE FRG-IMPON-RID  TO FPA-IMPORTO
008670          PERFORM 4650-SCRIVI-RIEPILOGO
008680              THRU 4650-SCRIVI-RIEPILOGO-EXIT
008690          MOVE FRG-IVA-RID    TO FPA-IMPORTO
008700          PERFORM 4660-SCRIVI-IMPOSTA
008710              THRU 4660-SCRIVI-IMPOSTA-EXIT
008720      END-IF.
008730  4600-RIEPILOGO-IVA-EXIT.
008740      EXIT.
008750*----------------------------------------------------------------
008760  4650-SCRIVI-RIEPILOGO.
008770      MOVE "DatiRiepilogo" TO FPA-TAG.
008780      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
008790      MOVE "AliquotaIVA"      TO FPA-TAG.
008800      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008810      MOVE "ImponibileImporto" TO FPA-TAG.
008820      PERFORM 7300-FORMATTA-IMPORTO
008830          THRU 7300-FORMATTA-IMPORTO-EXIT.
008840      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008850  4650-SCRIVI-RIEPILOGO-EXIT.
008860      EXIT.
008870*----------------------------------------------------------------
008880  4660-SCRIVI-IMPOSTA.
008890      MOVE "Imposta"          TO FPA-TAG.
008900      PERFORM 7300-FORMATTA-IMPORTO
008910          THRU 7300-FORMATTA-IMPORTO-EXIT.
008920      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008930      MOVE "EsigibilitaIVA"   TO FPA-TAG.
008940      MOVE "I"                TO FPA-VALORE.
008950      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
008960      MOVE "DatiRiepilogo" TO FPA-TAG.
008970      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
008980  4660-SCRIVI-IMPOSTA-EXIT.
008990      EXIT.
009000*----------------------------------------------------------------
009010  7100-SCRIVI-ECCEZIONE.
009020      IF FPA-NOTA-CREDITO
009030          MOVE "NC"        TO FPA-E-TIPO
009040      ELSE
009050          MOVE "FT"        TO FPA-E-TIPO
009060      END-IF.
009070      MOVE FPA-NUMERO      TO FPA-E-NUMERO.
009080      MOVE FPA-ANNO        TO FPA-E-ANNO.
009090      MOVE FRG-DATA        TO FPA-E-DATA.
009100      MOVE FRG-CLIENTE     TO FPA-E-CLIENTE.
009110      MOVE FPA-MOTIVO      TO FPA-E-MOTIVO.
009120      WRITE ECCEZ-OUT-RECORD FROM FPA-RIGA-ECCEZIONE.
009130      ADD 1 TO FPA-ECCEZIONI.
009140  7100-SCRIVI-ECCEZIONE-EXIT.
009150      EXIT.
009160*----------------------------------------------------------------
009170  7200-APRI-TAG.
009180      MOVE SPACES TO FPA-XML-RIGA.
009190      STRING "<"     DELIMITED BY SIZE
009200             FPA-TAG DELIMITED BY SPACE
009210             ">"     DELIMITED BY SIZE
009220          INTO FPA-XML-RIGA.
009230      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
009240  7200-APRI-TAG-EXIT.
009250      EXIT.
009260*----------------------------------------------------------------
009270  7210-CHIUDI-TAG.
009280      MOVE SPACES TO FPA-XML-RIGA.
009290      STRING "</"    DELIMITED BY SIZE
009300             FPA-TAG DELIMITED BY SPACE
009310             ">"     DELIMITED BY SIZE
009320          INTO FPA-XML-RIGA.
009330      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
009340  7210-CHIUDI-TAG-EXIT.
009350      EXIT.
009360*----------------------------------------------------------------
009370* ELEMENTO SEMPLICE <TAG>VALORE</TAG>, VALORE SENZA GLI SPAZI
009380* FINALI E CON I CARATTERI RISERVATI XML SOSTITUITI
009390*----------------------------------------------------------------
009400  7220-ELEMENTO.
009410      MOVE ZERO TO FPA-LUNG.
009420      PERFORM 7230-CERCA-FINE THRU 7230-CERCA-FINE-EXIT
009430          VARYING FPA-I FROM 1 BY 1
009440          UNTIL FPA-I > 80.
009450      MOVE SPACES TO FPA-VALORE-XML.
009460      MOVE 1      TO FPA-P.
009470      STRING "<"     DELIMITED BY SIZE
009480             FPA-TAG DELIMITED BY SPACE
009490             ">"     DELIMITED BY SIZE
009500          INTO FPA-VALORE-XML WITH POINTER FPA-P.
009510      MOVE FPA-P    TO FPA-INIZIO.
009520      PERFORM 7240-COPIA-CARATTERE
009530          THRU 7240-COPIA-CARATTERE-EXIT
009540          VARYING FPA-I FROM 1 BY 1
009550          UNTIL FPA-I > FPA-LUNG.
009560      IF FPA-P > FPA-INIZIO
009570          STRING "</"    DELIMITED BY SIZE
009580                 FPA-TAG DELIMITED BY SPACE
009590                 ">"     DELIMITED BY SIZE
009600              INTO FPA-VALORE-XML WITH POINTER FPA-P
009610          MOVE FPA-VALORE-XML TO FPA-XML-RIGA
009620      ELSE
009630          MOVE SPACES TO FPA-XML-RIGA
009640          STRING "<"     DELIMITED BY SIZE
009650                 FPA-TAG DELIMITED BY SPACE
009653                 "/>"    DELIMITED BY SIZE
009656              INTO FPA-XML-RIGA
009660      END-IF.
009670      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
009680      MOVE SPACES TO FPA-VALORE.
009690  7220-ELEMENTO-EXIT.
009700      EXIT.
009710*----------------------------------------------------------------
009720  7230-CERCA-FINE.
009730      IF FPA-VAL-CAR(FPA-I) NOT = SPACE
009740          MOVE FPA-I TO FPA-LUNG
009750      END-IF.
009760  7230-CERCA-FINE-EXIT.
009770      EXIT.
009780*----------------------------------------------------------------
009790  7240-COPIA-CARATTERE.
009800      IF FPA-VAL-CAR(FPA-I) = "&"
009810          STRING "&amp;" DELIMITED BY SIZE
009820              INTO FPA-VALORE-XML WITH POINTER FPA-P
009830      ELSE
009840          IF FPA-VAL-CAR(FPA-I) = "<"
009850              STRING "&lt;" DELIMITED BY SIZE
009860                  INTO FPA-VALORE-XML WITH POINTER FPA-P
009870          ELSE
009880              IF FPA-VAL-CAR(FPA-I) = ">"
009890                  STRING "&gt;" DELIMITED BY SIZE
009900                      INTO FPA-VALORE-XML WITH POINTER FPA-P
009910              ELSE
009920                  MOVE FPA-VAL-CAR(FPA-I)
009930                      TO FPA-XML-CAR(FPA-P)
009940                  ADD 1 TO FPA-P
009950              END-IF
009960          END-IF
009970      END-IF.
009980  7240-COPIA-CARATTERE-EXIT.
009990      EXIT.
010000*----------------------------------------------------------------
010010  7290-SCRIVI-RIGA.
010020      WRITE XML-OUT-RECORD FROM FPA-XML-RIGA.
010030  7290-SCRIVI-RIGA-EXIT.
010040      EXIT.
010050*----------------------------------------------------------------
010060* IMPORTO CON IL PUNTO DECIMALE, SENZA SEGNO E SPAZI INIZIALI
010070*----------------------------------------------------------------
010080  7300-FORMATTA-IMPORTO.
010090      IF FPA-IMPORTO < ZERO
010100          COMPUTE FPA-IMPORTO = ZERO - FPA-IMPORTO
010110      END-IF.
010120      MOVE FPA-IMPORTO TO FPA-IMPORTO-ED.
010130      MOVE FPA-IMPORTO-ED TO FPA-EDITATO.
010140      PERFORM 7320-ALLINEA THRU 7320-ALLINEA-EXIT.
010180  7300-FORMATTA-IMPORTO-EXIT.
010190      EXIT.
010191*----------------------------------------------------------------
010192* TOGLIE GLI SPAZI INIZIALI DAL CAMPO EDITATO E LO PORTA IN VALORE
010193*----------------------------------------------------------------
010194  7320-ALLINEA.
010195      MOVE ZERO TO FPA-SPAZI.
010196      INSPECT FPA-EDITATO TALLYING FPA-SPAZI
010197          FOR LEADING SPACES.
010198      ADD 1 TO FPA-SPAZI.
010199      MOVE SPACES TO FPA-VALORE.
010200      MOVE ZERO   TO FPA-P.
010201      PERFORM 7330-COPIA-CIFRA THRU 7330-COPIA-CIFRA-EXIT
010202          VARYING FPA-I FROM FPA-SPAZI BY 1
010203          UNTIL FPA-I > 15.
010204  7320-ALLINEA-EXIT.
010205      EXIT.
010206*----------------------------------------------------------------
010207  7330-COPIA-CIFRA.
010208      ADD 1 TO FPA-P.
010209      MOVE FPA-ED-CAR(FPA-I) TO FPA-VAL-CAR(FPA-P).
010210  7330-COPIA-CIFRA-EXIT.
010211      EXIT.
010212*----------------------------------------------------------------
010213  7350-FORMATTA-INTERO.
010220      MOVE FPA-INTERO TO FPA-INTERO-ED.
010230      MOVE FPA-INTERO-ED TO FPA-EDITATO.
010240      PERFORM 7320-ALLINEA THRU 7320-ALLINEA-EXIT.
010280  7350-FORMATTA-INTERO-EXIT.
010290      EXIT.
010300*----------------------------------------------------------------
010310  8000-FINALIZZA.
010320      MOVE FPA-ESPORTATI TO FPA-R-ESPORTATI.
010330      MOVE FPA-REINVIATI TO FPA-R-REINVIATI.
010340      MOVE FPA-ECCEZIONI TO FPA-R-ECCEZIONI.
010350      MOVE SPACES TO ECCEZ-OUT-RECORD.
010360      WRITE ECCEZ-OUT-RECORD.
010370      WRITE ECCEZ-OUT-RECORD FROM FPA-RIGA-TOTALE.
010380      PERFORM 8100-SALVA-PROGRESSIVO
010390          THRU 8100-SALVA-PROGRESSIVO-EXIT.
010400      CLOSE REGFAT-F.
010410      CLOSE RIGFAT-F.
010420      CLOSE ARTANA-MST.
010430      CLOSE CLIENTI-F.
010440      CLOSE FISCALI-F.
010450      CLOSE STATO-F.
010460      CLOSE ECCEZ-OUT.
010470      DISPLAY "FAT400 - DOCUMENTI LETTI   : " FPA-LETTI.
010480      DISPLAY "FAT400 - GIA INVIATI       : " FPA-GIA-INVIATI.
010485      DISPLAY "FAT400 - ANTERIORI A SDI   : " FPA-ANTE-INIZIO.
010490      DISPLAY "FAT400 - ESPORTATI XML     : " FPA-ESPORTATI.
010500      DISPLAY "FAT400 - DI CUI REINVII    : " FPA-REINVIATI.
010510      DISPLAY "FAT400 - NON ESPORTATI     : " FPA-ECCEZIONI.
010520  8000-FINALIZZA-EXIT.
010530      EXIT.
010540*----------------------------------------------------------------
010550  8100-SALVA-PROGRESSIVO.
010560      OPEN OUTPUT NUMERO-F.
010570      IF FPA-FS-NUMERO NOT = "00"
010580          DISPLAY "FAT400 - ERR RISCRITTURA FPANUM " FPA-FS-NUMERO
010590          GO TO 8100-SALVA-PROGRESSIVO-EXIT
010600      END-IF.
010610      MOVE SPACES          TO NUMERO-RECORD.
010620      MOVE FPA-PROGRESSIVO TO NUM-PROGRESSIVO.
010630      WRITE NUMERO-RECORD.
010640      CLOSE NUMERO-F.
010650  8100-SALVA-PROGRESSIVO-EXIT.
010660      EXIT.
