000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     PAY500.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - PERSONALE E PAGHE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - PREPARAZIONE DEI BONIFICI
000130*                     STIPENDI: DAL FLUSSO NETTI PAYNET SCRITTO
000140*                     DA PAY300 PRODUCE IL FILE SEPA CREDIT
000150*                     TRANSFER (XML PAIN.001.001.03) CON UN
000160*                     BONIFICO PER DIPENDENTE PARI AL NETTO, IBAN
000170*                     DI ACCREDITO DALL'ANAGRAFICA DIPANA E DATI
000180*                     DELL'ORDINANTE DALLA SCHEDA PAYPAR. IL
000190*                     FLUSSO VIENE LETTO DUE VOLTE: IN PRIMA
000200*                     LETTURA OGNI DIPENDENTE SENZA ANAGRAFICA O
000210*                     CON IBAN MANCANTE O NON VALIDO (IBN100)
000220*                     FINISCE SULLA LISTA ECCEZIONI, INSIEME AL
000230*                     FLUSSO NON QUADRATO COL SUO RECORD TOTALI;
000240*                     SOLO SENZA ECCEZIONI LA SECONDA LETTURA
000250*                     SCRIVE IL FILE SEPA. CON ECCEZIONI IL FILE
000260*                     NON VIENE RILASCIATO E IL PROGRAMMA TERMINA
000270*                     CON CONDITION CODE 8: SI CORREGGE L'IBAN
000280*                     CON PAY900 E SI RILANCIA PAY500, SENZA
000290*                     RIPETERE IL CICLO PAGHE. I NETTI A ZERO NON
000300*                     DANNO LUOGO A BONIFICO.
000310*----------------------------------------------------------------
000320*================================================================
000330  ENVIRONMENT DIVISION.
000340*================================================================
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER.   IBM-370.
000370  OBJECT-COMPUTER.   IBM-370.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT PARM-IN     ASSIGN TO PAYPAR
000410          ORGANIZATION IS SEQUENTIAL
000420          FILE STATUS IS SEP-FS-PARM.
000430      SELECT NETTI-IN    ASSIGN TO PAYNET
000440          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS SEP-FS-NETTI.
000460      SELECT DIPANA-MST  ASSIGN TO DIPANA
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS RANDOM
000490          RECORD KEY IS ANA-MATR
000500          FILE STATUS IS SEP-FS-DIPANA.
000510      SELECT XML-OUT     ASSIGN TO SEPAXML
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS SEP-FS-XML.
000540      SELECT ECCEZ-OUT   ASSIGN TO PAYECC
000550          ORGANIZATION IS SEQUENTIAL
000560          FILE STATUS IS SEP-FS-ECCEZ.
000570*================================================================
000580  DATA DIVISION.
000590*================================================================
000600  FILE SECTION.
000610  FD  PARM-IN
000620      LABEL RECORDS ARE STANDARD
000630      RECORDING MODE IS F.
000640      COPY PAYPAR.
000650  FD  NETTI-IN
000660      LABEL RECORDS ARE STANDARD
000670      RECORDING MODE IS F.
000680      COPY PAYNET.
000690  FD  DIPANA-MST
000700      LABEL RECORDS ARE STANDARD.
000710      COPY DIPANA.
000720  FD  XML-OUT
000730      LABEL RECORDS ARE STANDARD.
000740  01  XML-OUT-RECORD              PIC X(200).
000750  FD  ECCEZ-OUT
000760      LABEL RECORDS ARE STANDARD
000770      RECORDING MODE IS F.
000780  01  ECCEZ-OUT-RECORD            PIC X(80).
000790  WORKING-STORAGE SECTION.
000800  77  SEP-FS-PARM                 PIC X(02) VALUE SPACES.
000810  77  SEP-FS-NETTI                PIC X(02) VALUE SPACES.
000820  77  SEP-FS-DIPANA               PIC X(02) VALUE SPACES.
000830  77  SEP-FS-XML                  PIC X(02) VALUE SPACES.
000840  77  SEP-FS-ECCEZ                PIC X(02) VALUE SPACES.
000850  77  SEP-LETTI                   PIC 9(05) COMP VALUE ZERO.
000860  77  SEP-BONIFICI                PIC 9(05) COMP VALUE ZERO.
000870  77  SEP-NETTI-ZERO              PIC 9(05) COMP VALUE ZERO.
000880  77  SEP-ECCEZIONI               PIC 9(05) COMP VALUE ZERO.
000890  77  SEP-SCRITTI                 PIC 9(05) COMP VALUE ZERO.
000900  77  SEP-TOT-BONIFICI            PIC S9(11)V99 VALUE ZERO.
000910  77  SEP-TOT-NETTI               PIC S9(11)V99 VALUE ZERO.
000920  77  SEP-IBAN-ESITO              PIC X(02) VALUE SPACES.
000930  77  SEP-MOTIVO                  PIC X(30) VALUE SPACES.
000940  77  SEP-MATR                    PIC X(05) VALUE SPACES.
000950  77  SEP-NOME                    PIC X(25) VALUE SPACES.
000960  77  SEP-NETTO                   PIC S9(11)V99 VALUE ZERO.
000970  77  SEP-TAG-CONTO               PIC X(30) VALUE SPACES.
000980  77  SEP-DATA-ODIERNA            PIC X(08) VALUE SPACES.
000990  77  SEP-ORA                     PIC X(08) VALUE SPACES.
001000  77  SEP-LUNG                    PIC 9(03) COMP VALUE ZERO.
001010  77  SEP-I                       PIC 9(03) COMP VALUE ZERO.
001020  77  SEP-P                       PIC 9(03) COMP VALUE ZERO.
001030  77  SEP-SPAZI                   PIC 9(03) COMP VALUE ZERO.
001035  77  SEP-INIZIO                  PIC 9(03) COMP VALUE ZERO.
001040  77  SEP-TAG                     PIC X(30) VALUE SPACES.
001070  77  SEP-XML-RIGA                PIC X(200) VALUE SPACES.
001080  77  SEP-IMPORTO                 PIC S9(11)V99 VALUE ZERO.
001090  77  SEP-IMPORTO-ED              PIC Z(10)9.99.
001100  77  SEP-INTERO                  PIC 9(05) VALUE ZERO.
001110  77  SEP-INTERO-ED               PIC Z(4)9.
001111  01  SEP-VALORE-AREA.
001112      05  SEP-VALORE              PIC X(80) VALUE SPACES.
001113      05  SEP-VALORE-TAB REDEFINES SEP-VALORE.
001114          10  SEP-VAL-CAR         PIC X(01) OCCURS 80.
001115  01  SEP-EDITATO-AREA.
001116      05  SEP-EDITATO             PIC X(15) VALUE SPACES.
001117      05  SEP-EDITATO-TAB REDEFINES SEP-EDITATO.
001118          10  SEP-ED-CAR          PIC X(01) OCCURS 15.
001119  01  SEP-VALORE-XML-AREA.
001120      05  SEP-VALORE-XML          PIC X(240) VALUE SPACES.
001121      05  SEP-VALORE-XML-TAB REDEFINES SEP-VALORE-XML.
001122          10  SEP-XML-CAR         PIC X(01) OCCURS 240.
001123  01  SEP-SWITCHES.
001130      05  SEP-EOF-SW              PIC X(01) VALUE "N".
001140          88  SEP-EOF-NETTI                 VALUE "S".
001150      05  SEP-TOTALI-SW           PIC X(01) VALUE "N".
001160          88  SEP-TOTALI-LETTI              VALUE "S".
001170      05  SEP-PERIODO-SW          PIC X(01) VALUE "N".
001180          88  SEP-PERIODO-NOTO              VALUE "S".
001190  01  SEP-PERIODO.
001200      05  SEP-ANNO                PIC 9(04) VALUE ZERO.
001210      05  SEP-MESE                PIC 9(02) VALUE ZERO.
001220  01  SEP-DATA-LAVORO.
001230      05  SEP-DL-AAAA             PIC X(04).
001240      05  SEP-DL-MM               PIC X(02).
001250      05  SEP-DL-GG               PIC X(02).
001260  01  SEP-DATA-XML.
001270      05  SEP-DX-AAAA             PIC X(04).
001280      05  FILLER                  PIC X(01) VALUE "-".
001290      05  SEP-DX-MM               PIC X(02).
001300      05  FILLER                  PIC X(01) VALUE "-".
001310      05  SEP-DX-GG               PIC X(02).
001320  01  SEP-ORA-LAVORO.
001330      05  SEP-OL-HH               PIC X(02).
001340      05  SEP-OL-MM               PIC X(02).
001350      05  SEP-OL-SS               PIC X(02).
001360      05  FILLER                  PIC X(02).
001370*----------------------------------------------------------------
001380* IDENTIFICATIVI DEL MESSAGGIO, DEL LOTTO E DEL SINGOLO BONIFICO
001390*----------------------------------------------------------------
001400  01  SEP-ID-MESSAGGIO.
001410      05  FILLER                  PIC X(09) VALUE "STIPENDI-".
001420      05  SEP-IM-PERIODO          PIC 9(06).
001430      05  FILLER                  PIC X(01) VALUE "-".
001440      05  SEP-IM-DATA             PIC X(08).
001450      05  FILLER                  PIC X(01) VALUE "-".
001460      05  SEP-IM-ORA              PIC X(06).
001470  01  SEP-ID-BONIFICO.
001480      05  FILLER                  PIC X(04) VALUE "STIP".
001490      05  SEP-IB-PERIODO          PIC 9(06).
001500      05  FILLER                  PIC X(01) VALUE "-".
001510      05  SEP-IB-MATR             PIC X(05).
001520  01  SEP-CAUSALE.
001530      05  FILLER                  PIC X(10) VALUE "STIPENDIO ".
001540      05  SEP-CA-MESE             PIC 9(02).
001550      05  FILLER                  PIC X(01) VALUE "/".
001560      05  SEP-CA-ANNO             PIC 9(04).
001570*----------------------------------------------------------------
001580* RIGHE FISSE DEL FILE XML (DICHIARAZIONE E ELEMENTO RADICE)
001590*----------------------------------------------------------------
001600  01  SEP-XML-PROLOGO             PIC X(38)
001610          VALUE "<?xml version=""1.0"" encoding=""UTF-8""?>".
001620  01  SEP-XML-RADICE.
001630      05  FILLER                  PIC X(27)
001640          VALUE "<Document xmlns=""urn:iso:st".
001650      05  FILLER                  PIC X(37)
001660          VALUE "d:iso:20022:tech:xsd:pain.001.001.03""".
001670  01  SEP-XML-NS-XSI.
001680      05  FILLER                  PIC X(30)
001690          VALUE " xmlns:xsi=""http://www.w3.org/".
001700      05  FILLER                  PIC X(25)
001710          VALUE "2001/XMLSchema-instance"">".
001720*----------------------------------------------------------------
001730* LISTA ECCEZIONI
001740*----------------------------------------------------------------
001750  01  SEP-RIGA-INTESTAZ-1.
001760      05  FILLER                  PIC X(40)
001770              VALUE "BONIFICI STIPENDI - ECCEZIONI      DATA".
001780      05  FILLER                  PIC X(01) VALUE SPACES.
001790      05  SEP-H-DATA              PIC X(08).
001800      05  FILLER                  PIC X(31) VALUE SPACES.
001810  01  SEP-RIGA-INTESTAZ-2.
001820      05  FILLER                  PIC X(07) VALUE "MATRIC.".
001830      05  FILLER                  PIC X(27) VALUE "NOMINATIVO".
001840      05  FILLER                  PIC X(15) VALUE "    NETTO".
001850      05  FILLER                  PIC X(31) VALUE "MOTIVO".
001860  01  SEP-RIGA-ECCEZIONE.
001870      05  SEP-E-MATR              PIC X(05).
001880      05  FILLER                  PIC X(02) VALUE SPACES.
001890      05  SEP-E-NOME              PIC X(25).
001900      05  FILLER                  PIC X(01) VALUE SPACES.
001910      05  SEP-E-NETTO             PIC -Z,ZZZ,ZZ9.99.
001920      05  FILLER                  PIC X(02) VALUE SPACES.
001930      05  SEP-E-MOTIVO            PIC X(30).
001940      05  FILLER                  PIC X(02) VALUE SPACES.
001950  01  SEP-RIGA-TOTALE.
001960      05  SEP-R-DESCRIZIONE       PIC X(30).
001970      05  SEP-R-NUMERO            PIC ZZ,ZZ9.
001980      05  FILLER                  PIC X(02) VALUE SPACES.
001990      05  SEP-R-IMPORTO           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002000      05  FILLER                  PIC X(24) VALUE SPACES.
002010  01  SEP-RIGA-ESITO.
002020      05  FILLER                  PIC X(14)
002030              VALUE "FILE BONIFICI ".
002040      05  SEP-R-ESITO             PIC X(40).
002050      05  FILLER                  PIC X(26) VALUE SPACES.
002060*================================================================
002070  PROCEDURE DIVISION.
002080*================================================================
002090  0000-MAINLINE.
002100      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
002110      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002120      PERFORM 3000-VERIFICA-NETTO THRU 3000-VERIFICA-NETTO-EXIT
002130          UNTIL SEP-EOF-NETTI.
002140      CLOSE NETTI-IN.
002150      PERFORM 3900-VERIFICA-FLUSSO THRU 3900-VERIFICA-FLUSSO-EXIT.
002160      IF SEP-ECCEZIONI = ZERO
002170          PERFORM 4000-SCRIVI-XML THRU 4000-SCRIVI-XML-EXIT
002180      END-IF.
002190      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
002200      STOP RUN.
002210*----------------------------------------------------------------
002220  1000-INIZIALIZZA.
002230      ACCEPT SEP-DATA-ODIERNA FROM DATE YYYYMMDD.
002240      ACCEPT SEP-ORA FROM TIME.
002250      OPEN INPUT PARM-IN.
002260      IF SEP-FS-PARM NOT = "00"
002270          DISPLAY "PAY500 - ERR APERTURA PAYPAR " SEP-FS-PARM
002280          STOP RUN
002290      END-IF.
002300      READ PARM-IN
002310          AT END
002320              DISPLAY "PAY500 - PAYPAR VUOTO"
002330              STOP RUN
002340      END-READ.
002350      CLOSE PARM-IN.
002360      CALL "IBN100" USING PPR-IBAN SEP-IBAN-ESITO.
002370      IF PPR-RAGIONE-SOCIALE = SPACES
002380       OR PPR-BIC = SPACES
002390       OR SEP-IBAN-ESITO NOT = "00"
002400          DISPLAY "PAY500 - DATI ORDINANTE INCOMPLETI SU PAYPAR"
002410          STOP RUN
002420      END-IF.
002430      IF PPR-DATA-ESECUZIONE = SPACES
002440          MOVE SEP-DATA-ODIERNA TO PPR-DATA-ESECUZIONE
002450      END-IF.
002460      IF PPR-DATA-ESECUZIONE NOT NUMERIC
002470          DISPLAY "PAY500 - DATA ESECUZIONE ERRATA SU PAYPAR"
002480          STOP RUN
002490      END-IF.
002500      OPEN INPUT NETTI-IN.
002510      IF SEP-FS-NETTI NOT = "00"
002520          DISPLAY "PAY500 - ERR APERTURA PAYNET " SEP-FS-NETTI
002530          STOP RUN
002540      END-IF.
002550      OPEN INPUT DIPANA-MST.
002560      IF SEP-FS-DIPANA NOT = "00"
002570          DISPLAY "PAY500 - ERR APERTURA DIPANA " SEP-FS-DIPANA
002580          STOP RUN
002590      END-IF.
002600      OPEN OUTPUT ECCEZ-OUT.
002610      MOVE SEP-DATA-ODIERNA TO SEP-H-DATA.
002620      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-INTESTAZ-1.
002630      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-INTESTAZ-2.
002640  1000-INIZIALIZZA-EXIT.
002650      EXIT.
002660*----------------------------------------------------------------
002670  2000-LETTURA.
002680      READ NETTI-IN
002690          AT END
002700              MOVE "S" TO SEP-EOF-SW
002710      END-READ.
002720  2000-LETTURA-EXIT.
002730      EXIT.
002740*----------------------------------------------------------------
002750* PRIMA LETTURA: CONTROLLO DI OGNI NETTO E DEL RECORD TOTALI
002760*----------------------------------------------------------------
002770  3000-VERIFICA-NETTO.
002780      IF NOT SEP-PERIODO-NOTO
002790          MOVE PNT-ANNO TO SEP-ANNO
002800          MOVE PNT-MESE TO SEP-MESE
002810          SET SEP-PERIODO-NOTO TO TRUE
002820      END-IF.
002830      IF PNT-TOTALI
002840          PERFORM 3500-VERIFICA-TOTALI
002850              THRU 3500-VERIFICA-TOTALI-EXIT
002860          GO TO 3000-VERIFICA-NETTO-PROSEGUI
002870      END-IF.
002880      IF NOT PNT-DETTAGLIO
002890          GO TO 3000-VERIFICA-NETTO-PROSEGUI
002900      END-IF.
002910      ADD 1         TO SEP-LETTI.
002920      ADD PNT-NETTO TO SEP-TOT-NETTI.
002930      IF PNT-NETTO NOT GREATER THAN ZERO
002940          ADD 1 TO SEP-NETTI-ZERO
002950          GO TO 3000-VERIFICA-NETTO-PROSEGUI
002960      END-IF.
002970      MOVE SPACES    TO SEP-MOTIVO.
002980      MOVE PNT-MATR  TO SEP-MATR.
002990      MOVE PNT-NETTO TO SEP-NETTO.
003000      PERFORM 3100-VERIFICA-IBAN THRU 3100-VERIFICA-IBAN-EXIT.
003010      IF SEP-MOTIVO NOT = SPACES
003020          PERFORM 7100-SCRIVI-ECCEZIONE
003030              THRU 7100-SCRIVI-ECCEZIONE-EXIT
003040          GO TO 3000-VERIFICA-NETTO-PROSEGUI
003050      END-IF.
003060      ADD 1         TO SEP-BONIFICI.
003070      ADD PNT-NETTO TO SEP-TOT-BONIFICI.
003080  3000-VERIFICA-NETTO-PROSEGUI.
003090      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
003100  3000-VERIFICA-NETTO-EXIT.
003110      EXIT.
003120*----------------------------------------------------------------
003130  3100-VERIFICA-IBAN.
003140      MOVE PNT-MATR TO ANA-MATR.
003150      READ DIPANA-MST
003160          INVALID KEY
003170              MOVE SPACES TO SEP-NOME
003180              MOVE "ANAGRAFICA DIPANA MANCANTE" TO SEP-MOTIVO
003190              GO TO 3100-VERIFICA-IBAN-EXIT
003200      END-READ.
003210      MOVE ANA-NOME TO SEP-NOME.
003220      CALL "IBN100" USING ANA-IBAN SEP-IBAN-ESITO.
003230      IF SEP-IBAN-ESITO = "01"
003240          MOVE "IBAN MANCANTE" TO SEP-MOTIVO
003250      END-IF.
003260      IF SEP-IBAN-ESITO = "02"
003270          MOVE "IBAN FORMALMENTE ERRATO" TO SEP-MOTIVO
003280      END-IF.
003290      IF SEP-IBAN-ESITO = "03"
003300          MOVE "IBAN CON CONTROLLO ERRATO" TO SEP-MOTIVO
003310      END-IF.
003320  3100-VERIFICA-IBAN-EXIT.
003330      EXIT.
003340*----------------------------------------------------------------
003350  3500-VERIFICA-TOTALI.
003360      SET SEP-TOTALI-LETTI TO TRUE.
003370      IF PNT-T-PAGATI NOT = SEP-LETTI
003380       OR PNT-T-NETTO NOT = SEP-TOT-NETTI
003390          MOVE SPACES TO SEP-MATR SEP-NOME
003400          MOVE PNT-T-NETTO TO SEP-NETTO
003410          MOVE "PAYNET NON QUADRA COI TOTALI" TO SEP-MOTIVO
003420          PERFORM 7100-SCRIVI-ECCEZIONE
003430              THRU 7100-SCRIVI-ECCEZIONE-EXIT
003440      END-IF.
003450  3500-VERIFICA-TOTALI-EXIT.
003460      EXIT.
003470*----------------------------------------------------------------
003480  3900-VERIFICA-FLUSSO.
003490      IF NOT SEP-TOTALI-LETTI
003500          MOVE SPACES TO SEP-MATR SEP-NOME
003510          MOVE SEP-TOT-NETTI TO SEP-NETTO
003520          MOVE "PAYNET SENZA RECORD TOTALI" TO SEP-MOTIVO
003530          PERFORM 7100-SCRIVI-ECCEZIONE
003540              THRU 7100-SCRIVI-ECCEZIONE-EXIT
003550      END-IF.
003560      IF SEP-BONIFICI = ZERO
003570       AND SEP-ECCEZIONI = ZERO
003580          MOVE SPACES TO SEP-MATR SEP-NOME
003590          MOVE ZERO   TO SEP-NETTO
003600          MOVE "NESSUN NETTO DA PAGARE" TO SEP-MOTIVO
003610          PERFORM 7100-SCRIVI-ECCEZIONE
003620              THRU 7100-SCRIVI-ECCEZIONE-EXIT
003630      END-IF.
003640  3900-VERIFICA-FLUSSO-EXIT.
003650      EXIT.
003660*----------------------------------------------------------------
003670* SECONDA LETTURA: FILE SEPA, UN SOLO LOTTO DI PAGAMENTO
003680*----------------------------------------------------------------
003690  4000-SCRIVI-XML.
003700      OPEN INPUT NETTI-IN.
003710      IF SEP-FS-NETTI NOT = "00"
003720          DISPLAY "PAY500 - ERR RIAPERTURA PAYNET " SEP-FS-NETTI
003730          MOVE "NO" TO SEP-FS-XML
003740          GO TO 4000-SCRIVI-XML-EXIT
003750      END-IF.
003760      OPEN OUTPUT XML-OUT.
003770      IF SEP-FS-XML NOT = "00"
003780          DISPLAY "PAY500 - ERR APERTURA SEPAXML " SEP-FS-XML
003790          CLOSE NETTI-IN
003800          GO TO 4000-SCRIVI-XML-EXIT
003810      END-IF.
003820      MOVE "N" TO SEP-EOF-SW.
003830      MOVE SEP-PERIODO TO SEP-IM-PERIODO SEP-IB-PERIODO.
003840      MOVE SEP-MESE    TO SEP-CA-MESE.
003850      MOVE SEP-ANNO    TO SEP-CA-ANNO.
003860      MOVE SEP-DATA-ODIERNA TO SEP-IM-DATA.
003870      MOVE SEP-ORA     TO SEP-ORA-LAVORO.
003880      MOVE SEP-ORA     TO SEP-IM-ORA.
003890      MOVE SEP-XML-PROLOGO TO SEP-XML-RIGA.
003900      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
003910      MOVE SEP-XML-RADICE  TO SEP-XML-RIGA.
003920      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
003930      MOVE SEP-XML-NS-XSI  TO SEP-XML-RIGA.
003940      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
003950      MOVE "CstmrCdtTrfInitn" TO SEP-TAG.
003960      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
003970      PERFORM 4100-TESTATA-GRUPPO THRU 4100-TESTATA-GRUPPO-EXIT.
003980      PERFORM 4200-LOTTO-PAGAMENTO
003990          THRU 4200-LOTTO-PAGAMENTO-EXIT.
004000      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
004010      PERFORM 4300-BONIFICO THRU 4300-BONIFICO-EXIT
004020          UNTIL SEP-EOF-NETTI.
004030      MOVE "PmtInf" TO SEP-TAG.
004040      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004050      MOVE "CstmrCdtTrfInitn" TO SEP-TAG.
004060      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004070      MOVE "Document" TO SEP-TAG.
004080      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004090      CLOSE XML-OUT.
004100      CLOSE NETTI-IN.
004110  4000-SCRIVI-XML-EXIT.
004120      EXIT.
004130*----------------------------------------------------------------
004140  4100-TESTATA-GRUPPO.
004150      MOVE "GrpHdr" TO SEP-TAG.
004160      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004170      MOVE "MsgId"          TO SEP-TAG.
004180      MOVE SEP-ID-MESSAGGIO TO SEP-VALORE.
004190      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004200      MOVE SEP-DATA-ODIERNA TO SEP-DATA-LAVORO.
004210      PERFORM 7400-FORMATTA-DATA THRU 7400-FORMATTA-DATA-EXIT.
004220      MOVE "CreDtTm"        TO SEP-TAG.
004230      STRING SEP-DATA-XML DELIMITED BY SIZE
004240             "T"          DELIMITED BY SIZE
004250             SEP-OL-HH    DELIMITED BY SIZE
004260             ":"          DELIMITED BY SIZE
004270             SEP-OL-MM    DELIMITED BY SIZE
004280             ":"          DELIMITED BY SIZE
004290             SEP-OL-SS    DELIMITED BY SIZE
004300          INTO SEP-VALORE.
004310      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004320      PERFORM 4150-NUMERO-E-TOTALE
004330          THRU 4150-NUMERO-E-TOTALE-EXIT.
004340      MOVE "InitgPty" TO SEP-TAG.
004350      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004360      MOVE "Nm"                TO SEP-TAG.
004370      MOVE PPR-RAGIONE-SOCIALE TO SEP-VALORE.
004380      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004390      MOVE "InitgPty" TO SEP-TAG.
004400      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004410      MOVE "GrpHdr" TO SEP-TAG.
004420      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004430  4100-TESTATA-GRUPPO-EXIT.
004440      EXIT.
004450*----------------------------------------------------------------
004460  4150-NUMERO-E-TOTALE.
004470      MOVE "NbOfTxs"        TO SEP-TAG.
004480      MOVE SEP-BONIFICI     TO SEP-INTERO.
004490      PERFORM 7350-FORMATTA-INTERO
004500          THRU 7350-FORMATTA-INTERO-EXIT.
004510      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004520      MOVE "CtrlSum"        TO SEP-TAG.
004530      MOVE SEP-TOT-BONIFICI TO SEP-IMPORTO.
004540      PERFORM 7300-FORMATTA-IMPORTO
004550          THRU 7300-FORMATTA-IMPORTO-EXIT.
004560      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004570  4150-NUMERO-E-TOTALE-EXIT.
004580      EXIT.
004590*----------------------------------------------------------------
004600  4200-LOTTO-PAGAMENTO.
004610      MOVE "PmtInf" TO SEP-TAG.
004620      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004630      MOVE "PmtInfId"       TO SEP-TAG.
004640      MOVE SEP-ID-MESSAGGIO TO SEP-VALORE.
004650      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004660      MOVE "PmtMtd"         TO SEP-TAG.
004670      MOVE "TRF"            TO SEP-VALORE.
004680      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004690      PERFORM 4150-NUMERO-E-TOTALE
004700          THRU 4150-NUMERO-E-TOTALE-EXIT.
004710      MOVE "PmtTpInf" TO SEP-TAG.
004720      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004730      MOVE "SvcLvl" TO SEP-TAG.
004740      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004750      MOVE "Cd"             TO SEP-TAG.
004760      MOVE "SEPA"           TO SEP-VALORE.
004770      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004780      MOVE "SvcLvl" TO SEP-TAG.
004790      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004800      MOVE "CtgyPurp" TO SEP-TAG.
004810      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004820      MOVE "Cd"             TO SEP-TAG.
004830      MOVE "SALA"           TO SEP-VALORE.
004840      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004850      MOVE "CtgyPurp" TO SEP-TAG.
004860      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004870      MOVE "PmtTpInf" TO SEP-TAG.
004880      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
004890      MOVE PPR-DATA-ESECUZIONE TO SEP-DATA-LAVORO.
004900      PERFORM 7400-FORMATTA-DATA THRU 7400-FORMATTA-DATA-EXIT.
004910      MOVE "ReqdExctnDt"    TO SEP-TAG.
004920      MOVE SEP-DATA-XML     TO SEP-VALORE.
004930      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004940      MOVE "Dbtr" TO SEP-TAG.
004950      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
004960      MOVE "Nm"                TO SEP-TAG.
004970      MOVE PPR-RAGIONE-SOCIALE TO SEP-VALORE.
004980      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
004990      MOVE "Dbtr" TO SEP-TAG.
005000      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005010      MOVE PPR-IBAN TO SEP-VALORE.
005020      MOVE "DbtrAcct" TO SEP-TAG.
005030      PERFORM 7500-CONTO THRU 7500-CONTO-EXIT.
005040      MOVE "DbtrAgt" TO SEP-TAG.
005050      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005060      MOVE "FinInstnId" TO SEP-TAG.
005070      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005080      MOVE "BIC"            TO SEP-TAG.
005090      MOVE PPR-BIC          TO SEP-VALORE.
005100      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
005110      MOVE "FinInstnId" TO SEP-TAG.
005120      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005130      MOVE "DbtrAgt" TO SEP-TAG.
005140      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005150      MOVE "ChrgBr"         TO SEP-TAG.
005160      MOVE "SLEV"           TO SEP-VALORE.
005170      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
005180  4200-LOTTO-PAGAMENTO-EXIT.
005190      EXIT.
005200*----------------------------------------------------------------
005210* UN BONIFICO PER DIPENDENTE CON NETTO POSITIVO (IBAN GIA
005220* VERIFICATO IN PRIMA LETTURA)
005230*----------------------------------------------------------------
005240  4300-BONIFICO.
005250      IF NOT PNT-DETTAGLIO
005260       OR PNT-NETTO NOT GREATER THAN ZERO
005270          GO TO 4300-BONIFICO-PROSEGUI
005280      END-IF.
005290      MOVE PNT-MATR TO ANA-MATR.
005300      READ DIPANA-MST
005310          INVALID KEY
005320              DISPLAY "PAY500 - ANAGRAFICA SPARITA " PNT-MATR
005330              GO TO 4300-BONIFICO-PROSEGUI
005340      END-READ.
005350      MOVE "CdtTrfTxInf" TO SEP-TAG.
005360      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005370      MOVE "PmtId" TO SEP-TAG.
005380      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005390      MOVE PNT-MATR         TO SEP-IB-MATR.
005400      MOVE "EndToEndId"     TO SEP-TAG.
005410      MOVE SEP-ID-BONIFICO  TO SEP-VALORE.
005420      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
005430      MOVE "PmtId" TO SEP-TAG.
005440      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005450      MOVE "Amt" TO SEP-TAG.
005460      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005470      MOVE PNT-NETTO        TO SEP-IMPORTO.
005480      PERFORM 7300-FORMATTA-IMPORTO
005490          THRU 7300-FORMATTA-IMPORTO-EXIT.
005500      MOVE SPACES TO SEP-XML-RIGA.
005510      STRING "<InstdAmt Ccy=""EUR"">" DELIMITED BY SIZE
005520             SEP-VALORE               DELIMITED BY SPACE
005530             "</InstdAmt>"            DELIMITED BY SIZE
005540          INTO SEP-XML-RIGA.
005550      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
005560      MOVE SPACES TO SEP-VALORE.
005570      MOVE "Amt" TO SEP-TAG.
005580      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005590      MOVE "Cdtr" TO SEP-TAG.
005600      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005610      MOVE "Nm"             TO SEP-TAG.
005620      MOVE ANA-NOME         TO SEP-VALORE.
005630      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
005640      MOVE "Cdtr" TO SEP-TAG.
005650      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005660      MOVE ANA-IBAN TO SEP-VALORE.
005670      MOVE "CdtrAcct" TO SEP-TAG.
005680      PERFORM 7500-CONTO THRU 7500-CONTO-EXIT.
005690      MOVE "RmtInf" TO SEP-TAG.
005700      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
005710      MOVE "Ustrd"          TO SEP-TAG.
005720      MOVE SEP-CAUSALE      TO SEP-VALORE.
005730      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
005740      MOVE "RmtInf" TO SEP-TAG.
005750      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005760      MOVE "CdtTrfTxInf" TO SEP-TAG.
005770      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
005780      ADD 1 TO SEP-SCRITTI.
005790  4300-BONIFICO-PROSEGUI.
005800      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
005810  4300-BONIFICO-EXIT.
005820      EXIT.
005830*----------------------------------------------------------------
005840  7100-SCRIVI-ECCEZIONE.
005850      MOVE SEP-MATR        TO SEP-E-MATR.
005860      MOVE SEP-NOME        TO SEP-E-NOME.
005870      MOVE SEP-NETTO       TO SEP-E-NETTO.
005880      MOVE SEP-MOTIVO      TO SEP-E-MOTIVO.
005890      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-ECCEZIONE.
005900      ADD 1 TO SEP-ECCEZIONI.
005910  7100-SCRIVI-ECCEZIONE-EXIT.
005920      EXIT.
005930*----------------------------------------------------------------
005940  7200-APRI-TAG.
005950      MOVE SPACES TO SEP-XML-RIGA.
005960      STRING "<"     DELIMITED BY SIZE
005970             SEP-TAG DELIMITED BY SPACE
005980             ">"     DELIMITED BY SIZE
005990          INTO SEP-XML-RIGA.
006000      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
006010  7200-APRI-TAG-EXIT.
006020      EXIT.
006030*----------------------------------------------------------------
006040  7210-CHIUDI-TAG.
006050      MOVE SPACES TO SEP-XML-RIGA.
006060      STRING "</"    DELIMITED BY SIZE
006070             SEP-TAG DELIMITED BY SPACE
006080             ">"     DELIMITED BY SIZE
006090          INTO SEP-XML-RIGA.
006100      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
006110  7210-CHIUDI-TAG-EXIT.
006120      EXIT.
006130*----------------------------------------------------------------
006140* ELEMENTO SEMPLICE <TAG>VALORE</TAG>, VALORE SENZA GLI SPAZI
006150* FINALI E CON I CARATTERI RISERVATI XML SOSTITUITI
006160*----------------------------------------------------------------
006170  7220-ELEMENTO.
006180      MOVE ZERO TO SEP-LUNG.
006190      PERFORM 7230-CERCA-FINE THRU 7230-CERCA-FINE-EXIT
006200          VARYING SEP-I FROM 1 BY 1
006210          UNTIL SEP-I > 80.
006220      MOVE SPACES TO SEP-VALORE-XML.
006230      MOVE 1      TO SEP-P.
006240      STRING "<"     DELIMITED BY SIZE
006250             SEP-TAG DELIMITED BY SPACE
006260             ">"     DELIMITED BY SIZE
006270          INTO SEP-VALORE-XML WITH POINTER SEP-P.
006280      MOVE SEP-P    TO SEP-INIZIO.
006290      PERFORM 7240-COPIA-CARATTERE
006300          THRU 7240-COPIA-CARATTERE-EXIT
006310          VARYING SEP-I FROM 1 BY 1
006320          UNTIL SEP-I > SEP-LUNG.
006330      IF SEP-P > SEP-INIZIO
006340          STRING "</"    DELIMITED BY SIZE
006350                 SEP-TAG DELIMITED BY SPACE
006360                 ">"     DELIMITED BY SIZE
006370              INTO SEP-VALORE-XML WITH POINTER SEP-P
006380          MOVE SEP-VALORE-XML TO SEP-XML-RIGA
006390      ELSE
006400          MOVE SPACES TO SEP-XML-RIGA
006410          STRING "<"     DELIMITED BY SIZE
006420                 SEP-TAG DELIMITED BY SPACE
006423                 "/>"    DELIMITED BY SIZE
006426              INTO SEP-XML-RIGA
006430      END-IF.
006440      PERFORM 7290-SCRIVI-RIGA THRU 7290-SCRIVI-RIGA-EXIT.
006450      MOVE SPACES TO SEP-VALORE.
006460  7220-ELEMENTO-EXIT.
006470      EXIT.
006480*----------------------------------------------------------------
006490  7230-CERCA-FINE.
006500      IF SEP-VAL-CAR(SEP-I) NOT = SPACE
006510          MOVE SEP-I TO SEP-LUNG
006520      END-IF.
006530  7230-CERCA-FINE-EXIT.
006540      EXIT.
006550*----------------------------------------------------------------
006560  7240-COPIA-CARATTERE.
006570      IF SEP-VAL-CAR(SEP-I) = "&"
006580          STRING "&amp;" DELIMITED BY SIZE
006590              INTO SEP-VALORE-XML WITH POINTER SEP-P
006600      ELSE
006610          IF SEP-VAL-CAR(SEP-I) = "<"
006620              STRING "&lt;" DELIMITED BY SIZE
006630                  INTO SEP-VALORE-XML WITH POINTER SEP-P
006640          ELSE
006650              IF SEP-VAL-CAR(SEP-I) = ">"
006660                  STRING "&gt;" DELIMITED BY SIZE
006670                      INTO SEP-VALORE-XML WITH POINTER SEP-P
006680              ELSE
006690                  MOVE SEP-VAL-CAR(SEP-I)
006700                      TO SEP-XML-CAR(SEP-P)
006710                  ADD 1 TO SEP-P
006720              END-IF
006730          END-IF
006740      END-IF.
006750  7240-COPIA-CARATTERE-EXIT.
006760      EXIT.
006770*----------------------------------------------------------------
006780  7290-SCRIVI-RIGA.
006790      WRITE XML-OUT-RECORD FROM SEP-XML-RIGA.
006800  7290-SCRIVI-RIGA-EXIT.
006810      EXIT.
006820*----------------------------------------------------------------
006830* IMPORTO CON IL PUNTO DECIMALE, SENZA SEGNO E SPAZI INIZIALI
006840*----------------------------------------------------------------
006850  7300-FORMATTA-IMPORTO.
006860      IF SEP-IMPORTO < ZERO
006870          COMPUTE SEP-IMPORTO = ZERO - SEP-IMPORTO
006880      END-IF.
006890      MOVE SEP-IMPORTO TO SEP-IMPORTO-ED.
006900      MOVE SEP-IMPORTO-ED TO SEP-EDITATO.
006910      PERFORM 7320-ALLINEA THRU 7320-ALLINEA-EXIT.
006950  7300-FORMATTA-IMPORTO-EXIT.
006960      EXIT.
006961*----------------------------------------------------------------
006962* TOGLIE GLI SPAZI INIZIALI DAL CAMPO EDITATO E LO PORTA IN VALORE
006963*----------------------------------------------------------------
006964  7320-ALLINEA.
006965      MOVE ZERO TO SEP-SPAZI.
006966      INSPECT SEP-EDITATO TALLYING SEP-SPAZI
006967          FOR LEADING SPACES.
006968      ADD 1 TO SEP-SPAZI.
006969      MOVE SPACES TO SEP-VALORE.
006970      MOVE ZERO   TO SEP-P.
006971      PERFORM 7330-COPIA-CIFRA THRU 7330-COPIA-CIFRA-EXIT
006972          VARYING SEP-I FROM SEP-SPAZI BY 1
006973          UNTIL SEP-I > 15.
006974  7320-ALLINEA-EXIT.
006975      EXIT.
006976*----------------------------------------------------------------
006977  7330-COPIA-CIFRA.
006978      ADD 1 TO SEP-P.
006979      MOVE SEP-ED-CAR(SEP-I) TO SEP-VAL-CAR(SEP-P).
006980  7330-COPIA-CIFRA-EXIT.
006981      EXIT.
006982*----------------------------------------------------------------
006983  7350-FORMATTA-INTERO.
006990      MOVE SEP-INTERO TO SEP-INTERO-ED.
007000      MOVE SEP-INTERO-ED TO SEP-EDITATO.
007010      PERFORM 7320-ALLINEA THRU 7320-ALLINEA-EXIT.
007050  7350-FORMATTA-INTERO-EXIT.
007060      EXIT.
007070*----------------------------------------------------------------
007080  7400-FORMATTA-DATA.
007090      MOVE SEP-DL-AAAA TO SEP-DX-AAAA.
007100      MOVE SEP-DL-MM   TO SEP-DX-MM.
007110      MOVE SEP-DL-GG   TO SEP-DX-GG.
007120  7400-FORMATTA-DATA-EXIT.
007130      EXIT.
007140*----------------------------------------------------------------
007150* CONTO <TAG><Id><IBAN>...</IBAN></Id></TAG>, IBAN IN SEP-VALORE
007160*----------------------------------------------------------------
007170  7500-CONTO.
007180      MOVE SEP-TAG TO SEP-TAG-CONTO.
007190      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007200      MOVE "Id"   TO SEP-TAG.
007210      PERFORM 7200-APRI-TAG THRU 7200-APRI-TAG-EXIT.
007220      MOVE "IBAN" TO SEP-TAG.
007230      PERFORM 7220-ELEMENTO THRU 7220-ELEMENTO-EXIT.
007240      MOVE "Id"   TO SEP-TAG.
007250      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007260      MOVE SEP-TAG-CONTO TO SEP-TAG.
007270      PERFORM 7210-CHIUDI-TAG THRU 7210-CHIUDI-TAG-EXIT.
007280  7500-CONTO-EXIT.
007290      EXIT.
007300*----------------------------------------------------------------
007310  8000-FINALIZZA.
007320      MOVE SPACES TO ECCEZ-OUT-RECORD.
007330      WRITE ECCEZ-OUT-RECORD.
007340      MOVE "NETTI LETTI DA PAYNET       :" TO SEP-R-DESCRIZIONE.
007350      MOVE SEP-LETTI        TO SEP-R-NUMERO.
007360      MOVE SEP-TOT-NETTI    TO SEP-R-IMPORTO.
007370      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-TOTALE.
007380      MOVE "BONIFICI PREPARATI          :" TO SEP-R-DESCRIZIONE.
007390      MOVE SEP-BONIFICI     TO SEP-R-NUMERO.
007400      MOVE SEP-TOT-BONIFICI TO SEP-R-IMPORTO.
007410      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-TOTALE.
007420      MOVE "NETTI A ZERO SENZA BONIFICO :" TO SEP-R-DESCRIZIONE.
007430      MOVE SEP-NETTI-ZERO   TO SEP-R-NUMERO.
007440      MOVE ZERO             TO SEP-R-IMPORTO.
007450      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-TOTALE.
007460      MOVE "ECCEZIONI                   :" TO SEP-R-DESCRIZIONE.
007470      MOVE SEP-ECCEZIONI    TO SEP-R-NUMERO.
007480      MOVE ZERO             TO SEP-R-IMPORTO.
007490      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-TOTALE.
007500      IF SEP-ECCEZIONI = ZERO
007510         AND SEP-FS-XML = "00"
007520          MOVE "RILASCIATO (SEPAXML)" TO SEP-R-ESITO
007530      ELSE
007540          MOVE "NON RILASCIATO - VEDERE ECCEZIONI" TO SEP-R-ESITO
007550          MOVE 8 TO RETURN-CODE
007560      END-IF.
007570      WRITE ECCEZ-OUT-RECORD FROM SEP-RIGA-ESITO.
007580      CLOSE DIPANA-MST.
007590      CLOSE ECCEZ-OUT.
007600      DISPLAY "PAY500 - NETTI LETTI        : " SEP-LETTI.
007610      DISPLAY "PAY500 - BONIFICI SCRITTI   : " SEP-SCRITTI.
007620      DISPLAY "PAY500 - ECCEZIONI          : " SEP-ECCEZIONI.
007630      DISPLAY "PAY500 - FILE BONIFICI " SEP-R-ESITO.
007640  8000-FINALIZZA-EXIT.
007650      EXIT.
