000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     BIL100.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - CONTABILITA.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - BILANCIO DI VERIFICA
000130*                     GIORNALIERO: LEGGE IL GIORNALE CONTABILE
000140*                     GIOCONT (TRACCIATO GIOMOV) ALIMENTATO DA
000150*                     FAT200 (VENDITE), CLI200 (INCASSI E NOTE
000160*                     APPLICATE) E PAY300 (PAGHE), VERIFICA CHE
000170*                     OGNI REGISTRAZIONE E OGNI LOTTO QUADRINO
000180*                     DARE CON AVERE E CHE OGNI CONTO SIA NEL
000190*                     PIANO DEI CONTI PDCTAB, E STAMPA PER CONTO
000200*                     I TOTALI DARE/AVERE E IL SALDO. COME IN
000210*                     CTL100, CON GIORNALE QUADRATO LE RIGHE
000220*                     VENGONO ACCODATE ALLO STORICO GIOSTOR E IL
000230*                     GIORNALE AZZERATO PER IL GIORNO DOPO; CON
000240*                     LOTTI NON QUADRATI O RIGHE ERRATE IL
000250*                     GIORNALE RESTA INTATTO E IL PROGRAMMA
000260*                     TERMINA CON CONDITION CODE 8, FERMANDO LA
000270*                     CATENA SULLO SCHEDULATORE.
000280*----------------------------------------------------------------
000290*================================================================
000300  ENVIRONMENT DIVISION.
000310*================================================================
000320  CONFIGURATION SECTION.
000330  SOURCE-COMPUTER.   IBM-370.
000340  OBJECT-COMPUTER.   IBM-370.
000350  INPUT-OUTPUT SECTION.
000360  FILE-CONTROL.
000370      SELECT GIORNALE-F  ASSIGN TO GIOCONT
000380          ORGANIZATION IS SEQUENTIAL
000390          FILE STATUS IS BIL-FS-GIORNALE.
000400      SELECT REPORT-OUT  ASSIGN TO BILVER
000410          ORGANIZATION IS SEQUENTIAL
000420          FILE STATUS IS BIL-FS-REPORT.
000430      SELECT STORICO-OUT ASSIGN TO GIOSTOR
000440          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS BIL-FS-STORICO.
000460*================================================================
000470  DATA DIVISION.
000480*================================================================
000490  FILE SECTION.
000500  FD  GIORNALE-F
000510      LABEL RECORDS ARE STANDARD
000520      RECORDING MODE IS F.
000530      COPY GIOMOV.
000540  FD  REPORT-OUT
000550      LABEL RECORDS ARE STANDARD
000560      RECORDING MODE IS F.
000570  01  REPORT-OUT-RECORD           PIC X(120).
000580  FD  STORICO-OUT
000590      LABEL RECORDS ARE STANDARD
000600      RECORDING MODE IS F.
000610  01  STORICO-OUT-RECORD          PIC X(120).
000620  WORKING-STORAGE SECTION.
000630  77  BIL-FS-GIORNALE             PIC X(02) VALUE SPACES.
000640  77  BIL-FS-REPORT               PIC X(02) VALUE SPACES.
000650  77  BIL-FS-STORICO              PIC X(02) VALUE SPACES.
000660  77  BIL-LETTE                   PIC 9(05) COMP VALUE ZERO.
000670  77  BIL-LOTTI                   PIC 9(05) COMP VALUE ZERO.
000680  77  BIL-ERRORI                  PIC 9(05) COMP VALUE ZERO.
000690  77  BIL-ARCHIVIATI              PIC 9(05) COMP VALUE ZERO.
000700  77  BIL-N                       PIC 9(02) COMP VALUE ZERO.
000710  77  BIL-REG-CORR                PIC 9(05) VALUE ZERO.
000720  77  BIL-L-REGISTRAZIONI         PIC 9(05) COMP VALUE ZERO.
000730  77  BIL-L-ERRATE                PIC 9(05) COMP VALUE ZERO.
000740  77  BIL-R-DARE                  PIC S9(11)V99 VALUE ZERO.
000750  77  BIL-R-AVERE                 PIC S9(11)V99 VALUE ZERO.
000760  77  BIL-L-DARE                  PIC S9(11)V99 VALUE ZERO.
000770  77  BIL-L-AVERE                 PIC S9(11)V99 VALUE ZERO.
000780  77  BIL-TOT-DARE                PIC S9(11)V99 VALUE ZERO.
000790  77  BIL-TOT-AVERE               PIC S9(11)V99 VALUE ZERO.
000800  77  BIL-SALDO                   PIC S9(11)V99 VALUE ZERO.
000810  01  BIL-SWITCHES.
000820      05  BIL-EOF-SW              PIC X(01) VALUE "N".
000830          88  BIL-EOF-GIORNALE              VALUE "S".
000840      05  BIL-EOF-ARCH-SW         PIC X(01) VALUE "N".
000850          88  BIL-EOF-ARCHIVIO              VALUE "S".
000860      05  BIL-ARCHIVIO-SW         PIC X(01) VALUE "N".
000870          88  BIL-ARCHIVIO-RIUSCITO         VALUE "S".
000880      05  BIL-PRESENTE-SW         PIC X(01) VALUE "N".
000890          88  BIL-GIORNALE-PRESENTE         VALUE "S".
000900      05  BIL-LOTTO-SW            PIC X(01) VALUE "N".
000910          88  BIL-LOTTO-APERTO              VALUE "S".
000920      05  BIL-REG-SW              PIC X(01) VALUE "N".
000930          88  BIL-REG-APERTA                VALUE "S".
000940  01  BIL-LOTTO-CORR.
000950      05  BIL-LC-PROGRAMMA        PIC X(08).
000960      05  BIL-LC-DATA             PIC X(08).
000970      05  BIL-LC-ORA              PIC X(06).
000980  01  BIL-TAB-SALDI.
000990      05  BIL-CONTO OCCURS 10 TIMES.
001000          10  BIL-C-TOT-DARE      PIC S9(11)V99.
001010          10  BIL-C-TOT-AVERE     PIC S9(11)V99.
001020      COPY PDCTAB.
001030  01  BIL-RIGA-INTESTAZ-1.
001040      05  FILLER                  PIC X(39)
001050              VALUE "BILANCIO DI VERIFICA GIORNALIERO  DATA ".
001060      05  BIL-H-DATA              PIC X(08).
001070      05  FILLER                  PIC X(73) VALUE SPACES.
001080  01  BIL-RIGA-TITOLO.
001090      05  BIL-T-TITOLO            PIC X(60).
001100      05  FILLER                  PIC X(60) VALUE SPACES.
001110  01  BIL-RIGA-COLONNE-LOTTI.
001120      05  FILLER                  PIC X(10) VALUE "PROGRAMMA".
001130      05  FILLER                  PIC X(10) VALUE "DATA".
001140      05  FILLER                  PIC X(08) VALUE "ORA".
001150      05  FILLER                  PIC X(10) VALUE "REGISTR.".
001160      05  FILLER                  PIC X(20)
001170              VALUE "              DARE".
001180      05  FILLER                  PIC X(20)
001190              VALUE "             AVERE".
001200      05  FILLER                  PIC X(12) VALUE "ESITO".
001210      05  FILLER                  PIC X(30) VALUE SPACES.
001220  01  BIL-RIGA-LOTTO.
001230      05  BIL-D-PROGRAMMA         PIC X(08).
001240      05  FILLER                  PIC X(02) VALUE SPACES.
001250      05  BIL-D-DATA              PIC X(08).
001260      05  FILLER                  PIC X(02) VALUE SPACES.
001270      05  BIL-D-ORA               PIC X(06).
001280      05  FILLER                  PIC X(02) VALUE SPACES.
001290      05  BIL-D-REGISTRAZIONI     PIC ZZ,ZZ9.
001300      05  FILLER                  PIC X(04) VALUE SPACES.
001310      05  BIL-D-DARE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001320      05  FILLER                  PIC X(02) VALUE SPACES.
001330      05  BIL-D-AVERE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001340      05  FILLER                  PIC X(02) VALUE SPACES.
001350      05  BIL-D-ESITO             PIC X(12).
001360      05  FILLER                  PIC X(30) VALUE SPACES.
001370  01  BIL-RIGA-ERRORE.
001380      05  BIL-E-PROGRAMMA         PIC X(08).
001390      05  FILLER                  PIC X(02) VALUE SPACES.
001400      05  BIL-E-DATA              PIC X(08).
001410      05  FILLER                  PIC X(02) VALUE SPACES.
001420      05  BIL-E-ORA               PIC X(06).
001430      05  FILLER                  PIC X(02) VALUE SPACES.
001440      05  BIL-E-REGISTRAZIONE     PIC 9(05).
001450      05  FILLER                  PIC X(01) VALUE "/".
001460      05  BIL-E-RIGA              PIC 9(03).
001470      05  FILLER                  PIC X(02) VALUE SPACES.
001480      05  BIL-E-CONTO             PIC X(06).
001490      05  FILLER                  PIC X(02) VALUE SPACES.
001500      05  BIL-E-MOTIVO            PIC X(30).
001510      05  FILLER                  PIC X(02) VALUE SPACES.
001520      05  BIL-E-DARE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001530      05  FILLER                  PIC X(02) VALUE SPACES.
001540      05  BIL-E-AVERE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001550      05  FILLER                  PIC X(03) VALUE SPACES.
001560  01  BIL-RIGA-COLONNE-CONTI.
001570      05  FILLER                  PIC X(08) VALUE "CONTO".
001580      05  FILLER                  PIC X(32) VALUE "DESCRIZIONE".
001590      05  FILLER                  PIC X(03) VALUE "N".
001600      05  FILLER                  PIC X(20)
001610              VALUE "              DARE".
001620      05  FILLER                  PIC X(20)
001630              VALUE "             AVERE".
001640      05  FILLER                  PIC X(25)
001650              VALUE "             SALDO".
001660      05  FILLER                  PIC X(12) VALUE SPACES.
001670  01  BIL-RIGA-CONTO.
001680      05  BIL-C-CONTO             PIC X(06).
001690      05  FILLER                  PIC X(02) VALUE SPACES.
001700      05  BIL-C-DESCRIZIONE       PIC X(30).
001710      05  FILLER                  PIC X(02) VALUE SPACES.
001720      05  BIL-C-NATURA            PIC X(01).
001730      05  FILLER                  PIC X(02) VALUE SPACES.
001740      05  BIL-C-DARE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001750      05  FILLER                  PIC X(02) VALUE SPACES.
001760      05  BIL-C-AVERE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001770      05  FILLER                  PIC X(02) VALUE SPACES.
001780      05  BIL-C-SALDO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001790      05  FILLER                  PIC X(01) VALUE SPACES.
001800      05  BIL-C-SEGNO             PIC X(05).
001810      05  FILLER                  PIC X(13) VALUE SPACES.
001820  01  BIL-RIGA-TOTALI.
001830      05  FILLER                  PIC X(43)
001840              VALUE "TOTALE BILANCIO DI VERIFICA".
001850      05  BIL-T-DARE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001860      05  FILLER                  PIC X(02) VALUE SPACES.
001870      05  BIL-T-AVERE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001880      05  FILLER                  PIC X(39) VALUE SPACES.
001890  01  BIL-RIGA-FINALE.
001900      05  BIL-F-MESSAGGIO         PIC X(50).
001910      05  FILLER                  PIC X(70) VALUE SPACES.
001920*================================================================
001930  PROCEDURE DIVISION.
001940*================================================================
001950  0000-MAINLINE.
001960      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001970      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001980      PERFORM 3000-ELABORA-RIGA THRU 3000-ELABORA-RIGA-EXIT
001990          UNTIL BIL-EOF-GIORNALE.
002000      PERFORM 3500-CHIUDI-LOTTO THRU 3500-CHIUDI-LOTTO-EXIT.
002010      PERFORM 4000-STAMPA-BILANCIO
002020          THRU 4000-STAMPA-BILANCIO-EXIT.
002030      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
002040      STOP RUN.
002050*----------------------------------------------------------------
002060  1000-INIZIALIZZA.
002070      OPEN INPUT GIORNALE-F.
002080      IF BIL-FS-GIORNALE = "35"
002090          DISPLAY "BIL100 - GIOCONT ASSENTE, NIENTE DA VERIFICARE"
002100          MOVE "S" TO BIL-EOF-SW
002110      ELSE
002120          IF BIL-FS-GIORNALE NOT = "00"
002130              DISPLAY "BIL100 - ERR APERTURA GIOCONT "
002140                  BIL-FS-GIORNALE
002150              MOVE 12 TO RETURN-CODE
002160              STOP RUN
002170          END-IF
002180          SET BIL-GIORNALE-PRESENTE TO TRUE
002190      END-IF.
002200      OPEN OUTPUT REPORT-OUT.
002210      IF BIL-FS-REPORT NOT = "00"
002220          DISPLAY "BIL100 - ERR APERTURA BILVER " BIL-FS-REPORT
002230          MOVE 12 TO RETURN-CODE
002240          STOP RUN
002250      END-IF.
002260      ACCEPT BIL-H-DATA FROM DATE YYYYMMDD.
002270      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-INTESTAZ-1.
002280      MOVE SPACES TO REPORT-OUT-RECORD.
002290      WRITE REPORT-OUT-RECORD.
002300      MOVE "CONTROLLO QUADRATURA LOTTI DEL GIORNALE CONTABILE"
002310          TO BIL-T-TITOLO.
002320      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-TITOLO.
002330      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-COLONNE-LOTTI.
002340      PERFORM 1100-AZZERA-CONTO THRU 1100-AZZERA-CONTO-EXIT
002350          VARYING BIL-N FROM 1 BY 1
002360          UNTIL BIL-N > 10.
002370  1000-INIZIALIZZA-EXIT.
002380      EXIT.
002390*----------------------------------------------------------------
002400  1100-AZZERA-CONTO.
002410      MOVE ZERO TO BIL-C-TOT-DARE(BIL-N)
002420                   BIL-C-TOT-AVERE(BIL-N).
002430  1100-AZZERA-CONTO-EXIT.
002440      EXIT.
002450*----------------------------------------------------------------
002460  2000-LETTURA.
002470      READ GIORNALE-F
002480          AT END
002490              MOVE "S" TO BIL-EOF-SW
002500      END-READ.
002510  2000-LETTURA-EXIT.
002520      EXIT.
002530*----------------------------------------------------------------
002540* ROTTURA DI LOTTO (PROGRAMMA, DATA, ORA) E DI REGISTRAZIONE;
002550* OGNI ESECUZIONE DI UN PROGRAMMA ALIMENTANTE SCRIVE LE SUE RIGHE
002560* IN SEQUENZA, QUINDI IL LOTTO E SEMPRE CONTIGUO SUL GIORNALE
002570*----------------------------------------------------------------
002580  3000-ELABORA-RIGA.
002590      ADD 1 TO BIL-LETTE.
002600      IF NOT BIL-LOTTO-APERTO
002610         OR GIO-LOTTO NOT = BIL-LOTTO-CORR
002620          PERFORM 3500-CHIUDI-LOTTO THRU 3500-CHIUDI-LOTTO-EXIT
002630          PERFORM 3600-APRI-LOTTO THRU 3600-APRI-LOTTO-EXIT
002640      END-IF.
002650      IF NOT BIL-REG-APERTA
002660         OR GIO-REGISTRAZIONE NOT = BIL-REG-CORR
002670          PERFORM 3400-CHIUDI-REGISTRAZIONE
002680              THRU 3400-CHIUDI-REGISTRAZIONE-EXIT
002690          MOVE GIO-REGISTRAZIONE TO BIL-REG-CORR
002700          SET BIL-REG-APERTA TO TRUE
002710          ADD 1 TO BIL-L-REGISTRAZIONI
002720      END-IF.
002730      IF GIO-IMPORTO NOT NUMERIC
002740         OR (NOT GIO-DARE AND NOT GIO-AVERE)
002750          MOVE "SEGNO O IMPORTO RIGA ERRATI" TO BIL-E-MOTIVO
002760          PERFORM 7000-SCRIVI-ERRORE-RIGA
002770              THRU 7000-SCRIVI-ERRORE-RIGA-EXIT
002780          GO TO 3000-ELABORA-RIGA-PROSEGUI
002790      END-IF.
002800      IF GIO-DARE
002810          ADD GIO-IMPORTO TO BIL-R-DARE BIL-L-DARE
002820      ELSE
002830          ADD GIO-IMPORTO TO BIL-R-AVERE BIL-L-AVERE
002840      END-IF.
002850      PERFORM 3100-CERCA-CONTO THRU 3100-CERCA-CONTO-EXIT.
002860  3000-ELABORA-RIGA-PROSEGUI.
002870      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002880  3000-ELABORA-RIGA-EXIT.
002890      EXIT.
002900*----------------------------------------------------------------
002910  3100-CERCA-CONTO.
002920      SET PDC-X TO 1.
002930      SEARCH PDC-CONTO
002940          AT END
002950              MOVE "CONTO NON A PIANO DEI CONTI" TO BIL-E-MOTIVO
002960              PERFORM 7000-SCRIVI-ERRORE-RIGA
002970                  THRU 7000-SCRIVI-ERRORE-RIGA-EXIT
002980          WHEN PDC-CODICE(PDC-X) = GIO-CONTO
002990              SET BIL-N TO PDC-X
003000              IF GIO-DARE
003010                  ADD GIO-IMPORTO TO BIL-C-TOT-DARE(BIL-N)
003020              ELSE
003030                  ADD GIO-IMPORTO TO BIL-C-TOT-AVERE(BIL-N)
003040              END-IF
003050      END-SEARCH.
003060  3100-CERCA-CONTO-EXIT.
003070      EXIT.
003080*----------------------------------------------------------------
003090  3400-CHIUDI-REGISTRAZIONE.
003100      IF NOT BIL-REG-APERTA
003110          GO TO 3400-CHIUDI-REGISTRAZIONE-EXIT
003120      END-IF.
003130      IF BIL-R-DARE NOT = BIL-R-AVERE
003140          MOVE SPACES              TO BIL-E-CONTO
003150          MOVE BIL-LC-PROGRAMMA    TO BIL-E-PROGRAMMA
003160          MOVE BIL-LC-DATA         TO BIL-E-DATA
003170          MOVE BIL-LC-ORA          TO BIL-E-ORA
003180          MOVE BIL-REG-CORR        TO BIL-E-REGISTRAZIONE
003190          MOVE ZERO                TO BIL-E-RIGA
003200          MOVE "REGISTRAZIONE NON QUADRATA" TO BIL-E-MOTIVO
003210          MOVE BIL-R-DARE          TO BIL-E-DARE
003220          MOVE BIL-R-AVERE         TO BIL-E-AVERE
003230          WRITE REPORT-OUT-RECORD FROM BIL-RIGA-ERRORE
003240          ADD 1 TO BIL-ERRORI
003250          ADD 1 TO BIL-L-ERRATE
003260      END-IF.
003270      MOVE ZERO TO BIL-R-DARE BIL-R-AVERE.
003280      MOVE "N"  TO BIL-REG-SW.
003290  3400-CHIUDI-REGISTRAZIONE-EXIT.
003300      EXIT.
003310*----------------------------------------------------------------
003320  3500-CHIUDI-LOTTO.
003330      IF NOT BIL-LOTTO-APERTO
003340          GO TO 3500-CHIUDI-LOTTO-EXIT
003350      END-IF.
003360      PERFORM 3400-CHIUDI-REGISTRAZIONE
003370          THRU 3400-CHIUDI-REGISTRAZIONE-EXIT.
003380      MOVE BIL-LC-PROGRAMMA    TO BIL-D-PROGRAMMA.
003390      MOVE BIL-LC-DATA         TO BIL-D-DATA.
003400      MOVE BIL-LC-ORA          TO BIL-D-ORA.
003410      MOVE BIL-L-REGISTRAZIONI TO BIL-D-REGISTRAZIONI.
003420      MOVE BIL-L-DARE          TO BIL-D-DARE.
003430      MOVE BIL-L-AVERE         TO BIL-D-AVERE.
003440      MOVE "QUADRATO"          TO BIL-D-ESITO.
003450      IF BIL-L-DARE NOT = BIL-L-AVERE
003460          MOVE "NON QUADRATO"  TO BIL-D-ESITO
003470          ADD 1 TO BIL-ERRORI
003480      ELSE
003490          IF BIL-L-ERRATE > ZERO
003500              MOVE "CON ERRORI" TO BIL-D-ESITO
003510          END-IF
003520      END-IF.
003530      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-LOTTO.
003540      MOVE "N" TO BIL-LOTTO-SW.
003550  3500-CHIUDI-LOTTO-EXIT.
003560      EXIT.
003570*----------------------------------------------------------------
003580  3600-APRI-LOTTO.
003590      MOVE GIO-LOTTO TO BIL-LOTTO-CORR.
003600      MOVE ZERO      TO BIL-L-REGISTRAZIONI BIL-L-ERRATE
003610                        BIL-L-DARE BIL-L-AVERE.
003620      MOVE "N"       TO BIL-REG-SW.
003630      SET BIL-LOTTO-APERTO TO TRUE.
003640      ADD 1 TO BIL-LOTTI.
003650  3600-APRI-LOTTO-EXIT.
003660      EXIT.
003670*----------------------------------------------------------------
003680  4000-STAMPA-BILANCIO.
003690      MOVE SPACES TO REPORT-OUT-RECORD.
003700      WRITE REPORT-OUT-RECORD.
003710      MOVE "BILANCIO DI VERIFICA PER CONTO" TO BIL-T-TITOLO.
003720      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-TITOLO.
003730      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-COLONNE-CONTI.
003740      MOVE ZERO TO BIL-TOT-DARE BIL-TOT-AVERE.
003750      PERFORM 4100-STAMPA-CONTO THRU 4100-STAMPA-CONTO-EXIT
003760          VARYING BIL-N FROM 1 BY 1
003770          UNTIL BIL-N > 10.
003780      MOVE BIL-TOT-DARE  TO BIL-T-DARE.
003790      MOVE BIL-TOT-AVERE TO BIL-T-AVERE.
003800      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-TOTALI.
003810      IF BIL-TOT-DARE NOT = BIL-TOT-AVERE
003820          DISPLAY "BIL100 - BILANCIO NON QUADRATO"
003830          ADD 1 TO BIL-ERRORI
003840      END-IF.
003850  4000-STAMPA-BILANCIO-EXIT.
003860      EXIT.
003870*----------------------------------------------------------------
003880  4100-STAMPA-CONTO.
003890      IF BIL-C-TOT-DARE(BIL-N) = ZERO
003900         AND BIL-C-TOT-AVERE(BIL-N) = ZERO
003910          GO TO 4100-STAMPA-CONTO-EXIT
003920      END-IF.
003930      SET PDC-X TO BIL-N.
003940      MOVE PDC-CODICE(PDC-X)      TO BIL-C-CONTO.
003950      MOVE PDC-DESCRIZIONE(PDC-X) TO BIL-C-DESCRIZIONE.
003960      MOVE PDC-NATURA(PDC-X)      TO BIL-C-NATURA.
003970      MOVE BIL-C-TOT-DARE(BIL-N)  TO BIL-C-DARE.
003980      MOVE BIL-C-TOT-AVERE(BIL-N) TO BIL-C-AVERE.
003990      ADD BIL-C-TOT-DARE(BIL-N)   TO BIL-TOT-DARE.
004000      ADD BIL-C-TOT-AVERE(BIL-N)  TO BIL-TOT-AVERE.
004010      COMPUTE BIL-SALDO = BIL-C-TOT-DARE(BIL-N)
004020                        - BIL-C-TOT-AVERE(BIL-N).
004030      IF BIL-SALDO < ZERO
004040          COMPUTE BIL-SALDO = ZERO - BIL-SALDO
004050          MOVE "AVERE" TO BIL-C-SEGNO
004060      ELSE
004070          MOVE "DARE " TO BIL-C-SEGNO
004080      END-IF.
004090      MOVE BIL-SALDO TO BIL-C-SALDO.
004100      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-CONTO.
004110  4100-STAMPA-CONTO-EXIT.
004120      EXIT.
004130*----------------------------------------------------------------
004140  7000-SCRIVI-ERRORE-RIGA.
004150      MOVE GIO-PROGRAMMA     TO BIL-E-PROGRAMMA.
004160      MOVE GIO-DATA-LOTTO    TO BIL-E-DATA.
004170      MOVE GIO-ORA-LOTTO     TO BIL-E-ORA.
004180      MOVE GIO-REGISTRAZIONE TO BIL-E-REGISTRAZIONE.
004190      MOVE GIO-RIGA          TO BIL-E-RIGA.
004200      MOVE GIO-CONTO         TO BIL-E-CONTO.
004210      MOVE ZERO              TO BIL-E-DARE BIL-E-AVERE.
004220      IF GIO-IMPORTO NUMERIC
004230          IF GIO-DARE
004240              MOVE GIO-IMPORTO TO BIL-E-DARE
004250          ELSE
004260              MOVE GIO-IMPORTO TO BIL-E-AVERE
004270          END-IF
004280      END-IF.
004290      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-ERRORE.
004300      ADD 1 TO BIL-ERRORI.
004310      ADD 1 TO BIL-L-ERRATE.
004320  7000-SCRIVI-ERRORE-RIGA-EXIT.
004330      EXIT.
004340*----------------------------------------------------------------
004350  8000-FINALIZZA.
004360      MOVE SPACES TO REPORT-OUT-RECORD.
004370      WRITE REPORT-OUT-RECORD.
004380      IF BIL-ERRORI = ZERO
004390          MOVE "GIORNALE QUADRATO, ARCHIVIATO SU GIOSTOR"
004400              TO BIL-F-MESSAGGIO
004410      ELSE
004420          MOVE "GIORNALE NON QUADRATO, CATENA TRATTENUTA"
004430              TO BIL-F-MESSAGGIO
004440      END-IF.
004450      WRITE REPORT-OUT-RECORD FROM BIL-RIGA-FINALE.
004460      IF BIL-GIORNALE-PRESENTE
004470          CLOSE GIORNALE-F
004480      END-IF.
004490      CLOSE REPORT-OUT.
004500      DISPLAY "BIL100 - RIGHE LETTE      : " BIL-LETTE.
004510      DISPLAY "BIL100 - LOTTI VERIFICATI : " BIL-LOTTI.
004520      DISPLAY "BIL100 - ERRORI RILEVATI  : " BIL-ERRORI.
004530      IF BIL-ERRORI > ZERO
004540          MOVE 8 TO RETURN-CODE
004550          GO TO 8000-FINALIZZA-EXIT
004560      END-IF.
004570      IF NOT BIL-GIORNALE-PRESENTE
004580          GO TO 8000-FINALIZZA-EXIT
004590      END-IF.
004600      PERFORM 8150-ARCHIVIA-GIORNALE
004610          THRU 8150-ARCHIVIA-GIORNALE-EXIT.
004620      IF BIL-ARCHIVIO-RIUSCITO
004630          PERFORM 8200-AZZERA-GIORNALE
004640              THRU 8200-AZZERA-GIORNALE-EXIT
004650      ELSE
004660          DISPLAY "BIL100 - ARCHIVIO FALLITO, GIORNALE "
004670              "NON AZZERATO"
004680          MOVE 8 TO RETURN-CODE
004690      END-IF.
004700  8000-FINALIZZA-EXIT.
004710      EXIT.
004720*----------------------------------------------------------------
004730  8150-ARCHIVIA-GIORNALE.
004740      OPEN INPUT GIORNALE-F.
004750      IF BIL-FS-GIORNALE NOT = "00"
004760          DISPLAY "BIL100 - ERR RIAPERTURA GIOCONT "
004770              BIL-FS-GIORNALE
004780          GO TO 8150-ARCHIVIA-GIORNALE-EXIT
004790      END-IF.
004800      OPEN EXTEND STORICO-OUT.
004810      IF BIL-FS-STORICO = "35"
004820          OPEN OUTPUT STORICO-OUT
004830      END-IF.
004840      IF BIL-FS-STORICO NOT = "00"
004850          DISPLAY "BIL100 - ERR APERTURA GIOSTOR " BIL-FS-STORICO
004860          CLOSE GIORNALE-F
004870          GO TO 8150-ARCHIVIA-GIORNALE-EXIT
004880      END-IF.
004890      PERFORM 8160-LEGGI-GIORNALE
004900          THRU 8160-LEGGI-GIORNALE-EXIT.
004910      PERFORM 8170-ACCODA-RIGA
004920          THRU 8170-ACCODA-RIGA-EXIT
004930          UNTIL BIL-EOF-ARCHIVIO.
004940      CLOSE GIORNALE-F.
004950      CLOSE STORICO-OUT.
004960      SET BIL-ARCHIVIO-RIUSCITO TO TRUE.
004970      DISPLAY "BIL100 - RIGHE ARCHIVIATE : " BIL-ARCHIVIATI.
004980  8150-ARCHIVIA-GIORNALE-EXIT.
004990      EXIT.
005000*----------------------------------------------------------------
005010  8160-LEGGI-GIORNALE.
005020      READ GIORNALE-F
005030          AT END
005040              MOVE "S" TO BIL-EOF-ARCH-SW
005050      END-READ.
005060  8160-LEGGI-GIORNALE-EXIT.
005070      EXIT.
005080*----------------------------------------------------------------
005090  8170-ACCODA-RIGA.
005100      WRITE STORICO-OUT-RECORD FROM GIO-RECORD.
005110      ADD 1 TO BIL-ARCHIVIATI.
005120      PERFORM 8160-LEGGI-GIORNALE
005130          THRU 8160-LEGGI-GIORNALE-EXIT.
005140  8170-ACCODA-RIGA-EXIT.
005150      EXIT.
005160*----------------------------------------------------------------
005170  8200-AZZERA-GIORNALE.
005180      OPEN OUTPUT GIORNALE-F.
005190      CLOSE GIORNALE-F.
005200  8200-AZZERA-GIORNALE-EXIT.
005210      EXIT.
