000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     PAY600.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - PERSONALE E PAGHE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - RIEPILOGO MENSILE DEL
000130*                     VERSAMENTO F24 DELLE RITENUTE SUGLI
000140*                     STIPENDI (CODICE TRIBUTO 1001, PERIODO
000150*                     MESE/ANNO DEL CICLO PAGHE, SCADENZA IL 16
000160*                     DEL MESE SUCCESSIVO) DAL FLUSSO NETTI PAYNET
000170*                     DI PAY300. PRIMA DELLA STAMPA IL TOTALE DA
000180*                     VERSARE VIENE QUADRATO: SOMMA DELLE RITENUTE
000190*                     DEI DIPENDENTI = TOTALE DEL REGISTRO PAGHE =
000200*                     SOMMA DELLE RITENUTE PER SCAGLIONE, E
000210*                     PROGRESSIVO ANNUO DELLE RITENUTE SU PAYYTD =
000220*                     VERSAMENTI DEI MESI PRECEDENTI REGISTRATI SU
000230*                     F24STO + MESE CORRENTE. LA QUADRATURA CON
000240*                     PAYYTD NON E VERIFICABILE SE NELL'ANNO NON
000250*                     C'E ANCORA NESSUN MESE PRECEDENTE A
000260*                     REGISTRO (PRIMO UTILIZZO A ANNO INIZIATO) E
000270*                     VIENE SOLO SEGNALATA. A QUADRATURA RIUSCITA
000280*                     IL MESE VIENE REGISTRATO SU F24STO (UNA
000290*                     NUOVA ELABORAZIONE DELLO STESSO MESE LO
000300*                     AGGIORNA); IN DIFFERENZA IL REGISTRO NON
000310*                     VIENE TOCCATO E IL PROGRAMMA TERMINA CON
000320*                     CONDITION CODE 8.
000330*----------------------------------------------------------------
000340*================================================================
000350  ENVIRONMENT DIVISION.
000360*================================================================
000370  CONFIGURATION SECTION.
000380  SOURCE-COMPUTER.   IBM-370.
000390  OBJECT-COMPUTER.   IBM-370.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT PARM-IN     ASSIGN TO PAYPAR
000430          ORGANIZATION IS SEQUENTIAL
000440          FILE STATUS IS VRS-FS-PARM.
000450      SELECT NETTI-IN    ASSIGN TO PAYNET
000460          ORGANIZATION IS SEQUENTIAL
000470          FILE STATUS IS VRS-FS-NETTI.
000480      SELECT PROGRE-F    ASSIGN TO PAYYTD
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS SEQUENTIAL
000510          RECORD KEY IS YTD-MATR
000520          FILE STATUS IS VRS-FS-PROGRE.
000530      SELECT VERSAM-F    ASSIGN TO F24STO
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS F24-PERIODO
000570          FILE STATUS IS VRS-FS-VERSAM.
000580      SELECT RIEPILOGO-OUT ASSIGN TO F24RIEP
000590          ORGANIZATION IS SEQUENTIAL
000600          FILE STATUS IS VRS-FS-RIEPILOGO.
000610*================================================================
000620  DATA DIVISION.
000630*================================================================
000640  FILE SECTION.
000650  FD  PARM-IN
000660      LABEL RECORDS ARE STANDARD
000670      RECORDING MODE IS F.
000680      COPY PAYPAR.
000690  FD  NETTI-IN
000700      LABEL RECORDS ARE STANDARD
000710      RECORDING MODE IS F.
000720      COPY PAYNET.
000730  FD  PROGRE-F
000740      LABEL RECORDS ARE STANDARD.
000750      COPY PAYYTD.
000760  FD  VERSAM-F
000770      LABEL RECORDS ARE STANDARD.
000780      COPY PAYF24.
000790  FD  RIEPILOGO-OUT
000800      LABEL RECORDS ARE STANDARD
000810      RECORDING MODE IS F.
000820  01  RIEPILOGO-OUT-RECORD        PIC X(80).
000830  WORKING-STORAGE SECTION.
000840  77  VRS-FS-PARM                 PIC X(02) VALUE SPACES.
000850  77  VRS-FS-NETTI                PIC X(02) VALUE SPACES.
000860  77  VRS-FS-PROGRE               PIC X(02) VALUE SPACES.
000870  77  VRS-FS-VERSAM               PIC X(02) VALUE SPACES.
000880  77  VRS-FS-RIEPILOGO            PIC X(02) VALUE SPACES.
000890  77  VRS-DIPENDENTI              PIC 9(05) COMP VALUE ZERO.
000900  77  VRS-MESI-PRECEDENTI         PIC 9(05) COMP VALUE ZERO.
000910  77  VRS-DIFFERENZE              PIC 9(05) COMP VALUE ZERO.
000920  77  VRS-X                       PIC 9(02) COMP VALUE ZERO.
000930  77  VRS-TOT-DIPENDENTI          PIC S9(11)V99 VALUE ZERO.
000940  77  VRS-TOT-REGISTRO            PIC S9(11)V99 VALUE ZERO.
000950  77  VRS-TOT-SCAGLIONI           PIC S9(11)V99 VALUE ZERO.
000960  77  VRS-TOT-PAYYTD              PIC S9(11)V99 VALUE ZERO.
000970  77  VRS-TOT-PRECEDENTI          PIC S9(11)V99 VALUE ZERO.
000980  77  VRS-TOT-ATTESO              PIC S9(11)V99 VALUE ZERO.
000990  77  VRS-DATA-ODIERNA            PIC X(08) VALUE SPACES.
001000  77  VRS-CODICE-TRIBUTO          PIC X(04) VALUE "1001".
001010  01  VRS-SWITCHES.
001020      05  VRS-EOF-SW              PIC X(01) VALUE "N".
001030          88  VRS-EOF-NETTI                 VALUE "S".
001040      05  VRS-EOF-YTD-SW          PIC X(01) VALUE "N".
001050          88  VRS-EOF-PROGRE                VALUE "S".
001060      05  VRS-FINE-VERS-SW        PIC X(01) VALUE "N".
001070          88  VRS-FINE-VERSAMENTI           VALUE "S".
001080      05  VRS-TOTALI-SW           PIC X(01) VALUE "N".
001090          88  VRS-TOTALI-LETTI              VALUE "S".
001100      05  VRS-PERIODO-SW          PIC X(01) VALUE "N".
001110          88  VRS-PERIODO-NOTO              VALUE "S".
001120      05  VRS-GIA-REG-SW          PIC X(01) VALUE "N".
001130          88  VRS-GIA-REGISTRATO            VALUE "S".
001133      05  VRS-ERR-REG-SW          PIC X(01) VALUE "N".
001136          88  VRS-ERRORE-REGISTRO           VALUE "S".
001140  01  VRS-PERIODO.
001150      05  VRS-ANNO                PIC 9(04) VALUE ZERO.
001160      05  VRS-MESE                PIC 9(02) VALUE ZERO.
001170  01  VRS-SCADENZA.
001180      05  VRS-SC-AAAA             PIC 9(04) VALUE ZERO.
001190      05  VRS-SC-MM               PIC 9(02) VALUE ZERO.
001200      05  VRS-SC-GG               PIC 9(02) VALUE 16.
001210  01  VRS-TAB-SCAGLIONI.
001220      05  VRS-SCAGLIONE           PIC S9(11)V99
001230              OCCURS 8 TIMES.
001240*----------------------------------------------------------------
001250* PROSPETTO RIEPILOGO F24
001260*----------------------------------------------------------------
001270  01  VRS-RIGA-INTESTAZ-1.
001280      05  FILLER                  PIC X(40)
001290              VALUE "RIEPILOGO VERSAMENTO F24 RITENUTE   DATA".
001300      05  FILLER                  PIC X(01) VALUE SPACES.
001310      05  VRS-H-DATA              PIC X(08).
001320      05  FILLER                  PIC X(31) VALUE SPACES.
001330  01  VRS-RIGA-CONTRIBUENTE.
001340      05  FILLER                  PIC X(14)
001350              VALUE "CONTRIBUENTE  ".
001360      05  VRS-C-CODICE-FISCALE    PIC X(16).
001370      05  FILLER                  PIC X(02) VALUE SPACES.
001380      05  VRS-C-RAGIONE-SOCIALE   PIC X(40).
001390      05  FILLER                  PIC X(08) VALUE SPACES.
001400  01  VRS-RIGA-ERARIO-1.
001410      05  FILLER                  PIC X(40)
001420              VALUE "SEZIONE ERARIO  CODICE  MESE RIF.  ANNO ".
001430      05  FILLER                  PIC X(40)
001440              VALUE "RIF.   IMPORTO A DEBITO        SCADENZA ".
001450  01  VRS-RIGA-ERARIO-2.
001460      05  FILLER                  PIC X(16) VALUE SPACES.
001470      05  VRS-T-CODICE            PIC X(04).
001480      05  FILLER                  PIC X(05) VALUE SPACES.
001490      05  VRS-T-MESE              PIC 9(02).
001500      05  FILLER                  PIC X(08) VALUE SPACES.
001510      05  VRS-T-ANNO              PIC 9(04).
001520      05  FILLER                  PIC X(03) VALUE SPACES.
001530      05  VRS-T-IMPORTO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001540      05  FILLER                  PIC X(04) VALUE SPACES.
001550      05  VRS-T-SC-GG             PIC 9(02).
001560      05  FILLER                  PIC X(01) VALUE "/".
001570      05  VRS-T-SC-MM             PIC 9(02).
001580      05  FILLER                  PIC X(01) VALUE "/".
001590      05  VRS-T-SC-AAAA           PIC 9(04).
001600      05  FILLER                  PIC X(07) VALUE SPACES.
001610  01  VRS-RIGA-SCAGLIONE.
001620      05  FILLER                  PIC X(20)
001630              VALUE "  RITENUTE SCAGLIONE".
001640      05  VRS-S-NUMERO            PIC 9(01).
001650      05  FILLER                  PIC X(03) VALUE " : ".
001660      05  VRS-S-IMPORTO           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001670      05  FILLER                  PIC X(38) VALUE SPACES.
001680  01  VRS-RIGA-QUADRATURA.
001690      05  VRS-Q-DESCRIZIONE       PIC X(34).
001700      05  VRS-Q-IMPORTO           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001710      05  FILLER                  PIC X(02) VALUE SPACES.
001720      05  VRS-Q-ESITO             PIC X(26).
001730  01  VRS-RIGA-ESITO.
001740      05  FILLER                  PIC X(14)
001750              VALUE "VERSAMENTO    ".
001760      05  VRS-R-ESITO             PIC X(50).
001770      05  FILLER                  PIC X(16) VALUE SPACES.
001780*================================================================
001790  PROCEDURE DIVISION.
001800*================================================================
001810  0000-MAINLINE.
001820      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001830      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001840      PERFORM 3000-SOMMA-RITENUTA THRU 3000-SOMMA-RITENUTA-EXIT
001850          UNTIL VRS-EOF-NETTI.
001860      CLOSE NETTI-IN.
001870      IF NOT VRS-PERIODO-NOTO
001880          DISPLAY "PAY600 - PAYNET VUOTO, NESSUN VERSAMENTO"
001890          MOVE 8 TO RETURN-CODE
001900          STOP RUN
001910      END-IF.
001920      PERFORM 4000-PROGRESSIVI THRU 4000-PROGRESSIVI-EXIT.
001930      PERFORM 5000-VERSAMENTI-PRECEDENTI
001940          THRU 5000-VERSAMENTI-PRECEDENTI-EXIT.
001950      PERFORM 6000-STAMPA-RIEPILOGO
001960          THRU 6000-STAMPA-RIEPILOGO-EXIT.
001970      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001980      STOP RUN.
001990*----------------------------------------------------------------
002000  1000-INIZIALIZZA.
002010      ACCEPT VRS-DATA-ODIERNA FROM DATE YYYYMMDD.
002020      OPEN INPUT PARM-IN.
002030      IF VRS-FS-PARM NOT = "00"
002040          DISPLAY "PAY600 - ERR APERTURA PAYPAR " VRS-FS-PARM
002050          STOP RUN
002060      END-IF.
002070      READ PARM-IN
002080          AT END
002090              DISPLAY "PAY600 - PAYPAR VUOTO"
002100              STOP RUN
002110      END-READ.
002120      CLOSE PARM-IN.
002130      IF PPR-CODICE-FISCALE = SPACES
002140       OR PPR-RAGIONE-SOCIALE = SPACES
002150          DISPLAY "PAY600 - DATI CONTRIBUENTE INCOMPLETI "
002155              "SU PAYPAR"
002160          STOP RUN
002170      END-IF.
002180      OPEN INPUT NETTI-IN.
002190      IF VRS-FS-NETTI NOT = "00"
002200          DISPLAY "PAY600 - ERR APERTURA PAYNET " VRS-FS-NETTI
002210          STOP RUN
002220      END-IF.
002230      OPEN INPUT PROGRE-F.
002240      IF VRS-FS-PROGRE NOT = "00"
002250          DISPLAY "PAY600 - ERR APERTURA PAYYTD " VRS-FS-PROGRE
002260          STOP RUN
002270      END-IF.
002280      OPEN I-O VERSAM-F.
002290      IF VRS-FS-VERSAM = "35"
002300          OPEN OUTPUT VERSAM-F
002310          CLOSE VERSAM-F
002320          OPEN I-O VERSAM-F
002330      END-IF.
002340      IF VRS-FS-VERSAM NOT = "00"
002350          DISPLAY "PAY600 - ERR APERTURA F24STO " VRS-FS-VERSAM
002360          STOP RUN
002370      END-IF.
002380      OPEN OUTPUT RIEPILOGO-OUT.
002390      PERFORM 1100-AZZERA-SCAGLIONE
002400          THRU 1100-AZZERA-SCAGLIONE-EXIT
002410          VARYING VRS-X FROM 1 BY 1
002420          UNTIL VRS-X > 8.
002430  1000-INIZIALIZZA-EXIT.
002440      EXIT.
002450*----------------------------------------------------------------
002460  1100-AZZERA-SCAGLIONE.
002470      MOVE ZERO TO VRS-SCAGLIONE(VRS-X).
002480  1100-AZZERA-SCAGLIONE-EXIT.
002490      EXIT.
002500*----------------------------------------------------------------
002510  2000-LETTURA.
002520      READ NETTI-IN
002530          AT END
002540              MOVE "S" TO VRS-EOF-SW
002550      END-READ.
002560  2000-LETTURA-EXIT.
002570      EXIT.
002580*----------------------------------------------------------------
002590* RITENUTE DEI DIPENDENTI E TOTALI DEL REGISTRO PAGHE DA PAYNET
002600*----------------------------------------------------------------
002610  3000-SOMMA-RITENUTA.
002620      IF NOT VRS-PERIODO-NOTO
002630          MOVE PNT-ANNO TO VRS-ANNO
002640          MOVE PNT-MESE TO VRS-MESE
002650          SET VRS-PERIODO-NOTO TO TRUE
002660      END-IF.
002670      IF PNT-DETTAGLIO
002680          ADD 1            TO VRS-DIPENDENTI
002690          ADD PNT-RITENUTA TO VRS-TOT-DIPENDENTI
002700      END-IF.
002710      IF PNT-TOTALI
002720          SET VRS-TOTALI-LETTI TO TRUE
002730          MOVE PNT-T-RITENUTA TO VRS-TOT-REGISTRO
002740          PERFORM 3100-CARICA-SCAGLIONE
002750              THRU 3100-CARICA-SCAGLIONE-EXIT
002760              VARYING VRS-X FROM 1 BY 1
002770              UNTIL VRS-X > 8
002780      END-IF.
002790      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002800  3000-SOMMA-RITENUTA-EXIT.
002810      EXIT.
002820*----------------------------------------------------------------
002830  3100-CARICA-SCAGLIONE.
002840      MOVE PNT-T-SCAGLIONE(VRS-X) TO VRS-SCAGLIONE(VRS-X).
002850      ADD PNT-T-SCAGLIONE(VRS-X)  TO VRS-TOT-SCAGLIONI.
002860  3100-CARICA-SCAGLIONE-EXIT.
002870      EXIT.
002880*----------------------------------------------------------------
002890* PROGRESSIVO ANNUO DELLE RITENUTE (SOLO I RECORD DELL'ANNO DEL
002900* CICLO: LE MATRICOLE NON PAGATE NELL'ANNO HANNO ANCORA L'ANNO
002910* PRECEDENTE)
002920*----------------------------------------------------------------
002930  4000-PROGRESSIVI.
002940      PERFORM 4100-LEGGI-PROGRESSIVO
002950          THRU 4100-LEGGI-PROGRESSIVO-EXIT.
002960      PERFORM 4200-SOMMA-PROGRESSIVO
002970          THRU 4200-SOMMA-PROGRESSIVO-EXIT
002980          UNTIL VRS-EOF-PROGRE.
002990  4000-PROGRESSIVI-EXIT.
003000      EXIT.
003010*----------------------------------------------------------------
003020  4100-LEGGI-PROGRESSIVO.
003030      READ PROGRE-F NEXT
003040          AT END
003050              MOVE "S" TO VRS-EOF-YTD-SW
003060      END-READ.
003070  4100-LEGGI-PROGRESSIVO-EXIT.
003080      EXIT.
003090*----------------------------------------------------------------
003100  4200-SOMMA-PROGRESSIVO.
003110      IF YTD-ANNO = VRS-ANNO
003120          ADD YTD-RITENUTA TO VRS-TOT-PAYYTD
003130      END-IF.
003140      PERFORM 4100-LEGGI-PROGRESSIVO
003150          THRU 4100-LEGGI-PROGRESSIVO-EXIT.
003160  4200-SOMMA-PROGRESSIVO-EXIT.
003170      EXIT.
003180*----------------------------------------------------------------
003190* MESI PRECEDENTI DELLO STESSO ANNO GIA REGISTRATI SU F24STO
003200*----------------------------------------------------------------
003210  5000-VERSAMENTI-PRECEDENTI.
003220      MOVE VRS-ANNO TO F24-ANNO.
003230      MOVE ZERO     TO F24-MESE.
003240      START VERSAM-F KEY IS NOT LESS THAN F24-PERIODO
003250          INVALID KEY
003260              GO TO 5000-VERSAMENTI-PRECEDENTI-EXIT
003270      END-START.
003280      PERFORM 5100-LEGGI-VERSAMENTO
003290          THRU 5100-LEGGI-VERSAMENTO-EXIT.
003300      PERFORM 5200-SOMMA-VERSAMENTO
003310          THRU 5200-SOMMA-VERSAMENTO-EXIT
003320          UNTIL VRS-FINE-VERSAMENTI.
003330  5000-VERSAMENTI-PRECEDENTI-EXIT.
003340      EXIT.
003350*----------------------------------------------------------------
003360  5100-LEGGI-VERSAMENTO.
003370      READ VERSAM-F NEXT
003380          AT END
003390              MOVE "S" TO VRS-FINE-VERS-SW
003400      END-READ.
003410      IF NOT VRS-FINE-VERSAMENTI
003420         AND F24-ANNO NOT = VRS-ANNO
003430          MOVE "S" TO VRS-FINE-VERS-SW
003440      END-IF.
003450  5100-LEGGI-VERSAMENTO-EXIT.
003460      EXIT.
003470*----------------------------------------------------------------
003480  5200-SOMMA-VERSAMENTO.
003490      IF F24-MESE < VRS-MESE
003500          ADD 1           TO VRS-MESI-PRECEDENTI
003510          ADD F24-IMPORTO TO VRS-TOT-PRECEDENTI
003520      END-IF.
003530      IF F24-MESE = VRS-MESE
003540          SET VRS-GIA-REGISTRATO TO TRUE
003550      END-IF.
003560      PERFORM 5100-LEGGI-VERSAMENTO
003570          THRU 5100-LEGGI-VERSAMENTO-EXIT.
003580  5200-SOMMA-VERSAMENTO-EXIT.
003590      EXIT.
003600*----------------------------------------------------------------
003610* PROSPETTO: TESTATA, SEZIONE ERARIO, SCAGLIONI E QUADRATURE
003620*----------------------------------------------------------------
003630  6000-STAMPA-RIEPILOGO.
003640      MOVE VRS-DATA-ODIERNA TO VRS-H-DATA.
003650      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-INTESTAZ-1.
003660      MOVE PPR-CODICE-FISCALE  TO VRS-C-CODICE-FISCALE.
003670      MOVE PPR-RAGIONE-SOCIALE TO VRS-C-RAGIONE-SOCIALE.
003680      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-CONTRIBUENTE.
003690      MOVE SPACES TO RIEPILOGO-OUT-RECORD.
003700      WRITE RIEPILOGO-OUT-RECORD.
003710      IF VRS-MESE = 12
003720          COMPUTE VRS-SC-AAAA = VRS-ANNO + 1
003730          MOVE 1 TO VRS-SC-MM
003740      ELSE
003750          MOVE VRS-ANNO TO VRS-SC-AAAA
003760          COMPUTE VRS-SC-MM = VRS-MESE + 1
003770      END-IF.
003780      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-ERARIO-1.
003790      MOVE VRS-CODICE-TRIBUTO TO VRS-T-CODICE.
003800      MOVE VRS-MESE           TO VRS-T-MESE.
003810      MOVE VRS-ANNO           TO VRS-T-ANNO.
003820      MOVE VRS-TOT-REGISTRO   TO VRS-T-IMPORTO.
003830      MOVE VRS-SC-GG          TO VRS-T-SC-GG.
003840      MOVE VRS-SC-MM          TO VRS-T-SC-MM.
003850      MOVE VRS-SC-AAAA        TO VRS-T-SC-AAAA.
003860      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-ERARIO-2.
003870      MOVE SPACES TO RIEPILOGO-OUT-RECORD.
003880      WRITE RIEPILOGO-OUT-RECORD.
003890      PERFORM 6100-STAMPA-SCAGLIONE
003900          THRU 6100-STAMPA-SCAGLIONE-EXIT
003910          VARYING VRS-X FROM 1 BY 1
003920          UNTIL VRS-X > 8.
003930      MOVE SPACES TO RIEPILOGO-OUT-RECORD.
003940      WRITE RIEPILOGO-OUT-RECORD.
003950      PERFORM 6200-QUADRATURE THRU 6200-QUADRATURE-EXIT.
003960  6000-STAMPA-RIEPILOGO-EXIT.
003970      EXIT.
003980*----------------------------------------------------------------
003990  6100-STAMPA-SCAGLIONE.
004000      MOVE VRS-X                TO VRS-S-NUMERO.
004010      MOVE VRS-SCAGLIONE(VRS-X) TO VRS-S-IMPORTO.
004020      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-SCAGLIONE.
004030  6100-STAMPA-SCAGLIONE-EXIT.
004040      EXIT.
004050*----------------------------------------------------------------
004060  6200-QUADRATURE.
004070      MOVE "TOTALE RITENUTE REGISTRO PAGHE  :"
004075          TO VRS-Q-DESCRIZIONE.
004080      MOVE VRS-TOT-REGISTRO TO VRS-Q-IMPORTO.
004090      IF VRS-TOTALI-LETTI
004100          MOVE SPACES TO VRS-Q-ESITO
004110      ELSE
004120          MOVE "PAYNET SENZA RECORD TOTALI" TO VRS-Q-ESITO
004130          ADD 1 TO VRS-DIFFERENZE
004140      END-IF.
004150      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-QUADRATURA.
004160      MOVE "SOMMA RITENUTE DEI DIPENDENTI   :"
004165          TO VRS-Q-DESCRIZIONE.
004170      MOVE VRS-TOT-DIPENDENTI TO VRS-Q-IMPORTO.
004180      IF VRS-TOT-DIPENDENTI = VRS-TOT-REGISTRO
004190          MOVE "QUADRA" TO VRS-Q-ESITO
004200      ELSE
004210          MOVE "NON QUADRA COL REGISTRO" TO VRS-Q-ESITO
004220          ADD 1 TO VRS-DIFFERENZE
004230      END-IF.
004240      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-QUADRATURA.
004250      MOVE "SOMMA RITENUTE PER SCAGLIONE    :"
004255          TO VRS-Q-DESCRIZIONE.
004260      MOVE VRS-TOT-SCAGLIONI TO VRS-Q-IMPORTO.
004270      IF VRS-TOT-SCAGLIONI = VRS-TOT-REGISTRO
004280          MOVE "QUADRA" TO VRS-Q-ESITO
004290      ELSE
004300          MOVE "NON QUADRA COL REGISTRO" TO VRS-Q-ESITO
004310          ADD 1 TO VRS-DIFFERENZE
004320      END-IF.
004330      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-QUADRATURA.
004340      MOVE "VERSATO MESI PRECEDENTI (F24STO):"
004345          TO VRS-Q-DESCRIZIONE.
004350      MOVE VRS-TOT-PRECEDENTI TO VRS-Q-IMPORTO.
004360      MOVE SPACES TO VRS-Q-ESITO.
004370      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-QUADRATURA.
004380      COMPUTE VRS-TOT-ATTESO =
004390          VRS-TOT-PRECEDENTI + VRS-TOT-REGISTRO.
004400      MOVE "PROGRESSIVO RITENUTE ANNO PAYYTD:"
004405          TO VRS-Q-DESCRIZIONE.
004410      MOVE VRS-TOT-PAYYTD TO VRS-Q-IMPORTO.
004420      IF VRS-MESI-PRECEDENTI = ZERO
004430         AND VRS-MESE > 1
004440          MOVE "NON VERIFICABILE" TO VRS-Q-ESITO
004450      ELSE
004460          IF VRS-TOT-PAYYTD = VRS-TOT-ATTESO
004470              MOVE "QUADRA" TO VRS-Q-ESITO
004480          ELSE
004490              MOVE "NON QUADRA COI VERSAMENTI" TO VRS-Q-ESITO
004500              ADD 1 TO VRS-DIFFERENZE
004510          END-IF
004520      END-IF.
004530      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-QUADRATURA.
004540      MOVE SPACES TO RIEPILOGO-OUT-RECORD.
004550      WRITE RIEPILOGO-OUT-RECORD.
004560  6200-QUADRATURE-EXIT.
004570      EXIT.
004580*----------------------------------------------------------------
004590* REGISTRAZIONE DEL MESE SU F24STO, SOLO A QUADRATURA RIUSCITA
004600*----------------------------------------------------------------
004610  7000-REGISTRA-VERSAMENTO.
004620      MOVE SPACES             TO F24-RECORD.
004630      MOVE VRS-ANNO           TO F24-ANNO.
004640      MOVE VRS-MESE           TO F24-MESE.
004650      MOVE VRS-CODICE-TRIBUTO TO F24-CODICE-TRIBUTO.
004660      MOVE VRS-TOT-REGISTRO   TO F24-IMPORTO.
004670      MOVE VRS-SCADENZA       TO F24-SCADENZA.
004680      MOVE VRS-DATA-ODIERNA   TO F24-DATA-ELAB.
004690      MOVE VRS-DIPENDENTI     TO F24-DIPENDENTI.
004700      IF VRS-GIA-REGISTRATO
004710          REWRITE F24-RECORD
004720              INVALID KEY
004730                  DISPLAY "PAY600 - ERR RISCRITTURA F24STO "
004740                      VRS-PERIODO
004745                  MOVE "S" TO VRS-ERR-REG-SW
004750          END-REWRITE
004760      ELSE
004770          WRITE F24-RECORD
004780              INVALID KEY
004790                  DISPLAY "PAY600 - ERR SCRITTURA F24STO "
004800                      VRS-PERIODO
004805                  MOVE "S" TO VRS-ERR-REG-SW
004810          END-WRITE
004820      END-IF.
004830  7000-REGISTRA-VERSAMENTO-EXIT.
004840      EXIT.
004850*----------------------------------------------------------------
004860  8000-FINALIZZA.
004870      IF VRS-DIFFERENZE = ZERO
004880          PERFORM 7000-REGISTRA-VERSAMENTO
004890              THRU 7000-REGISTRA-VERSAMENTO-EXIT
004900          IF VRS-GIA-REGISTRATO
004910              MOVE "QUADRATO - MESE GIA A REGISTRO, AGGIORNATO"
004920                  TO VRS-R-ESITO
004930          ELSE
004940              MOVE "QUADRATO - REGISTRATO SU F24STO"
004950                  TO VRS-R-ESITO
004960          END-IF
004961          IF VRS-ERRORE-REGISTRO
004962              MOVE "QUADRATO - NON REGISTRATO, ERRORE SU F24STO"
004963                  TO VRS-R-ESITO
004964              MOVE 12 TO RETURN-CODE
004965          END-IF
004970      ELSE
004980          MOVE "NON QUADRATO - NON REGISTRATO, VEDERE SOPRA"
004990              TO VRS-R-ESITO
005000          MOVE 8 TO RETURN-CODE
005010      END-IF.
005020      WRITE RIEPILOGO-OUT-RECORD FROM VRS-RIGA-ESITO.
005030      CLOSE PROGRE-F.
005040      CLOSE VERSAM-F.
005050      CLOSE RIEPILOGO-OUT.
005060      DISPLAY "PAY600 - PERIODO            : "
005065          VRS-MESE "/" VRS-ANNO.
005070      DISPLAY "PAY600 - DIPENDENTI         : " VRS-DIPENDENTI.
005080      DISPLAY "PAY600 - RITENUTE DA VERSARE: " VRS-TOT-REGISTRO.
005090      DISPLAY "PAY600 - DIFFERENZE         : " VRS-DIFFERENZE.
005100  8000-FINALIZZA-EXIT.
005110      EXIT.
