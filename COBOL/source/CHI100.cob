000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CHI100.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - CONTABILITA.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - CHIUSURA ANNUALE. LA SCHEDA
000130*                     CHIPARM PORTA L'ANNO DA CHIUDERE (VUOTO =
000140*                     ANNO PRECEDENTE) E LA MODALITA: "P" PROVA
000150*                     (DEFAULT, STAMPA E QUADRATURE SENZA
000160*                     SCRIVERE NULLA) O "D" DEFINITIVA.
000170*                     - STAMPA CHIRIEP CON IL SALDO DI CHIUSURA DI
000180*                       OGNI CLIENTE DI CLIENTI;
000190*                     - L'ARCHIVIO MOVIMENTI MOVARCH, ORDINATO PER
000200*                       CLIENTE CON SORT INTERNA CONSERVANDO
000210*                       L'ORDINE DI CONTABILIZZAZIONE, VIENE
000220*                       DIVISO PER DATA VALUTA: FINO ALL'ANNO
000230*                       CHIUSO NELLO STORICO MOVSTOR, GLI
000240*                       ALTRI RESTANO E OGNI CLIENTE RICEVE UN
000250*                       MOVIMENTO DI APERTURA (TIPO "A", VALUTA
000260*                       1 GENNAIO) CON IL SALDO RIPORTATO;
000270*                     - IL REGISTRO FATTURE REGFAT VA NELLO
000280*                       STORICO FATSTOR PER DATA DOCUMENTO;
000290*                       UN DOCUMENTO MAI ESPORTATO A SDI O
000300*                       SCARTATO (FPASTATO) BLOCCA LA CHIUSURA,
000310*                       FAT400 NON LO RITROVEREBBE PIU; SONO
000313*                       ESCLUSI I DOCUMENTI ANTERIORI ALLA DATA
000316*                       DI INIZIO DELL'INVIO A SDI (FPAPARM);
000320*                     - I PROGRESSIVI PAYYTD DELL'ANNO (E DI ANNI
000330*                       PRECEDENTI) VANNO NELLO STORICO
000340*                       PAYSTOR E VENGONO CANCELLATI, SE IL
000350*                       RIEPILOGO PAY400 DELL'ANNO E ANNOTATO SU
000360*                       CHIANNI CON GLI STESSI TOTALI.
000363*                     GLI STORICI MOVSTOR, FATSTOR E PAYSTOR SONO
000366*                     ASSEGNATI DAL JCL AI DATASET DELL'ANNO
000368*                     CHIUSO.
000370*                     IL SALDO DI CHIUSURA DEDOTTO DAI MOVIMENTI
000380*                     ARCHIVIATI PIU I MOVIMENTI RIMASTI DEVE
000390*                     RIDARE IL SALDO DI ANAGRAFICA. GLI ARCHIVI
000400*                     VIVI SONO RISCRITTI SOLO A FINE ELABORAZIONE
000410*                     E SENZA ERRORI (PRIMA SU MOVARCW E REGFATW),
000420*                     POI RILETTI E QUADRATI CON GLI STORICI. IL
000430*                     REGISTRO CHIANNI MARCA L'ANNO "I" DURANTE
000440*                     L'AGGIORNAMENTO E "C" A CHIUSURA QUADRATA:
000450*                     UN ANNO CHIUSO O INTERROTTO VIENE RIFIUTATO
000460*                     (CONDITION CODE 8, 12 SU ERRORE DI I/O).
000470*----------------------------------------------------------------
000480*================================================================
000490  ENVIRONMENT DIVISION.
000500*================================================================
000510  CONFIGURATION SECTION.
000520  SOURCE-COMPUTER.   IBM-370.
000530  OBJECT-COMPUTER.   IBM-370.
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560      SELECT PARM-IN     ASSIGN TO CHIPARM
000570          ORGANIZATION IS SEQUENTIAL
000580          FILE STATUS IS CHI-FS-PARM.
000590      SELECT CHIUSURE-F  ASSIGN TO CHIANNI
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS RANDOM
000620          RECORD KEY IS CHA-ANNO
000630          FILE STATUS IS CHI-FS-CHIUSURE.
000640      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS SEQUENTIAL
000670          RECORD KEY IS CLI-CHIAVE
000680          FILE STATUS IS CHI-FS-CLIENTI.
000690      SELECT ARCHIV-F    ASSIGN TO MOVARCH
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS CHI-FS-ARCHIV.
000720      SELECT MOVLAV-F    ASSIGN TO MOVARCW
000730          ORGANIZATION IS SEQUENTIAL
000740          FILE STATUS IS CHI-FS-MOVLAV.
000750      SELECT MOVSTO-F    ASSIGN TO MOVSTOR
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS CHI-FS-MOVSTO.
000780      SELECT REGFAT-F    ASSIGN TO REGFAT
000790          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS CHI-FS-REGFAT.
000810      SELECT FATLAV-F    ASSIGN TO REGFATW
000820          ORGANIZATION IS SEQUENTIAL
000830          FILE STATUS IS CHI-FS-FATLAV.
000840      SELECT FATSTO-F    ASSIGN TO FATSTOR
000850          ORGANIZATION IS SEQUENTIAL
000860          FILE STATUS IS CHI-FS-FATSTO.
000870      SELECT STATO-F     ASSIGN TO FPASTATO
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS RANDOM
000900          RECORD KEY IS FPS-CHIAVE
000910          FILE STATUS IS CHI-FS-STATO.
000920      SELECT PROGRE-F    ASSIGN TO PAYYTD
000930          ORGANIZATION IS INDEXED
000940          ACCESS MODE IS DYNAMIC
000950          RECORD KEY IS YTD-MATR
000960          FILE STATUS IS CHI-FS-PROGRE.
000970      SELECT PAYSTO-F    ASSIGN TO PAYSTOR
000980          ORGANIZATION IS SEQUENTIAL
000990          FILE STATUS IS CHI-FS-PAYSTO.
001000      SELECT REPORT-OUT  ASSIGN TO CHIRIEP
001010          ORGANIZATION IS SEQUENTIAL
001020          FILE STATUS IS CHI-FS-REPORT.
001022      SELECT FPAPAR-IN   ASSIGN TO FPAPARM
001024          ORGANIZATION IS SEQUENTIAL
001026          FILE STATUS IS CHI-FS-FPAPAR.
001030      SELECT LAVORO-SORT ASSIGN TO SORTWK01.
001040*================================================================
001050  DATA DIVISION.
001060*================================================================
001070  FILE SECTION.
001080  FD  PARM-IN
001090      LABEL RECORDS ARE STANDARD
001100      RECORDING MODE IS F.
001110  01  PARM-IN-RECORD.
001120      05  CP-ANNO                 PIC X(04).
001130      05  CP-MODO                 PIC X(01).
001140      05  FILLER                  PIC X(75).
001142  FD  FPAPAR-IN
001144      LABEL RECORDS ARE STANDARD
001146      RECORDING MODE IS F.
001148      COPY FPAPAR.
001150  FD  CHIUSURE-F
001160      LABEL RECORDS ARE STANDARD.
001170      COPY CHIANN.
001180  FD  CLIENTI-F
001190      LABEL RECORDS ARE STANDARD.
001200      COPY CLIREC.
001210  FD  ARCHIV-F
001220      LABEL RECORDS ARE STANDARD
001230      RECORDING MODE IS F.
001240      COPY MOVARC.
001250  FD  MOVLAV-F
001260      LABEL RECORDS ARE STANDARD
001270      RECORDING MODE IS F.
001280  01  MOVLAV-RECORD               PIC X(80).
001290  FD  MOVSTO-F
001300      LABEL RECORDS ARE STANDARD
001310      RECORDING MODE IS F.
001320  01  MOVSTO-RECORD.
001330      05  FILLER                  PIC X(23).
001340      05  MST-IMPORTO             PIC 9(07)V99.
001350      05  FILLER                  PIC X(48).
001360  FD  REGFAT-F
001370      LABEL RECORDS ARE STANDARD
001380      RECORDING MODE IS F.
001390      COPY FATREG.
001400  FD  FATLAV-F
001410      LABEL RECORDS ARE STANDARD
001420      RECORDING MODE IS F.
001430  01  FATLAV-RECORD               PIC X(100).
001440  FD  FATSTO-F
001450      LABEL RECORDS ARE STANDARD
001460      RECORDING MODE IS F.
001470  01  FATSTO-RECORD.
001480      05  FILLER                  PIC X(36).
001490      05  FST-TOTALE              PIC S9(07)V99.
001500      05  FILLER                  PIC X(55).
001510  FD  STATO-F
001520      LABEL RECORDS ARE STANDARD.
001530      COPY FPASTA.
001540  FD  PROGRE-F
001550      LABEL RECORDS ARE STANDARD.
001560      COPY PAYYTD.
001570  FD  PAYSTO-F
001580      LABEL RECORDS ARE STANDARD
001590      RECORDING MODE IS F.
001600  01  PAYSTO-RECORD.
001610      05  FILLER                  PIC X(05).
001620      05  PST-ANNO                PIC 9(04).
001630      05  PST-LORDO               PIC S9(09)V99.
001640      05  FILLER                  PIC X(60).
001650  FD  REPORT-OUT
001660      LABEL RECORDS ARE STANDARD
001670      RECORDING MODE IS F.
001680  01  REPORT-OUT-RECORD           PIC X(120).
001690  SD  LAVORO-SORT.
001700  01  SRT-RECORD.
001710      05  SRT-CLASSE              PIC X(01).
001715      05  SRT-PROGRESSIVO         PIC 9(07).
001720      05  SRT-MOVIMENTO.
001730          10  SRT-CHIAVE          PIC X(05).
001740          10  SRT-TIPO            PIC X(01).
001750          10  SRT-DATA-VALUTA     PIC X(08).
001760          10  SRT-SALDO-PREC      PIC S9(07)V99.
001770          10  SRT-IMPORTO         PIC 9(07)V99.
001780          10  SRT-NUOVO-SALDO     PIC S9(07)V99.
001790          10  FILLER              PIC X(39).
001800  WORKING-STORAGE SECTION.
001810  77  CHI-FS-PARM                 PIC X(02) VALUE SPACES.
001815  77  CHI-FS-FPAPAR               PIC X(02) VALUE SPACES.
001820  77  CHI-FS-CHIUSURE             PIC X(02) VALUE SPACES.
001830  77  CHI-FS-CLIENTI              PIC X(02) VALUE SPACES.
001840  77  CHI-FS-ARCHIV               PIC X(02) VALUE SPACES.
001850  77  CHI-FS-MOVLAV               PIC X(02) VALUE SPACES.
001860  77  CHI-FS-MOVSTO               PIC X(02) VALUE SPACES.
001870  77  CHI-FS-REGFAT               PIC X(02) VALUE SPACES.
001880  77  CHI-FS-FATLAV               PIC X(02) VALUE SPACES.
001890  77  CHI-FS-FATSTO               PIC X(02) VALUE SPACES.
001900  77  CHI-FS-STATO                PIC X(02) VALUE SPACES.
001910  77  CHI-FS-PROGRE               PIC X(02) VALUE SPACES.
001920  77  CHI-FS-PAYSTO               PIC X(02) VALUE SPACES.
001930  77  CHI-FS-REPORT               PIC X(02) VALUE SPACES.
001940  77  CHI-NOME-MOVSTO             PIC X(30) VALUE SPACES.
001950  77  CHI-NOME-FATSTO             PIC X(30) VALUE SPACES.
001960  77  CHI-NOME-PAYSTO             PIC X(30) VALUE SPACES.
001970  77  CHI-ORA-CHIUSURA            PIC X(08) VALUE SPACES.
001980  77  CHI-CHIAVE-CLI              PIC X(05) VALUE SPACES.
001990  77  CHI-CHIAVE-MOV              PIC X(05) VALUE SPACES.
002000  77  CHI-CLASSE-MOV              PIC X(01) VALUE SPACES.
002005  77  CHI-INIZIO-SDI              PIC X(08) VALUE SPACES.
002010  77  CHI-ERRORI                  PIC 9(05) COMP VALUE ZERO.
002020  77  CHI-ERR-VERIFICA            PIC 9(05) COMP VALUE ZERO.
002030  77  CHI-ESITO                   PIC X(60) VALUE SPACES.
002040  01  CHI-SWITCHES.
002050      05  CHI-MODO                PIC X(01) VALUE "P".
002060          88  CHI-PROVA                     VALUE "P".
002070          88  CHI-DEFINITIVA                VALUE "D".
002080      05  CHI-REG-NUOVO-SW        PIC X(01) VALUE "N".
002090          88  CHI-REG-NUOVO                 VALUE "S".
002100      05  CHI-PAY400-SW           PIC X(01) VALUE "N".
002110          88  CHI-PAY400-ESEGUITO           VALUE "S".
002120      05  CHI-EOF-ARCH-SW         PIC X(01) VALUE "N".
002130          88  CHI-EOF-ARCHIVIO              VALUE "S".
002140      05  CHI-EOF-FAT-SW          PIC X(01) VALUE "N".
002150          88  CHI-EOF-FATTURE               VALUE "S".
002160      05  CHI-EOF-YTD-SW          PIC X(01) VALUE "N".
002170          88  CHI-EOF-PROGRE                VALUE "S".
002180      05  CHI-EOF-LAV-SW          PIC X(01) VALUE "N".
002190          88  CHI-EOF-LAVORO                VALUE "S".
002200      05  CHI-FAT-SW              PIC X(01) VALUE "N".
002210          88  CHI-FAT-PRESENTE              VALUE "S".
002220      05  CHI-YTD-SW              PIC X(01) VALUE "N".
002230          88  CHI-YTD-PRESENTE              VALUE "S".
002240      05  CHI-STATO-SW            PIC X(01) VALUE "N".
002250          88  CHI-STATO-PRESENTE            VALUE "S".
002260  01  CHI-OGGI.
002270      05  CHI-OGGI-AAAA           PIC 9(04).
002280      05  FILLER                  PIC X(04).
002281  01  CHI-DATA-DOC.
002282      05  CHI-DDOC-ANNO           PIC X(04).
002283      05  FILLER                  PIC X(04).
002284  01  CHI-DATA-MOV.
002285      05  CHI-DMOV-ANNO           PIC X(04).
002286      05  FILLER                  PIC X(04).
002290  01  CHI-ANNO-CHIUSURA.
002300      05  CHI-ANNO                PIC 9(04) VALUE ZERO.
002310  01  CHI-DATA-APERTURA.
002320      05  CHI-AP-ANNO             PIC 9(04) VALUE ZERO.
002330      05  FILLER                  PIC X(04) VALUE "0101".
002340  01  CHI-CONTATORI-MOVIMENTI.
002350      05  CHI-MOV-LETTI           PIC 9(07) COMP VALUE ZERO.
002360      05  CHI-MOV-ARCHIVIATI      PIC 9(07) COMP VALUE ZERO.
002370      05  CHI-MOV-RIMASTI         PIC 9(07) COMP VALUE ZERO.
002380      05  CHI-MOV-APERTURE        PIC 9(07) COMP VALUE ZERO.
002390      05  CHI-IMP-LETTI           PIC 9(11)V99 VALUE ZERO.
002400      05  CHI-IMP-ARCHIVIATI      PIC 9(11)V99 VALUE ZERO.
002410      05  CHI-IMP-RIMASTI         PIC 9(11)V99 VALUE ZERO.
002420      05  CHI-CLIENTI             PIC 9(05) COMP VALUE ZERO.
002430      05  CHI-NON-QUADRA          PIC 9(05) COMP VALUE ZERO.
002440      05  CHI-SENZA-ANAG          PIC 9(05) COMP VALUE ZERO.
002450      05  CHI-TOT-SALDI           PIC S9(11)V99 VALUE ZERO.
002460      05  CHI-TOT-ANAG            PIC S9(11)V99 VALUE ZERO.
002470  01  CHI-CONTATORI-FATTURE.
002480      05  CHI-FAT-LETTI           PIC 9(07) COMP VALUE ZERO.
002490      05  CHI-FAT-ARCHIVIATE      PIC 9(07) COMP VALUE ZERO.
002500      05  CHI-FAT-RIMASTE         PIC 9(07) COMP VALUE ZERO.
002510      05  CHI-FAT-NON-INVIATE     PIC 9(05) COMP VALUE ZERO.
002515      05  CHI-FAT-ANTE-SDI        PIC 9(07) COMP VALUE ZERO.
002520      05  CHI-FTOT-LETTI          PIC S9(11)V99 VALUE ZERO.
002530      05  CHI-FTOT-ARCHIVIATE     PIC S9(11)V99 VALUE ZERO.
002540      05  CHI-FTOT-RIMASTE        PIC S9(11)V99 VALUE ZERO.
002550  01  CHI-CONTATORI-PAGHE.
002560      05  CHI-YTD-LETTI           PIC 9(05) COMP VALUE ZERO.
002570      05  CHI-YTD-ARCHIVIATI      PIC 9(05) COMP VALUE ZERO.
002580      05  CHI-YTD-DIP-ANNO        PIC 9(05) COMP VALUE ZERO.
002590      05  CHI-YTD-PRECEDENTI      PIC 9(05) COMP VALUE ZERO.
002600      05  CHI-YTD-SUCCESSIVI      PIC 9(05) COMP VALUE ZERO.
002610      05  CHI-YTD-LORDO           PIC S9(11)V99 VALUE ZERO.
002620      05  CHI-YTD-RITENUTA        PIC S9(11)V99 VALUE ZERO.
002630      05  CHI-YTD-NETTO           PIC S9(11)V99 VALUE ZERO.
002640      05  CHI-YTD-LORDO-ARCH      PIC S9(11)V99 VALUE ZERO.
002650  01  CHI-RIEPILOGO-PAY400.
002660      05  CHI-P4-DATA             PIC X(08) VALUE SPACES.
002670      05  CHI-P4-DIPENDENTI       PIC 9(05) VALUE ZERO.
002680      05  CHI-P4-LORDO            PIC S9(11)V99 VALUE ZERO.
002690      05  CHI-P4-RITENUTA         PIC S9(11)V99 VALUE ZERO.
002700      05  CHI-P4-NETTO            PIC S9(11)V99 VALUE ZERO.
002710  01  CHI-CLIENTE-CORR.
002720      05  CHI-CHIAVE-CORR         PIC X(05).
002730      05  CHI-C-NOME              PIC X(20).
002740      05  CHI-C-ANAG-SW           PIC X(01).
002750          88  CHI-C-IN-ANAGRAFICA           VALUE "S".
002760      05  CHI-C-SALDO-ANAG        PIC S9(07)V99.
002770      05  CHI-C-ARCHIVIATI        PIC 9(07) COMP.
002780      05  CHI-C-RIMASTI           PIC 9(07) COMP.
002785      05  CHI-C-PRIMO-PROGR       PIC 9(07) COMP.
002790      05  CHI-C-PRIMO-PREC        PIC S9(09)V99.
002800      05  CHI-C-EFFETTO           PIC S9(09)V99.
002810      05  CHI-C-APERTURA          PIC S9(09)V99.
002820      05  CHI-C-ATTESO            PIC S9(09)V99.
002830  01  CHI-VERIFICA.
002840      05  CHI-V-RECORD            PIC 9(07) COMP.
002850      05  CHI-V-ATTESI            PIC 9(07) COMP.
002860      05  CHI-V-IMPORTO           PIC S9(11)V99.
002870      05  CHI-V-IMP-ATTESO        PIC S9(11)V99.
002880      05  CHI-V-APERTURE          PIC 9(07) COMP.
002890  01  CHI-APERTURA.
002900      05  CHI-A-CHIAVE            PIC X(05).
002910      05  CHI-A-TIPO              PIC X(01) VALUE "A".
002920      05  CHI-A-DATA-VALUTA       PIC X(08).
002930      05  CHI-A-SALDO-PREC        PIC S9(07)V99.
002940      05  CHI-A-IMPORTO           PIC 9(07)V99 VALUE ZERO.
002950      05  CHI-A-NUOVO-SALDO       PIC S9(07)V99.
002960      05  FILLER                  PIC X(39) VALUE SPACES.
002970  01  CHI-RIGA-INTESTAZ-1.
002980      05  FILLER                  PIC X(22)
002990              VALUE "CHIUSURA ANNUALE ANNO ".
003000      05  CHI-H-ANNO              PIC 9(04).
003010      05  FILLER                  PIC X(12) VALUE "  MODALITA ".
003020      05  CHI-H-MODO              PIC X(10).
003030      05  FILLER                  PIC X(07) VALUE "  DATA ".
003040      05  CHI-H-DATA              PIC X(08).
003050      05  FILLER                  PIC X(57) VALUE SPACES.
003060  01  CHI-RIGA-TITOLO.
003070      05  CHI-T-TITOLO            PIC X(60).
003080      05  FILLER                  PIC X(60) VALUE SPACES.
003090  01  CHI-RIGA-COLONNE.
003100      05  FILLER                  PIC X(08) VALUE "CLIENTE".
003110      05  FILLER                  PIC X(22) VALUE "NOME".
003120      05  FILLER                  PIC X(11) VALUE "MOV.ARCH.".
003130      05  FILLER                  PIC X(12) VALUE "MOV.RIMASTI".
003140      05  FILLER                  PIC X(20)
003150              VALUE " SALDO DI CHIUSURA".
003160      05  FILLER                  PIC X(20)
003170              VALUE " SALDO ANAGRAFICA".
003180      05  FILLER                  PIC X(27) VALUE "NOTE".
003190  01  CHI-RIGA-CLIENTE.
003200      05  CHI-L-CHIAVE            PIC X(05).
003210      05  FILLER                  PIC X(03) VALUE SPACES.
003220      05  CHI-L-NOME              PIC X(20).
003230      05  FILLER                  PIC X(02) VALUE SPACES.
003240      05  CHI-L-ARCHIVIATI        PIC ZZZ,ZZ9.
003250      05  FILLER                  PIC X(04) VALUE SPACES.
003260      05  CHI-L-RIMASTI           PIC ZZZ,ZZ9.
003270      05  FILLER                  PIC X(05) VALUE SPACES.
003280      05  CHI-L-CHIUSURA          PIC -ZZZ,ZZZ,ZZ9.99.
003290      05  FILLER                  PIC X(05) VALUE SPACES.
003300      05  CHI-L-ANAGRAFICA        PIC -ZZZ,ZZZ,ZZ9.99.
003310      05  FILLER                  PIC X(05) VALUE SPACES.
003320      05  CHI-L-NOTA              PIC X(27).
003330  01  CHI-RIGA-DOCUMENTO.
003340      05  FILLER                  PIC X(10) VALUE "DOCUMENTO ".
003350      05  CHI-D-TIPO              PIC X(01).
003360      05  FILLER                  PIC X(01) VALUE SPACES.
003370      05  CHI-D-ANNO              PIC X(04).
003380      05  FILLER                  PIC X(01) VALUE SPACES.
003390      05  CHI-D-NUMERO            PIC 9(05).
003400      05  FILLER                  PIC X(05) VALUE " DEL ".
003410      05  CHI-D-DATA              PIC X(08).
003420      05  FILLER                  PIC X(09) VALUE " CLIENTE ".
003430      05  CHI-D-CLIENTE           PIC X(05).
003440      05  FILLER                  PIC X(02) VALUE SPACES.
003450      05  CHI-D-MOTIVO            PIC X(32).
003460      05  FILLER                  PIC X(37) VALUE SPACES.
003470  01  CHI-RIGA-RIEPILOGO.
003480      05  CHI-R-DESCRIZIONE       PIC X(50).
003490      05  CHI-R-NUMERO            PIC ZZZ,ZZ9.
003500      05  FILLER                  PIC X(02) VALUE SPACES.
003510      05  CHI-R-IMPORTO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003520      05  CHI-R-IMPORTO-X REDEFINES CHI-R-IMPORTO
003530                                  PIC X(19).
003540      05  FILLER                  PIC X(02) VALUE SPACES.
003550      05  CHI-R-ESITO             PIC X(30).
003560      05  FILLER                  PIC X(10) VALUE SPACES.
003570*================================================================
003580  PROCEDURE DIVISION.
003590*================================================================
003600  0000-PRINCIPALE SECTION.
003610  0000-MAINLINE.
003620      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
003630      SORT LAVORO-SORT
003640          ON ASCENDING KEY SRT-CHIAVE SRT-CLASSE
003650          WITH DUPLICATES IN ORDER
003660          INPUT PROCEDURE IS 2000-SELEZIONA
003670          OUTPUT PROCEDURE IS 3000-SALDI-CLIENTI.
003680      PERFORM 4000-FATTURE THRU 4000-FATTURE-EXIT.
003690      PERFORM 5000-PAGHE THRU 5000-PAGHE-EXIT.
003700      PERFORM 6000-QUADRATURE THRU 6000-QUADRATURE-EXIT.
003710      PERFORM 7000-AGGIORNA-ARCHIVI
003720          THRU 7000-AGGIORNA-ARCHIVI-EXIT.
003730      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
003740      STOP RUN.
003750*----------------------------------------------------------------
003760  1000-INIZIALIZZA.
003770      ACCEPT CHI-OGGI FROM DATE YYYYMMDD.
003780      SUBTRACT 1 FROM CHI-OGGI-AAAA GIVING CHI-ANNO.
003790      OPEN INPUT PARM-IN.
003800      IF CHI-FS-PARM = "00"
003810          READ PARM-IN
003820              AT END
003830                  CONTINUE
003840              NOT AT END
003850                  IF CP-ANNO NUMERIC
003860                      MOVE CP-ANNO TO CHI-ANNO
003870                  END-IF
003880                  IF CP-MODO NOT = SPACES
003890                      MOVE CP-MODO TO CHI-MODO
003900                  END-IF
003910          END-READ
003920          CLOSE PARM-IN
003930      END-IF.
003940      IF NOT CHI-PROVA AND NOT CHI-DEFINITIVA
003950          DISPLAY "CHI100 - MODALITA " CHI-MODO
003960              " ERRATA (P = PROVA, D = DEFINITIVA)"
003970          MOVE 12 TO RETURN-CODE
003980          STOP RUN
003990      END-IF.
004000      IF CHI-ANNO NOT < CHI-OGGI-AAAA
004010          DISPLAY "CHI100 - ANNO " CHI-ANNO
004020              " NON ANCORA TERMINATO"
004030          MOVE 12 TO RETURN-CODE
004040          STOP RUN
004050      END-IF.
004060      ADD 1 TO CHI-ANNO GIVING CHI-AP-ANNO.
004070      STRING "MOVSTOR ANNO "   DELIMITED BY SIZE
004080             CHI-ANNO-CHIUSURA DELIMITED BY SIZE
004090          INTO CHI-NOME-MOVSTO.
004100      STRING "FATSTOR ANNO "   DELIMITED BY SIZE
004110             CHI-ANNO-CHIUSURA DELIMITED BY SIZE
004120          INTO CHI-NOME-FATSTO.
004130      STRING "PAYSTOR ANNO "   DELIMITED BY SIZE
004140             CHI-ANNO-CHIUSURA DELIMITED BY SIZE
004150          INTO CHI-NOME-PAYSTO.
004160      PERFORM 1100-CONTROLLA-REGISTRO
004170          THRU 1100-CONTROLLA-REGISTRO-EXIT.
004180      OPEN INPUT CLIENTI-F.
004190      IF CHI-FS-CLIENTI NOT = "00"
004200          DISPLAY "CHI100 - ERR APERTURA CLIENTI " CHI-FS-CLIENTI
004210          MOVE 12 TO RETURN-CODE
004220          STOP RUN
004230      END-IF.
004240      OPEN OUTPUT REPORT-OUT.
004250      IF CHI-FS-REPORT NOT = "00"
004260          DISPLAY "CHI100 - ERR APERTURA CHIRIEP " CHI-FS-REPORT
004270          MOVE 12 TO RETURN-CODE
004280          STOP RUN
004290      END-IF.
004300      IF CHI-DEFINITIVA
004310          OPEN OUTPUT MOVSTO-F
004320          IF CHI-FS-MOVSTO NOT = "00"
004330              DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-MOVSTO
004340                  " " CHI-FS-MOVSTO
004350              MOVE 12 TO RETURN-CODE
004360              STOP RUN
004370          END-IF
004380          OPEN OUTPUT MOVLAV-F
004390          IF CHI-FS-MOVLAV NOT = "00"
004400              DISPLAY "CHI100 - ERR APERTURA MOVARCW "
004410                  CHI-FS-MOVLAV
004420              MOVE 12 TO RETURN-CODE
004430              STOP RUN
004440          END-IF
004450          MOVE "DEFINITIVA" TO CHI-H-MODO
004460      ELSE
004470          MOVE "PROVA"      TO CHI-H-MODO
004480      END-IF.
004490      MOVE CHI-ANNO TO CHI-H-ANNO.
004500      MOVE CHI-OGGI TO CHI-H-DATA.
004510      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-INTESTAZ-1.
004520      MOVE SPACES TO REPORT-OUT-RECORD.
004530      WRITE REPORT-OUT-RECORD.
004540      MOVE "SALDI DI CHIUSURA CLIENTI" TO CHI-T-TITOLO.
004550      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
004560      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-COLONNE.
004570      MOVE SPACES TO CHI-R-DESCRIZIONE CHI-R-IMPORTO-X
004580                     CHI-R-ESITO.
004590      MOVE ZERO   TO CHI-R-NUMERO.
004600  1000-INIZIALIZZA-EXIT.
004610      EXIT.
004620*----------------------------------------------------------------
004630* UN ANNO GIA CHIUSO, O LA CUI CHIUSURA SI E INTERROTTA A META,
004640* NON SI RIELABORA. DAL REGISTRO SI PRENDE ANCHE IL RIEPILOGO
004650* PAY400 DELL'ANNO
004660*----------------------------------------------------------------
004670  1100-CONTROLLA-REGISTRO.
004680      OPEN I-O CHIUSURE-F.
004690      IF CHI-FS-CHIUSURE = "35"
004700          DISPLAY "CHI100 - CHIANNI ASSENTE, CREAZIONE REGISTRO"
004710          OPEN OUTPUT CHIUSURE-F
004720          CLOSE CHIUSURE-F
004730          OPEN I-O CHIUSURE-F
004740      END-IF.
004750      IF CHI-FS-CHIUSURE NOT = "00"
004760          DISPLAY "CHI100 - ERR APERTURA CHIANNI " CHI-FS-CHIUSURE
004770          MOVE 12 TO RETURN-CODE
004780          STOP RUN
004790      END-IF.
004800      MOVE CHI-ANNO TO CHA-ANNO.
004810      READ CHIUSURE-F
004820          INVALID KEY
004830              MOVE "S" TO CHI-REG-NUOVO-SW
004840      END-READ.
004850      IF CHI-REG-NUOVO
004860          GO TO 1100-CONTROLLA-REGISTRO-EXIT
004870      END-IF.
004880      IF CHA-CHIUSO
004890          DISPLAY "CHI100 - ANNO " CHI-ANNO " GIA CHIUSO IL "
004900              CHA-DATA-CHIUSURA " ALLE " CHA-ORA-CHIUSURA
004910          DISPLAY "CHI100 - CHIUSURA RIFIUTATA, NESSUN ARCHIVIO "
004920              "TOCCATO"
004930          CLOSE CHIUSURE-F
004940          MOVE 8 TO RETURN-CODE
004950          STOP RUN
004960      END-IF.
004970      IF CHA-IN-CORSO
004980          DISPLAY "CHI100 - CHIUSURA ANNO " CHI-ANNO
004990              " INTERROTTA IL " CHA-DATA-CHIUSURA
005000              " ALLE " CHA-ORA-CHIUSURA
005010          DISPLAY "CHI100 - RIPRISTINARE GLI ARCHIVI DALLE COPIE "
005020              "E IL REGISTRO CHIANNI PRIMA DI RIPETERE"
005030          CLOSE CHIUSURE-F
005040          MOVE 8 TO RETURN-CODE
005050          STOP RUN
005060      END-IF.
005070      IF CHA-PAY400-DATA NOT = SPACES
005080          MOVE "S"                   TO CHI-PAY400-SW
005090          MOVE CHA-PAY400-DATA       TO CHI-P4-DATA
005100          MOVE CHA-PAY400-DIPENDENTI TO CHI-P4-DIPENDENTI
005110          MOVE CHA-PAY400-LORDO      TO CHI-P4-LORDO
005120          MOVE CHA-PAY400-RITENUTA   TO CHI-P4-RITENUTA
005130          MOVE CHA-PAY400-NETTO      TO CHI-P4-NETTO
005140      END-IF.
005150  1100-CONTROLLA-REGISTRO-EXIT.
005160      EXIT.
005170*----------------------------------------------------------------
005180* REGISTRO FATTURE: I DOCUMENTI CON DATA FINO ALL'ANNO CHIUSO
005190* VANNO NELLO STORICO, GLI ALTRI RESTANO SU REGFAT
005200*----------------------------------------------------------------
005210  4000-FATTURE.
005220      MOVE SPACES TO REPORT-OUT-RECORD.
005230      WRITE REPORT-OUT-RECORD.
005240      MOVE "REGISTRO FATTURE REGFAT" TO CHI-T-TITOLO.
005250      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
005260      OPEN INPUT REGFAT-F.
005270      IF CHI-FS-REGFAT = "35"
005280          DISPLAY "CHI100 - REGISTRO FATTURE ASSENTE"
005290          GO TO 4000-FATTURE-RIEPILOGO
005300      END-IF.
005310      IF CHI-FS-REGFAT NOT = "00"
005320          DISPLAY "CHI100 - ERR APERTURA REGFAT " CHI-FS-REGFAT
005330          MOVE 12 TO RETURN-CODE
005340          STOP RUN
005350      END-IF.
005360      MOVE "S" TO CHI-FAT-SW.
005361      OPEN INPUT FPAPAR-IN.
005362      IF CHI-FS-FPAPAR = "00"
005363          READ FPAPAR-IN
005364              AT END
005365                  CONTINUE
005366              NOT AT END
005367                  IF FPP-DATA-INIZIO NUMERIC
005368                      MOVE FPP-DATA-INIZIO TO CHI-INIZIO-SDI
005369                  END-IF
005370          END-READ
005371          CLOSE FPAPAR-IN
005372      END-IF.
005373      OPEN INPUT STATO-F.
005380      IF CHI-FS-STATO = "00"
005390          MOVE "S" TO CHI-STATO-SW
005400      ELSE
005410          IF CHI-FS-STATO NOT = "35"
005420              DISPLAY "CHI100 - ERR APERTURA FPASTATO "
005430                  CHI-FS-STATO
005440              MOVE 12 TO RETURN-CODE
005450              STOP RUN
005460          END-IF
005470      END-IF.
005480      IF CHI-DEFINITIVA
005490          OPEN OUTPUT FATSTO-F
005500          IF CHI-FS-FATSTO NOT = "00"
005510              DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-FATSTO
005520                  " " CHI-FS-FATSTO
005530              MOVE 12 TO RETURN-CODE
005540              STOP RUN
005550          END-IF
005560          OPEN OUTPUT FATLAV-F
005570          IF CHI-FS-FATLAV NOT = "00"
005580              DISPLAY "CHI100 - ERR APERTURA REGFATW "
005590                  CHI-FS-FATLAV
005600              MOVE 12 TO RETURN-CODE
005610              STOP RUN
005620          END-IF
005630      END-IF.
005640      PERFORM 4100-LEGGI-DOCUMENTO THRU 4100-LEGGI-DOCUMENTO-EXIT.
005650      PERFORM 4200-ELABORA-DOCUMENTO
005660          THRU 4200-ELABORA-DOCUMENTO-EXIT
005670          UNTIL CHI-EOF-FATTURE.
005680      CLOSE REGFAT-F.
005690      IF CHI-STATO-PRESENTE
005700          CLOSE STATO-F
005710      END-IF.
005720      IF CHI-DEFINITIVA
005730          CLOSE FATSTO-F
005740          CLOSE FATLAV-F
005750      END-IF.
005760  4000-FATTURE-RIEPILOGO.
005770      MOVE "DOCUMENTI LETTI DA REGFAT" TO CHI-R-DESCRIZIONE.
005780      MOVE CHI-FAT-LETTI       TO CHI-R-NUMERO.
005790      MOVE CHI-FTOT-LETTI      TO CHI-R-IMPORTO.
005800      PERFORM 9100-SCRIVI-RIEPILOGO
005810          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
005820      MOVE "DOCUMENTI FINO ALL'ANNO CHIUSO, ARCHIVIATI"
005830          TO CHI-R-DESCRIZIONE.
005840      MOVE CHI-FAT-ARCHIVIATE  TO CHI-R-NUMERO.
005850      MOVE CHI-FTOT-ARCHIVIATE TO CHI-R-IMPORTO.
005860      PERFORM 9100-SCRIVI-RIEPILOGO
005870          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
005880      MOVE "DOCUMENTI DEGLI ANNI SEGUENTI, RIMASTI"
005890          TO CHI-R-DESCRIZIONE.
005900      MOVE CHI-FAT-RIMASTE     TO CHI-R-NUMERO.
005910      MOVE CHI-FTOT-RIMASTE    TO CHI-R-IMPORTO.
005920      PERFORM 9100-SCRIVI-RIEPILOGO
005930          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
005931      MOVE "DOCUMENTI ARCHIVIATI ANTERIORI ALL'INVIO SDI"
005932          TO CHI-R-DESCRIZIONE.
005933      MOVE CHI-FAT-ANTE-SDI    TO CHI-R-NUMERO.
005934      PERFORM 9100-SCRIVI-RIEPILOGO
005935          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
005940      MOVE "DOCUMENTI NON ESPORTATI O SCARTATI DA SDI"
005950          TO CHI-R-DESCRIZIONE.
005960      MOVE CHI-FAT-NON-INVIATE TO CHI-R-NUMERO.
005970      IF CHI-FAT-NON-INVIATE > ZERO
005980          MOVE "BLOCCANO LA CHIUSURA" TO CHI-R-ESITO
005990      END-IF.
006000      PERFORM 9100-SCRIVI-RIEPILOGO
006010          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
006020  4000-FATTURE-EXIT.
006030      EXIT.
006040*----------------------------------------------------------------
006050  4100-LEGGI-DOCUMENTO.
006060      READ REGFAT-F
006070          AT END
006080              MOVE "S" TO CHI-EOF-FAT-SW
006090      END-READ.
006100  4100-LEGGI-DOCUMENTO-EXIT.
006110      EXIT.
006120*----------------------------------------------------------------
006130  4200-ELABORA-DOCUMENTO.
006140      ADD 1          TO CHI-FAT-LETTI.
006150      ADD FRG-TOTALE TO CHI-FTOT-LETTI.
006155      MOVE FRG-DATA  TO CHI-DATA-DOC.
006160      IF CHI-DDOC-ANNO > CHI-ANNO-CHIUSURA
006170          ADD 1          TO CHI-FAT-RIMASTE
006180          ADD FRG-TOTALE TO CHI-FTOT-RIMASTE
006190          IF CHI-DEFINITIVA
006200              WRITE FATLAV-RECORD FROM FRG-RECORD
006210              IF CHI-FS-FATLAV NOT = "00"
006220                  DISPLAY "CHI100 - ERR SCRITTURA REGFATW "
006230                      CHI-FS-FATLAV
006240                  MOVE 12 TO RETURN-CODE
006250                  STOP RUN
006260              END-IF
006270          END-IF
006280          GO TO 4200-ELABORA-DOCUMENTO-PROSEGUI
006290      END-IF.
006300      ADD 1          TO CHI-FAT-ARCHIVIATE.
006310      ADD FRG-TOTALE TO CHI-FTOT-ARCHIVIATE.
006320      IF CHI-DEFINITIVA
006330          WRITE FATSTO-RECORD FROM FRG-RECORD
006340          IF CHI-FS-FATSTO NOT = "00"
006350              DISPLAY "CHI100 - ERR SCRITTURA " CHI-NOME-FATSTO
006360                  " " CHI-FS-FATSTO
006370              MOVE 12 TO RETURN-CODE
006380              STOP RUN
006390          END-IF
006400      END-IF.
006410      PERFORM 4300-CONTROLLA-INVIO THRU 4300-CONTROLLA-INVIO-EXIT.
006420  4200-ELABORA-DOCUMENTO-PROSEGUI.
006430      PERFORM 4100-LEGGI-DOCUMENTO THRU 4100-LEGGI-DOCUMENTO-EXIT.
006440  4200-ELABORA-DOCUMENTO-EXIT.
006450      EXIT.
006460*----------------------------------------------------------------
006470* UN DOCUMENTO CHE FAT400 DEVE ANCORA ESPORTARE (MAI INVIATO O
006480* SCARTATO DA SDI) NON PUO USCIRE DAL REGISTRO VIVO; QUELLI
006485* ANTERIORI ALL'INIZIO DELL'INVIO A SDI FAT400 NON LI ESPORTA
006490*----------------------------------------------------------------
006500  4300-CONTROLLA-INVIO.
006501      IF CHI-INIZIO-SDI NOT = SPACES
006502       AND FRG-DATA < CHI-INIZIO-SDI
006503          ADD 1 TO CHI-FAT-ANTE-SDI
006504          GO TO 4300-CONTROLLA-INVIO-EXIT
006505      END-IF.
006510      MOVE FRG-TIPO-DOC  TO CHI-D-TIPO.
006520      IF CHI-D-TIPO NOT = "N"
006530          MOVE "F" TO CHI-D-TIPO
006540      END-IF.
006550      MOVE CHI-DDOC-ANNO TO CHI-D-ANNO.
006560      MOVE FRG-NUMERO    TO CHI-D-NUMERO.
006570      MOVE FRG-DATA      TO CHI-D-DATA.
006580      MOVE FRG-CLIENTE   TO CHI-D-CLIENTE.
006590      MOVE SPACES        TO CHI-D-MOTIVO.
006600      IF NOT CHI-STATO-PRESENTE
006610          MOVE "NON ESPORTATO A SDI" TO CHI-D-MOTIVO
006620          GO TO 4300-CONTROLLA-INVIO-ESITO
006630      END-IF.
006640      MOVE CHI-D-TIPO    TO FPS-TIPO-DOC.
006650      MOVE CHI-DDOC-ANNO TO FPS-ANNO.
006660      MOVE FRG-NUMERO    TO FPS-NUMERO.
006670      READ STATO-F
006680          INVALID KEY
006690              MOVE "NON ESPORTATO A SDI" TO CHI-D-MOTIVO
006700              GO TO 4300-CONTROLLA-INVIO-ESITO
006710      END-READ.
006720      IF FPS-SCARTATA
006730          MOVE "SCARTATO DA SDI, DA RIESPORTARE" TO CHI-D-MOTIVO
006740      END-IF.
006750  4300-CONTROLLA-INVIO-ESITO.
006760      IF CHI-D-MOTIVO = SPACES
006770          GO TO 4300-CONTROLLA-INVIO-EXIT
006780      END-IF.
006790      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-DOCUMENTO.
006800      ADD 1 TO CHI-FAT-NON-INVIATE.
006810      ADD 1 TO CHI-ERRORI.
006820  4300-CONTROLLA-INVIO-EXIT.
006830      EXIT.
006840*----------------------------------------------------------------
006850* PROGRESSIVI PAGHE: QUELLI DELL'ANNO CHIUSO (E I RESIDUI DI ANNI
006860* PRECEDENTI) VANNO NELLO STORICO; QUELLI GIA RIPARTITI CON IL
006870* NUOVO ANNO DA PAY300 RESTANO E VENGONO SEGNALATI
006880*----------------------------------------------------------------
006890  5000-PAGHE.
006900      MOVE SPACES TO REPORT-OUT-RECORD.
006910      WRITE REPORT-OUT-RECORD.
006920      MOVE "PROGRESSIVI PAGHE PAYYTD" TO CHI-T-TITOLO.
006930      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
006940      OPEN INPUT PROGRE-F.
006950      IF CHI-FS-PROGRE = "35"
006960          DISPLAY "CHI100 - PROGRESSIVI PAYYTD ASSENTI"
006970          GO TO 5000-PAGHE-RIEPILOGO
006980      END-IF.
006990      IF CHI-FS-PROGRE NOT = "00"
007000          DISPLAY "CHI100 - ERR APERTURA PAYYTD " CHI-FS-PROGRE
007010          MOVE 12 TO RETURN-CODE
007020          STOP RUN
007030      END-IF.
007040      MOVE "S" TO CHI-YTD-SW.
007050      IF CHI-DEFINITIVA
007060          OPEN OUTPUT PAYSTO-F
007070          IF CHI-FS-PAYSTO NOT = "00"
007080              DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-PAYSTO
007090                  " " CHI-FS-PAYSTO
007100              MOVE 12 TO RETURN-CODE
007110              STOP RUN
007120          END-IF
007130      END-IF.
007140      PERFORM 5100-LEGGI-PROGRESSIVO
007150          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
007160      PERFORM 5200-ELABORA-PROGRESSIVO
007170          THRU 5200-ELABORA-PROGRESSIVO-EXIT
007180          UNTIL CHI-EOF-PROGRE.
007190      CLOSE PROGRE-F.
007200      IF CHI-DEFINITIVA
007210          CLOSE PAYSTO-F
007220      END-IF.
007230  5000-PAGHE-RIEPILOGO.
007240      MOVE "PROGRESSIVI LETTI DA PAYYTD" TO CHI-R-DESCRIZIONE.
007250      MOVE CHI-YTD-LETTI      TO CHI-R-NUMERO.
007260      PERFORM 9100-SCRIVI-RIEPILOGO
007270          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007280      MOVE "PROGRESSIVI DELL'ANNO ARCHIVIATI - LORDO"
007290          TO CHI-R-DESCRIZIONE.
007300      MOVE CHI-YTD-DIP-ANNO   TO CHI-R-NUMERO.
007310      MOVE CHI-YTD-LORDO      TO CHI-R-IMPORTO.
007320      PERFORM 9100-SCRIVI-RIEPILOGO
007330          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007340      MOVE "                                      - RITENUTA"
007350          TO CHI-R-DESCRIZIONE.
007360      MOVE CHI-YTD-RITENUTA   TO CHI-R-IMPORTO.
007370      PERFORM 9100-SCRIVI-RIEPILOGO
007380          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007390      MOVE "                                      - NETTO"
007400          TO CHI-R-DESCRIZIONE.
007410      MOVE CHI-YTD-NETTO      TO CHI-R-IMPORTO.
007420      PERFORM 9100-SCRIVI-RIEPILOGO
007430          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007440      MOVE "PROGRESSIVI DI ANNI PRECEDENTI ARCHIVIATI"
007450          TO CHI-R-DESCRIZIONE.
007460      MOVE CHI-YTD-PRECEDENTI TO CHI-R-NUMERO.
007470      PERFORM 9100-SCRIVI-RIEPILOGO
007480          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007490      MOVE "PROGRESSIVI GIA RIPARTITI DA PAY300, RIMASTI"
007500          TO CHI-R-DESCRIZIONE.
007510      MOVE CHI-YTD-SUCCESSIVI TO CHI-R-NUMERO.
007520      IF CHI-YTD-SUCCESSIVI > ZERO
007530          MOVE "DA VERIFICARE" TO CHI-R-ESITO
007540      END-IF.
007550      PERFORM 9100-SCRIVI-RIEPILOGO
007560          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007570      IF CHI-YTD-DIP-ANNO = ZERO
007580          GO TO 5000-PAGHE-EXIT
007590      END-IF.
007600      IF NOT CHI-PAY400-ESEGUITO
007610          MOVE "RIEPILOGO ANNUO PAY400 DELL'ANNO"
007620              TO CHI-R-DESCRIZIONE
007630          MOVE "NON STAMPATO"  TO CHI-R-ESITO
007640          PERFORM 9100-SCRIVI-RIEPILOGO
007650              THRU 9100-SCRIVI-RIEPILOGO-EXIT
007660          ADD 1 TO CHI-ERRORI
007670          GO TO 5000-PAGHE-EXIT
007680      END-IF.
007690      MOVE SPACES TO CHI-R-DESCRIZIONE.
007700      STRING "RIEPILOGO ANNUO PAY400 DEL " DELIMITED BY SIZE
007710             CHI-P4-DATA                   DELIMITED BY SIZE
007720             " - LORDO"                    DELIMITED BY SIZE
007730          INTO CHI-R-DESCRIZIONE.
007740      MOVE CHI-P4-DIPENDENTI  TO CHI-R-NUMERO.
007750      MOVE CHI-P4-LORDO       TO CHI-R-IMPORTO.
007760      IF CHI-P4-DIPENDENTI = CHI-YTD-DIP-ANNO
007770       AND CHI-P4-LORDO    = CHI-YTD-LORDO
007780       AND CHI-P4-RITENUTA = CHI-YTD-RITENUTA
007790       AND CHI-P4-NETTO    = CHI-YTD-NETTO
007800          MOVE "CONCORDA CON PAYYTD" TO CHI-R-ESITO
007810      ELSE
007820          MOVE "PAYYTD VARIATO DOPO PAY400" TO CHI-R-ESITO
007830          ADD 1 TO CHI-ERRORI
007840      END-IF.
007850      PERFORM 9100-SCRIVI-RIEPILOGO
007860          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
007870  5000-PAGHE-EXIT.
007880      EXIT.
007890*----------------------------------------------------------------
007900  5100-LEGGI-PROGRESSIVO.
007910      READ PROGRE-F NEXT
007920          AT END
007930              MOVE "S" TO CHI-EOF-YTD-SW
007940      END-READ.
007950  5100-LEGGI-PROGRESSIVO-EXIT.
007960      EXIT.
007970*----------------------------------------------------------------
007980  5200-ELABORA-PROGRESSIVO.
007990      ADD 1 TO CHI-YTD-LETTI.
008000      IF YTD-ANNO > CHI-ANNO
008010          ADD 1 TO CHI-YTD-SUCCESSIVI
008020          GO TO 5200-ELABORA-PROGRESSIVO-PROSEGUI
008030      END-IF.
008040      IF YTD-ANNO < CHI-ANNO
008050          ADD 1 TO CHI-YTD-PRECEDENTI
008060      ELSE
008070          ADD 1            TO CHI-YTD-DIP-ANNO
008080          ADD YTD-LORDO    TO CHI-YTD-LORDO
008090          ADD YTD-RITENUTA TO CHI-YTD-RITENUTA
008100          ADD YTD-NETTO    TO CHI-YTD-NETTO
008110      END-IF.
008120      ADD 1         TO CHI-YTD-ARCHIVIATI.
008130      ADD YTD-LORDO TO CHI-YTD-LORDO-ARCH.
008140      IF CHI-DEFINITIVA
008150          WRITE PAYSTO-RECORD FROM YTD-RECORD
008160          IF CHI-FS-PAYSTO NOT = "00"
008170              DISPLAY "CHI100 - ERR SCRITTURA " CHI-NOME-PAYSTO
008180                  " " CHI-FS-PAYSTO
008190              MOVE 12 TO RETURN-CODE
008200              STOP RUN
008210          END-IF
008220      END-IF.
008230  5200-ELABORA-PROGRESSIVO-PROSEGUI.
008240      PERFORM 5100-LEGGI-PROGRESSIVO
008250          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
008260  5200-ELABORA-PROGRESSIVO-EXIT.
008270      EXIT.
008280*----------------------------------------------------------------
008290* QUADRATURA DI QUANTO LETTO CON QUANTO ARCHIVIATO PIU QUANTO
008300* RESTA NEGLI ARCHIVI VIVI
008310*----------------------------------------------------------------
008320  6000-QUADRATURE.
008330      MOVE SPACES TO REPORT-OUT-RECORD.
008340      WRITE REPORT-OUT-RECORD.
008350      MOVE "QUADRATURE" TO CHI-T-TITOLO.
008360      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
008370      MOVE "MOVIMENTI LETTI DA MOVARCH" TO CHI-R-DESCRIZIONE.
008380      MOVE CHI-MOV-LETTI       TO CHI-R-NUMERO.
008390      MOVE CHI-IMP-LETTI       TO CHI-R-IMPORTO.
008400      PERFORM 9100-SCRIVI-RIEPILOGO
008410          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008420      MOVE "MOVIMENTI FINO ALL'ANNO CHIUSO, ARCHIVIATI"
008430          TO CHI-R-DESCRIZIONE.
008440      MOVE CHI-MOV-ARCHIVIATI  TO CHI-R-NUMERO.
008450      MOVE CHI-IMP-ARCHIVIATI  TO CHI-R-IMPORTO.
008460      PERFORM 9100-SCRIVI-RIEPILOGO
008470          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008480      MOVE "MOVIMENTI DEGLI ANNI SEGUENTI, RIMASTI"
008490          TO CHI-R-DESCRIZIONE.
008500      MOVE CHI-MOV-RIMASTI     TO CHI-R-NUMERO.
008510      MOVE CHI-IMP-RIMASTI     TO CHI-R-IMPORTO.
008520      IF CHI-MOV-LETTI = CHI-MOV-ARCHIVIATI + CHI-MOV-RIMASTI
008530       AND CHI-IMP-LETTI = CHI-IMP-ARCHIVIATI + CHI-IMP-RIMASTI
008540          MOVE "QUADRA CON I LETTI" TO CHI-R-ESITO
008550      ELSE
008560          MOVE "NON QUADRA CON I LETTI" TO CHI-R-ESITO
008570          ADD 1 TO CHI-ERRORI
008580      END-IF.
008590      PERFORM 9100-SCRIVI-RIEPILOGO
008600          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008610      MOVE "MOVIMENTI DI APERTURA - SALDI RIPORTATI"
008620          TO CHI-R-DESCRIZIONE.
008630      MOVE CHI-MOV-APERTURE    TO CHI-R-NUMERO.
008640      MOVE CHI-TOT-SALDI       TO CHI-R-IMPORTO.
008650      PERFORM 9100-SCRIVI-RIEPILOGO
008660          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008670      MOVE "CLIENTI CON SALDO NON QUADRATO" TO CHI-R-DESCRIZIONE.
008680      MOVE CHI-NON-QUADRA      TO CHI-R-NUMERO.
008690      IF CHI-NON-QUADRA > ZERO
008700          MOVE "BLOCCANO LA CHIUSURA" TO CHI-R-ESITO
008710      END-IF.
008720      PERFORM 9100-SCRIVI-RIEPILOGO
008730          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008740      MOVE "DOCUMENTI ARCHIVIATI + RIMASTI SU REGFAT"
008750          TO CHI-R-DESCRIZIONE.
008760      ADD CHI-FAT-ARCHIVIATE CHI-FAT-RIMASTE GIVING CHI-R-NUMERO.
008770      ADD CHI-FTOT-ARCHIVIATE CHI-FTOT-RIMASTE
008780          GIVING CHI-R-IMPORTO.
008790      IF CHI-FAT-LETTI = CHI-FAT-ARCHIVIATE + CHI-FAT-RIMASTE
008800       AND CHI-FTOT-LETTI = CHI-FTOT-ARCHIVIATE + CHI-FTOT-RIMASTE
008810          MOVE "QUADRA CON I LETTI" TO CHI-R-ESITO
008820      ELSE
008830          MOVE "NON QUADRA CON I LETTI" TO CHI-R-ESITO
008840          ADD 1 TO CHI-ERRORI
008850      END-IF.
008860      PERFORM 9100-SCRIVI-RIEPILOGO
008870          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008880      MOVE "ERRORI RILEVATI" TO CHI-R-DESCRIZIONE.
008890      MOVE CHI-ERRORI          TO CHI-R-NUMERO.
008900      PERFORM 9100-SCRIVI-RIEPILOGO
008910          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
008920  6000-QUADRATURE-EXIT.
008930      EXIT.
008940*----------------------------------------------------------------
008950* AGGIORNAMENTO DEGLI ARCHIVI VIVI, SOLO IN DEFINITIVA E SENZA
008960* ERRORI: FINO A QUI SONO STATI SCRITTI SOLO STORICI E FILE DI
008970* LAVORO, CHE UNA NUOVA ESECUZIONE RISCRIVE DA CAPO
008980*----------------------------------------------------------------
008990  7000-AGGIORNA-ARCHIVI.
009000      IF CHI-ERRORI > ZERO
009010          MOVE "ERRORI RILEVATI, ARCHIVI NON AGGIORNATI"
009020              TO CHI-ESITO
009030          MOVE 8 TO RETURN-CODE
009040          GO TO 7000-AGGIORNA-ARCHIVI-EXIT
009050      END-IF.
009060      IF CHI-PROVA
009070          MOVE "ESECUZIONE DI PROVA, ARCHIVI NON AGGIORNATI"
009080              TO CHI-ESITO
009090          GO TO 7000-AGGIORNA-ARCHIVI-EXIT
009100      END-IF.
009110      PERFORM 7100-SEGNA-IN-CORSO THRU 7100-SEGNA-IN-CORSO-EXIT.
009120      PERFORM 7200-RIPORTA-MOVIMENTI
009130          THRU 7200-RIPORTA-MOVIMENTI-EXIT.
009140      IF CHI-FAT-PRESENTE
009150          PERFORM 7300-RIPORTA-FATTURE
009160              THRU 7300-RIPORTA-FATTURE-EXIT
009170      END-IF.
009180      IF CHI-YTD-PRESENTE
009190          PERFORM 7400-AZZERA-PROGRESSIVI
009200              THRU 7400-AZZERA-PROGRESSIVI-EXIT
009210      END-IF.
009220      PERFORM 7500-VERIFICA-ARCHIVI
009230          THRU 7500-VERIFICA-ARCHIVI-EXIT.
009240      IF CHI-ERR-VERIFICA > ZERO
009250          MOVE "ARCHIVI NON QUADRATI, ANNO LASCIATO IN CORSO"
009260              TO CHI-ESITO
009265          IF RETURN-CODE < 8
009270              MOVE 8 TO RETURN-CODE
009275          END-IF
009280          GO TO 7000-AGGIORNA-ARCHIVI-EXIT
009290      END-IF.
009300      PERFORM 7600-SEGNA-CHIUSO THRU 7600-SEGNA-CHIUSO-EXIT.
009310  7000-AGGIORNA-ARCHIVI-EXIT.
009320      EXIT.
009330*----------------------------------------------------------------
009340  7100-SEGNA-IN-CORSO.
009350      ACCEPT CHI-ORA-CHIUSURA FROM TIME.
009360      IF CHI-REG-NUOVO
009370          MOVE SPACES   TO CHA-RECORD
009380          MOVE CHI-ANNO TO CHA-ANNO
009390          MOVE ZERO TO CHA-PAY400-DIPENDENTI CHA-PAY400-LORDO
009400                       CHA-PAY400-RITENUTA CHA-PAY400-NETTO
009410      ELSE
009420          MOVE CHI-ANNO TO CHA-ANNO
009430          READ CHIUSURE-F
009440              INVALID KEY
009450                  DISPLAY "CHI100 - ERR LETTURA CHIANNI " CHI-ANNO
009460                  MOVE 12 TO RETURN-CODE
009470                  STOP RUN
009480          END-READ
009490      END-IF.
009500      MOVE "I"               TO CHA-STATO.
009510      MOVE CHI-OGGI          TO CHA-DATA-CHIUSURA.
009520      MOVE CHI-ORA-CHIUSURA  TO CHA-ORA-CHIUSURA.
009530      MOVE ZERO TO CHA-MOV-ARCHIVIATI CHA-MOV-APERTURE
009540                   CHA-FAT-ARCHIVIATE CHA-YTD-ARCHIVIATI
009550                   CHA-TOT-SALDI.
009560      IF CHI-REG-NUOVO
009570          WRITE CHA-RECORD
009580      ELSE
009590          REWRITE CHA-RECORD
009600      END-IF.
009610      IF CHI-FS-CHIUSURE NOT = "00"
009620          DISPLAY "CHI100 - ERR SCRITTURA CHIANNI "
009630              CHI-FS-CHIUSURE
009640          MOVE 12 TO RETURN-CODE
009650          STOP RUN
009660      END-IF.
009670  7100-SEGNA-IN-CORSO-EXIT.
009680      EXIT.
009690*----------------------------------------------------------------
009700  7200-RIPORTA-MOVIMENTI.
009710      OPEN INPUT MOVLAV-F.
009720      IF CHI-FS-MOVLAV NOT = "00"
009730          DISPLAY "CHI100 - ERR APERTURA MOVARCW " CHI-FS-MOVLAV
009740          MOVE 12 TO RETURN-CODE
009750          STOP RUN
009760      END-IF.
009770      OPEN OUTPUT ARCHIV-F.
009780      IF CHI-FS-ARCHIV NOT = "00"
009790          DISPLAY "CHI100 - ERR APERTURA MOVARCH " CHI-FS-ARCHIV
009800          MOVE 12 TO RETURN-CODE
009810          STOP RUN
009820      END-IF.
009830      MOVE "N" TO CHI-EOF-LAV-SW.
009840      PERFORM 7210-COPIA-MOVIMENTO THRU 7210-COPIA-MOVIMENTO-EXIT
009850          UNTIL CHI-EOF-LAVORO.
009860      CLOSE MOVLAV-F.
009870      CLOSE ARCHIV-F.
009880  7200-RIPORTA-MOVIMENTI-EXIT.
009890      EXIT.
009900*----------------------------------------------------------------
009910  7210-COPIA-MOVIMENTO.
009920      READ MOVLAV-F
009930          AT END
009940              MOVE "S" TO CHI-EOF-LAV-SW
009950              GO TO 7210-COPIA-MOVIMENTO-EXIT
009960      END-READ.
009970      WRITE MAR-RECORD FROM MOVLAV-RECORD.
009971      IF CHI-FS-ARCHIV NOT = "00"
009972          DISPLAY "CHI100 - ERR SCRITTURA MOVARCH " CHI-FS-ARCHIV
009973          MOVE 12 TO RETURN-CODE
009974          ADD 1 TO CHI-ERR-VERIFICA
009975      END-IF.
009980  7210-COPIA-MOVIMENTO-EXIT.
009990      EXIT.
010000*----------------------------------------------------------------
010010  7300-RIPORTA-FATTURE.
010020      OPEN INPUT FATLAV-F.
010030      IF CHI-FS-FATLAV NOT = "00"
010040          DISPLAY "CHI100 - ERR APERTURA REGFATW " CHI-FS-FATLAV
010050          MOVE 12 TO RETURN-CODE
010060          STOP RUN
010070      END-IF.
010080      OPEN OUTPUT REGFAT-F.
010090      IF CHI-FS-REGFAT NOT = "00"
010100          DISPLAY "CHI100 - ERR APERTURA REGFAT " CHI-FS-REGFAT
010110          MOVE 12 TO RETURN-CODE
010120          STOP RUN
010130      END-IF.
010140      MOVE "N" TO CHI-EOF-LAV-SW.
010150      PERFORM 7310-COPIA-DOCUMENTO THRU 7310-COPIA-DOCUMENTO-EXIT
010160          UNTIL CHI-EOF-LAVORO.
010170      CLOSE FATLAV-F.
010180      CLOSE REGFAT-F.
010190  7300-RIPORTA-FATTURE-EXIT.
010200      EXIT.
010210*----------------------------------------------------------------
010220  7310-COPIA-DOCUMENTO.
010230      READ FATLAV-F
010240          AT END
010250              MOVE "S" TO CHI-EOF-LAV-SW
010260              GO TO 7310-COPIA-DOCUMENTO-EXIT
010270      END-READ.
010280      WRITE FRG-RECORD FROM FATLAV-RECORD.
010281      IF CHI-FS-REGFAT NOT = "00"
010282          DISPLAY "CHI100 - ERR SCRITTURA REGFAT " CHI-FS-REGFAT
010283          MOVE 12 TO RETURN-CODE
010284          ADD 1 TO CHI-ERR-VERIFICA
010285      END-IF.
010290  7310-COPIA-DOCUMENTO-EXIT.
010300      EXIT.
010310*----------------------------------------------------------------
010320  7400-AZZERA-PROGRESSIVI.
010330      OPEN I-O PROGRE-F.
010340      IF CHI-FS-PROGRE NOT = "00"
010350          DISPLAY "CHI100 - ERR APERTURA PAYYTD " CHI-FS-PROGRE
010360          MOVE 12 TO RETURN-CODE
010370          STOP RUN
010380      END-IF.
010390      MOVE "N" TO CHI-EOF-YTD-SW.
010400      PERFORM 5100-LEGGI-PROGRESSIVO
010410          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
010420      PERFORM 7410-AZZERA-PROGRESSIVO
010430          THRU 7410-AZZERA-PROGRESSIVO-EXIT
010440          UNTIL CHI-EOF-PROGRE.
010450      CLOSE PROGRE-F.
010460  7400-AZZERA-PROGRESSIVI-EXIT.
010470      EXIT.
010480*----------------------------------------------------------------
010490  7410-AZZERA-PROGRESSIVO.
010500      IF YTD-ANNO NOT > CHI-ANNO
010510          DELETE PROGRE-F RECORD
010520              INVALID KEY
010530                  DISPLAY "CHI100 - ERR CANCELLAZIONE PAYYTD "
010540                      YTD-MATR " " CHI-FS-PROGRE
010543                  MOVE 12 TO RETURN-CODE
010546                  ADD 1 TO CHI-ERR-VERIFICA
010550          END-DELETE
010560      END-IF.
010570      PERFORM 5100-LEGGI-PROGRESSIVO
010580          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
010590  7410-AZZERA-PROGRESSIVO-EXIT.
010600      EXIT.
010610*----------------------------------------------------------------
010620* RILETTURA DI STORICI E ARCHIVI VIVI GIA AGGIORNATI: QUANTO E
010630* NEGLI STORICI DEVE ESSERE QUANTO ARCHIVIATO, QUANTO RESTA
010640* DEVE ESSERE QUANTO RIMASTO PIU LE APERTURE
010650*----------------------------------------------------------------
010660  7500-VERIFICA-ARCHIVI.
010670      MOVE SPACES TO REPORT-OUT-RECORD.
010680      WRITE REPORT-OUT-RECORD.
010690      MOVE "VERIFICA ARCHIVI AGGIORNATI" TO CHI-T-TITOLO.
010700      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
010710      PERFORM 7510-VERIFICA-MOVSTO THRU 7510-VERIFICA-MOVSTO-EXIT.
010720      PERFORM 7520-VERIFICA-MOVARCH
010730          THRU 7520-VERIFICA-MOVARCH-EXIT.
010740      IF CHI-FAT-PRESENTE
010750          PERFORM 7530-VERIFICA-FATSTO
010760              THRU 7530-VERIFICA-FATSTO-EXIT
010770          PERFORM 7540-VERIFICA-REGFAT
010780              THRU 7540-VERIFICA-REGFAT-EXIT
010790      END-IF.
010800      IF CHI-YTD-PRESENTE
010810          PERFORM 7550-VERIFICA-PAYSTO
010820              THRU 7550-VERIFICA-PAYSTO-EXIT
010830          PERFORM 7560-VERIFICA-PAYYTD
010840              THRU 7560-VERIFICA-PAYYTD-EXIT
010850      END-IF.
010860  7500-VERIFICA-ARCHIVI-EXIT.
010870      EXIT.
010880*----------------------------------------------------------------
010890  7510-VERIFICA-MOVSTO.
010900      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO.
010910      OPEN INPUT MOVSTO-F.
010920      IF CHI-FS-MOVSTO NOT = "00"
010930          DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-MOVSTO
010940              " " CHI-FS-MOVSTO
010950          GO TO 7510-VERIFICA-MOVSTO-ESITO
010960      END-IF.
010970      MOVE "N" TO CHI-EOF-LAV-SW.
010980      PERFORM 7511-CONTA-MOVSTO THRU 7511-CONTA-MOVSTO-EXIT
010990          UNTIL CHI-EOF-LAVORO.
011000      CLOSE MOVSTO-F.
011010  7510-VERIFICA-MOVSTO-ESITO.
011020      MOVE CHI-NOME-MOVSTO    TO CHI-R-DESCRIZIONE.
011030      MOVE CHI-MOV-ARCHIVIATI TO CHI-V-ATTESI.
011040      MOVE CHI-IMP-ARCHIVIATI TO CHI-V-IMP-ATTESO.
011050      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
011060  7510-VERIFICA-MOVSTO-EXIT.
011070      EXIT.
011080*----------------------------------------------------------------
011090  7511-CONTA-MOVSTO.
011100      READ MOVSTO-F
011110          AT END
011120              MOVE "S" TO CHI-EOF-LAV-SW
011130              GO TO 7511-CONTA-MOVSTO-EXIT
011140      END-READ.
011150      ADD 1           TO CHI-V-RECORD.
011160      ADD MST-IMPORTO TO CHI-V-IMPORTO.
011170  7511-CONTA-MOVSTO-EXIT.
011180      EXIT.
011190*----------------------------------------------------------------
011200  7520-VERIFICA-MOVARCH.
011210      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO CHI-V-APERTURE.
011220      OPEN INPUT ARCHIV-F.
011230      IF CHI-FS-ARCHIV NOT = "00"
011240          DISPLAY "CHI100 - ERR APERTURA MOVARCH " CHI-FS-ARCHIV
011250          GO TO 7520-VERIFICA-MOVARCH-ESITO
011260      END-IF.
011270      MOVE "N" TO CHI-EOF-LAV-SW.
011280      PERFORM 7521-CONTA-MOVARCH THRU 7521-CONTA-MOVARCH-EXIT
011290          UNTIL CHI-EOF-LAVORO.
011300      CLOSE ARCHIV-F.
011310  7520-VERIFICA-MOVARCH-ESITO.
011320      MOVE "MOVARCH - MOVIMENTI RIMASTI + APERTURE"
011330          TO CHI-R-DESCRIZIONE.
011340      ADD CHI-MOV-RIMASTI CHI-MOV-APERTURE GIVING CHI-V-ATTESI.
011350      MOVE CHI-IMP-RIMASTI TO CHI-V-IMP-ATTESO.
011360      IF CHI-V-APERTURE NOT = CHI-MOV-APERTURE
011370          MOVE ZERO TO CHI-V-RECORD
011380      END-IF.
011390      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
011400  7520-VERIFICA-MOVARCH-EXIT.
011410      EXIT.
011420*----------------------------------------------------------------
011430  7521-CONTA-MOVARCH.
011440      READ ARCHIV-F
011450          AT END
011460              MOVE "S" TO CHI-EOF-LAV-SW
011470              GO TO 7521-CONTA-MOVARCH-EXIT
011480      END-READ.
011490      ADD 1           TO CHI-V-RECORD.
011500      ADD MAR-IMPORTO TO CHI-V-IMPORTO.
011510      IF MAR-TIPO = "A"
011520       AND MAR-DATA-VALUTA = CHI-DATA-APERTURA
011530          ADD 1 TO CHI-V-APERTURE
011540      END-IF.
011550  7521-CONTA-MOVARCH-EXIT.
011560      EXIT.
011570*----------------------------------------------------------------
011580  7530-VERIFICA-FATSTO.
011590      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO.
011600      OPEN INPUT FATSTO-F.
011610      IF CHI-FS-FATSTO NOT = "00"
011620          DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-FATSTO
011630              " " CHI-FS-FATSTO
011640          GO TO 7530-VERIFICA-FATSTO-ESITO
011650      END-IF.
011660      MOVE "N" TO CHI-EOF-LAV-SW.
011670      PERFORM 7531-CONTA-FATSTO THRU 7531-CONTA-FATSTO-EXIT
011680          UNTIL CHI-EOF-LAVORO.
011690      CLOSE FATSTO-F.
011700  7530-VERIFICA-FATSTO-ESITO.
011710      MOVE CHI-NOME-FATSTO     TO CHI-R-DESCRIZIONE.
011720      MOVE CHI-FAT-ARCHIVIATE  TO CHI-V-ATTESI.
011730      MOVE CHI-FTOT-ARCHIVIATE TO CHI-V-IMP-ATTESO.
011740      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
011750  7530-VERIFICA-FATSTO-EXIT.
011760      EXIT.
011770*----------------------------------------------------------------
011780  7531-CONTA-FATSTO.
011790      READ FATSTO-F
011800          AT END
011810              MOVE "S" TO CHI-EOF-LAV-SW
011820              GO TO 7531-CONTA-FATSTO-EXIT
011830      END-READ.
011840      ADD 1          TO CHI-V-RECORD.
011850      ADD FST-TOTALE TO CHI-V-IMPORTO.
011860  7531-CONTA-FATSTO-EXIT.
011870      EXIT.
011880*----------------------------------------------------------------
011890  7540-VERIFICA-REGFAT.
011900      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO.
011910      OPEN INPUT REGFAT-F.
011920      IF CHI-FS-REGFAT NOT = "00"
011930          DISPLAY "CHI100 - ERR APERTURA REGFAT " CHI-FS-REGFAT
011940          GO TO 7540-VERIFICA-REGFAT-ESITO
011950      END-IF.
011960      MOVE "N" TO CHI-EOF-LAV-SW.
011970      PERFORM 7541-CONTA-REGFAT THRU 7541-CONTA-REGFAT-EXIT
011980          UNTIL CHI-EOF-LAVORO.
011990      CLOSE REGFAT-F.
012000  7540-VERIFICA-REGFAT-ESITO.
012010      MOVE "REGFAT - DOCUMENTI RIMASTI" TO CHI-R-DESCRIZIONE.
012020      MOVE CHI-FAT-RIMASTE     TO CHI-V-ATTESI.
012030      MOVE CHI-FTOT-RIMASTE    TO CHI-V-IMP-ATTESO.
012040      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
012050  7540-VERIFICA-REGFAT-EXIT.
012060      EXIT.
012070*----------------------------------------------------------------
012080  7541-CONTA-REGFAT.
012090      READ REGFAT-F
012100          AT END
012110              MOVE "S" TO CHI-EOF-LAV-SW
012120              GO TO 7541-CONTA-REGFAT-EXIT
012130      END-READ.
012140      ADD 1          TO CHI-V-RECORD.
012150      ADD FRG-TOTALE TO CHI-V-IMPORTO.
012160  7541-CONTA-REGFAT-EXIT.
012170      EXIT.
012180*----------------------------------------------------------------
012190  7550-VERIFICA-PAYSTO.
012200      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO.
012210      OPEN INPUT PAYSTO-F.
012220      IF CHI-FS-PAYSTO NOT = "00"
012230          DISPLAY "CHI100 - ERR APERTURA " CHI-NOME-PAYSTO
012240              " " CHI-FS-PAYSTO
012250          GO TO 7550-VERIFICA-PAYSTO-ESITO
012260      END-IF.
012270      MOVE "N" TO CHI-EOF-LAV-SW.
012280      PERFORM 7551-CONTA-PAYSTO THRU 7551-CONTA-PAYSTO-EXIT
012290          UNTIL CHI-EOF-LAVORO.
012300      CLOSE PAYSTO-F.
012310  7550-VERIFICA-PAYSTO-ESITO.
012320      MOVE CHI-NOME-PAYSTO     TO CHI-R-DESCRIZIONE.
012330      MOVE CHI-YTD-ARCHIVIATI  TO CHI-V-ATTESI.
012340      MOVE CHI-YTD-LORDO-ARCH  TO CHI-V-IMP-ATTESO.
012350      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
012360  7550-VERIFICA-PAYSTO-EXIT.
012370      EXIT.
012380*----------------------------------------------------------------
012390  7551-CONTA-PAYSTO.
012400      READ PAYSTO-F
012410          AT END
012420              MOVE "S" TO CHI-EOF-LAV-SW
012430              GO TO 7551-CONTA-PAYSTO-EXIT
012440      END-READ.
012450      ADD 1         TO CHI-V-RECORD.
012460      ADD PST-LORDO TO CHI-V-IMPORTO.
012470  7551-CONTA-PAYSTO-EXIT.
012480      EXIT.
012490*----------------------------------------------------------------
012500* SU PAYYTD DEVONO RESTARE SOLO I PROGRESSIVI GIA RIPARTITI CON
012510* IL NUOVO ANNO
012520*----------------------------------------------------------------
012530  7560-VERIFICA-PAYYTD.
012540      MOVE ZERO TO CHI-V-RECORD CHI-V-IMPORTO CHI-V-IMP-ATTESO.
012550      OPEN INPUT PROGRE-F.
012560      IF CHI-FS-PROGRE NOT = "00"
012570          DISPLAY "CHI100 - ERR APERTURA PAYYTD " CHI-FS-PROGRE
012580          GO TO 7560-VERIFICA-PAYYTD-ESITO
012590      END-IF.
012600      MOVE "N" TO CHI-EOF-YTD-SW.
012610      PERFORM 5100-LEGGI-PROGRESSIVO
012620          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
012630      PERFORM 7561-CONTA-PAYYTD THRU 7561-CONTA-PAYYTD-EXIT
012640          UNTIL CHI-EOF-PROGRE.
012650      CLOSE PROGRE-F.
012660  7560-VERIFICA-PAYYTD-ESITO.
012670      MOVE "PAYYTD - PROGRESSIVI DEL NUOVO ANNO"
012680          TO CHI-R-DESCRIZIONE.
012690      MOVE CHI-YTD-SUCCESSIVI  TO CHI-V-ATTESI.
012700      PERFORM 7590-ESITO-VERIFICA THRU 7590-ESITO-VERIFICA-EXIT.
012710  7560-VERIFICA-PAYYTD-EXIT.
012720      EXIT.
012730*----------------------------------------------------------------
012740  7561-CONTA-PAYYTD.
012750      IF YTD-ANNO > CHI-ANNO
012760          ADD 1 TO CHI-V-RECORD
012770      ELSE
012780          ADD 1 TO CHI-V-IMPORTO
012790      END-IF.
012800      PERFORM 5100-LEGGI-PROGRESSIVO
012810          THRU 5100-LEGGI-PROGRESSIVO-EXIT.
012820  7561-CONTA-PAYYTD-EXIT.
012830      EXIT.
012840*----------------------------------------------------------------
012850  7590-ESITO-VERIFICA.
012860      MOVE CHI-V-RECORD  TO CHI-R-NUMERO.
012870      MOVE CHI-V-IMPORTO TO CHI-R-IMPORTO.
012880      IF CHI-V-RECORD = CHI-V-ATTESI
012890       AND CHI-V-IMPORTO = CHI-V-IMP-ATTESO
012900          MOVE "QUADRA" TO CHI-R-ESITO
012910      ELSE
012920          MOVE "NON QUADRA" TO CHI-R-ESITO
012930          ADD 1 TO CHI-ERR-VERIFICA
012940      END-IF.
012950      PERFORM 9100-SCRIVI-RIEPILOGO
012960          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
012970  7590-ESITO-VERIFICA-EXIT.
012980      EXIT.
012990*----------------------------------------------------------------
013000  7600-SEGNA-CHIUSO.
013010      MOVE CHI-ANNO TO CHA-ANNO.
013020      READ CHIUSURE-F
013030          INVALID KEY
013040              DISPLAY "CHI100 - ERR LETTURA CHIANNI " CHI-ANNO
013050              MOVE 8 TO RETURN-CODE
013060              GO TO 7600-SEGNA-CHIUSO-EXIT
013070      END-READ.
013080      MOVE "C"                TO CHA-STATO.
013090      MOVE CHI-MOV-ARCHIVIATI TO CHA-MOV-ARCHIVIATI.
013100      MOVE CHI-MOV-APERTURE   TO CHA-MOV-APERTURE.
013110      MOVE CHI-FAT-ARCHIVIATE TO CHA-FAT-ARCHIVIATE.
013120      MOVE CHI-YTD-ARCHIVIATI TO CHA-YTD-ARCHIVIATI.
013130      MOVE CHI-TOT-SALDI      TO CHA-TOT-SALDI.
013140      REWRITE CHA-RECORD.
013150      IF CHI-FS-CHIUSURE NOT = "00"
013160          DISPLAY "CHI100 - ERR RISCRITTURA CHIANNI "
013170              CHI-FS-CHIUSURE
013180          MOVE 8 TO RETURN-CODE
013190          GO TO 7600-SEGNA-CHIUSO-EXIT
013200      END-IF.
013210      MOVE "ANNO CHIUSO, ARCHIVI AGGIORNATI E QUADRATI"
013220          TO CHI-ESITO.
013230  7600-SEGNA-CHIUSO-EXIT.
013240      EXIT.
013250*----------------------------------------------------------------
013260  8000-FINALIZZA.
013270      MOVE SPACES TO REPORT-OUT-RECORD.
013280      WRITE REPORT-OUT-RECORD.
013290      MOVE CHI-ESITO TO CHI-T-TITOLO.
013300      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-TITOLO.
013310      CLOSE CLIENTI-F.
013320      CLOSE CHIUSURE-F.
013330      CLOSE REPORT-OUT.
013340      DISPLAY "CHI100 - ANNO " CHI-ANNO " MODALITA " CHI-H-MODO.
013350      DISPLAY "CHI100 - CLIENTI ELENCATI      : " CHI-CLIENTI.
013360      DISPLAY "CHI100 - MOVIMENTI ARCHIVIATI  : "
013370          CHI-MOV-ARCHIVIATI.
013380      DISPLAY "CHI100 - DOCUMENTI ARCHIVIATI  : "
013390          CHI-FAT-ARCHIVIATE.
013400      DISPLAY "CHI100 - PROGRESSIVI ARCHIVIATI: "
013410          CHI-YTD-ARCHIVIATI.
013420      DISPLAY "CHI100 - ERRORI                : " CHI-ERRORI.
013430      DISPLAY "CHI100 - " CHI-ESITO.
013440  8000-FINALIZZA-EXIT.
013450      EXIT.
013460*----------------------------------------------------------------
013470  9100-SCRIVI-RIEPILOGO.
013480      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-RIEPILOGO.
013490      MOVE SPACES TO CHI-R-DESCRIZIONE CHI-R-IMPORTO-X
013500                     CHI-R-ESITO.
013510      MOVE ZERO   TO CHI-R-NUMERO.
013520  9100-SCRIVI-RIEPILOGO-EXIT.
013530      EXIT.
013540*----------------------------------------------------------------
013550* MOVIMENTI IN ORDINE DI CLIENTE: CLASSE "1" FINO ALL'ANNO
013560* CHIUSO (VALUTA NON NUMERICA COMPRESA), "2" ANNI SEGUENTI
013570*----------------------------------------------------------------
013580  2000-SELEZIONA SECTION.
013590  2010-APRI-ARCHIVIO.
013600      OPEN INPUT ARCHIV-F.
013610      IF CHI-FS-ARCHIV = "35"
013620          DISPLAY "CHI100 - ARCHIVIO MOVIMENTI ASSENTE"
013630          GO TO 2900-SELEZIONA-FINE
013640      END-IF.
013650      IF CHI-FS-ARCHIV NOT = "00"
013660          DISPLAY "CHI100 - ERR APERTURA MOVARCH " CHI-FS-ARCHIV
013670          MOVE 12 TO RETURN-CODE
013680          STOP RUN
013690      END-IF.
013700      PERFORM 2100-LETTURA-ARCHIVIO
013710          THRU 2100-LETTURA-ARCHIVIO-EXIT.
013720      PERFORM 2200-RILASCIA-MOVIMENTO
013730          THRU 2200-RILASCIA-MOVIMENTO-EXIT
013740          UNTIL CHI-EOF-ARCHIVIO.
013750      CLOSE ARCHIV-F.
013760      GO TO 2900-SELEZIONA-FINE.
013770*----------------------------------------------------------------
013780  2100-LETTURA-ARCHIVIO.
013790      READ ARCHIV-F
013800          AT END
013810              MOVE "S" TO CHI-EOF-ARCH-SW
013820      END-READ.
013830  2100-LETTURA-ARCHIVIO-EXIT.
013840      EXIT.
013850*----------------------------------------------------------------
013860  2200-RILASCIA-MOVIMENTO.
013870      ADD 1           TO CHI-MOV-LETTI.
013880      ADD MAR-IMPORTO TO CHI-IMP-LETTI.
013890      MOVE MAR-RECORD TO SRT-MOVIMENTO.
013892      MOVE CHI-MOV-LETTI   TO SRT-PROGRESSIVO.
013895      MOVE MAR-DATA-VALUTA TO CHI-DATA-MOV.
013900      IF CHI-DMOV-ANNO > CHI-ANNO-CHIUSURA
013910          MOVE "2" TO SRT-CLASSE
013920      ELSE
013930          MOVE "1" TO SRT-CLASSE
013940      END-IF.
013950      RELEASE SRT-RECORD.
013960      PERFORM 2100-LETTURA-ARCHIVIO
013970          THRU 2100-LETTURA-ARCHIVIO-EXIT.
013980  2200-RILASCIA-MOVIMENTO-EXIT.
013990      EXIT.
014000*----------------------------------------------------------------
014010  2900-SELEZIONA-FINE.
014020      EXIT.
014030*----------------------------------------------------------------
014040* CONFRONTO A ROTTURA DI CHIAVE FRA ANAGRAFICA CLIENTI E
014050* MOVIMENTI ORDINATI. IL SALDO DI CHIUSURA E IL SALDO PRECEDENTE
014060* DEL PRIMO MOVIMENTO CONTABILIZZATO DEL CLIENTE (ARCHIVIATO O
014070* RIMASTO, SECONDO IL PROGRESSIVO DI LETTURA: UN MOVIMENTO
014075* DELL'ANNO CHIUSO CONTABILIZZATO DOPO UNO DEL NUOVO ANNO PORTA
014076* GIA NEL SALDO PRECEDENTE L'EFFETTO DI QUEST'ULTIMO) PIU LA
014077* VARIAZIONE DI TUTTI GLI ARCHIVIATI; SENZA MOVIMENTI E IL SALDO
014078* DI ANAGRAFICA. AGGIUNGENDO LA VARIAZIONE DEI RIMASTI SI DEVE
014090* RITROVARE IL SALDO DI ANAGRAFICA
014100*----------------------------------------------------------------
014110  3000-SALDI-CLIENTI SECTION.
014120  3010-CICLO-CLIENTI.
014130      PERFORM 3100-LEGGI-CLIENTE THRU 3100-LEGGI-CLIENTE-EXIT.
014140      PERFORM 3150-RITORNA-MOVIMENTO
014150          THRU 3150-RITORNA-MOVIMENTO-EXIT.
014160      PERFORM 3200-ELABORA-CLIENTE THRU 3200-ELABORA-CLIENTE-EXIT
014170          UNTIL CHI-CHIAVE-CLI = HIGH-VALUES
014180            AND CHI-CHIAVE-MOV = HIGH-VALUES.
014190      IF CHI-DEFINITIVA
014200          CLOSE MOVSTO-F
014210          CLOSE MOVLAV-F
014220      END-IF.
014230      MOVE SPACES TO REPORT-OUT-RECORD.
014240      WRITE REPORT-OUT-RECORD.
014250      MOVE "CLIENTI - SALDI DI CHIUSURA" TO CHI-R-DESCRIZIONE.
014260      MOVE CHI-CLIENTI   TO CHI-R-NUMERO.
014270      MOVE CHI-TOT-SALDI TO CHI-R-IMPORTO.
014280      PERFORM 9100-SCRIVI-RIEPILOGO
014290          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
014300      MOVE "CLIENTI - SALDI DI ANAGRAFICA ATTUALI"
014310          TO CHI-R-DESCRIZIONE.
014320      MOVE CHI-TOT-ANAG  TO CHI-R-IMPORTO.
014330      PERFORM 9100-SCRIVI-RIEPILOGO
014340          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
014350      MOVE "MOVIMENTI DI CLIENTI NON IN ANAGRAFICA"
014360          TO CHI-R-DESCRIZIONE.
014370      MOVE CHI-SENZA-ANAG TO CHI-R-NUMERO.
014380      PERFORM 9100-SCRIVI-RIEPILOGO
014390          THRU 9100-SCRIVI-RIEPILOGO-EXIT.
014400      GO TO 3900-SALDI-CLIENTI-FINE.
014410*----------------------------------------------------------------
014420  3100-LEGGI-CLIENTE.
014430      READ CLIENTI-F NEXT
014440          AT END
014450              MOVE HIGH-VALUES TO CHI-CHIAVE-CLI
014460          NOT AT END
014470              MOVE CLI-CHIAVE  TO CHI-CHIAVE-CLI
014480      END-READ.
014490  3100-LEGGI-CLIENTE-EXIT.
014500      EXIT.
014510*----------------------------------------------------------------
014520  3150-RITORNA-MOVIMENTO.
014530      RETURN LAVORO-SORT
014540          AT END
014550              MOVE HIGH-VALUES TO CHI-CHIAVE-MOV
014560              MOVE SPACES      TO CHI-CLASSE-MOV
014570          NOT AT END
014580              MOVE SRT-CHIAVE  TO CHI-CHIAVE-MOV
014590              MOVE SRT-CLASSE  TO CHI-CLASSE-MOV
014600      END-RETURN.
014610  3150-RITORNA-MOVIMENTO-EXIT.
014620      EXIT.
014630*----------------------------------------------------------------
014640  3200-ELABORA-CLIENTE.
014650      IF CHI-CHIAVE-CLI < CHI-CHIAVE-MOV
014660          MOVE CHI-CHIAVE-CLI TO CHI-CHIAVE-CORR
014670      ELSE
014680          MOVE CHI-CHIAVE-MOV TO CHI-CHIAVE-CORR
014690      END-IF.
014700      MOVE ZERO TO CHI-C-SALDO-ANAG CHI-C-ARCHIVIATI CHI-C-RIMASTI
014710                   CHI-C-PRIMO-PREC CHI-C-EFFETTO
014715                   CHI-C-PRIMO-PROGR.
014720      IF CHI-CHIAVE-CLI = CHI-CHIAVE-CORR
014730          MOVE "S"       TO CHI-C-ANAG-SW
014740          MOVE CLI-NOME  TO CHI-C-NOME
014750          MOVE CLI-SALDO TO CHI-C-SALDO-ANAG
014760          PERFORM 3100-LEGGI-CLIENTE THRU 3100-LEGGI-CLIENTE-EXIT
014770      ELSE
014780          MOVE "N"                 TO CHI-C-ANAG-SW
014790          MOVE "NON IN ANAGRAFICA" TO CHI-C-NOME
014800          ADD 1 TO CHI-SENZA-ANAG
014810      END-IF.
014820      PERFORM 3300-ARCHIVIA-MOVIMENTO
014830          THRU 3300-ARCHIVIA-MOVIMENTO-EXIT
014840          UNTIL CHI-CHIAVE-MOV NOT = CHI-CHIAVE-CORR
014850             OR CHI-CLASSE-MOV NOT = "1".
014860      IF CHI-C-ARCHIVIATI = ZERO
014868          MOVE CHI-C-SALDO-ANAG TO CHI-C-PRIMO-PREC
014876      END-IF.
014884      IF CHI-CHIAVE-MOV = CHI-CHIAVE-CORR
014892          IF CHI-C-ARCHIVIATI = ZERO
014900             OR SRT-PROGRESSIVO < CHI-C-PRIMO-PROGR
014908              MOVE SRT-SALDO-PREC TO CHI-C-PRIMO-PREC
014916          END-IF
014924      END-IF.
014940      ADD CHI-C-PRIMO-PREC CHI-C-EFFETTO GIVING CHI-C-APERTURA.
014950      MOVE ZERO TO CHI-C-EFFETTO.
014960      IF CHI-C-IN-ANAGRAFICA
014970         OR CHI-CHIAVE-MOV = CHI-CHIAVE-CORR
014980          PERFORM 3400-SCRIVI-APERTURA
014990              THRU 3400-SCRIVI-APERTURA-EXIT
015000      END-IF.
015010      PERFORM 3350-MANTIENI-MOVIMENTO
015020          THRU 3350-MANTIENI-MOVIMENTO-EXIT
015030          UNTIL CHI-CHIAVE-MOV NOT = CHI-CHIAVE-CORR.
015040      PERFORM 3500-STAMPA-SALDO THRU 3500-STAMPA-SALDO-EXIT.
015050  3200-ELABORA-CLIENTE-EXIT.
015060      EXIT.
015070*----------------------------------------------------------------
015080  3300-ARCHIVIA-MOVIMENTO.
015090      IF CHI-C-ARCHIVIATI = ZERO
015100          MOVE SRT-SALDO-PREC  TO CHI-C-PRIMO-PREC
015105          MOVE SRT-PROGRESSIVO TO CHI-C-PRIMO-PROGR
015110      END-IF.
015120      ADD SRT-NUOVO-SALDO      TO CHI-C-EFFETTO.
015130      SUBTRACT SRT-SALDO-PREC FROM CHI-C-EFFETTO.
015140      ADD 1                    TO CHI-C-ARCHIVIATI.
015150      ADD 1                    TO CHI-MOV-ARCHIVIATI.
015160      ADD SRT-IMPORTO          TO CHI-IMP-ARCHIVIATI.
015170      IF CHI-DEFINITIVA
015180          WRITE MOVSTO-RECORD FROM SRT-MOVIMENTO
015190          IF CHI-FS-MOVSTO NOT = "00"
015200              DISPLAY "CHI100 - ERR SCRITTURA " CHI-NOME-MOVSTO
015210                  " " CHI-FS-MOVSTO
015220              MOVE 12 TO RETURN-CODE
015230              STOP RUN
015240          END-IF
015250      END-IF.
015260      PERFORM 3150-RITORNA-MOVIMENTO
015270          THRU 3150-RITORNA-MOVIMENTO-EXIT.
015280  3300-ARCHIVIA-MOVIMENTO-EXIT.
015290      EXIT.
015300*----------------------------------------------------------------
015310  3350-MANTIENI-MOVIMENTO.
015320      ADD SRT-NUOVO-SALDO      TO CHI-C-EFFETTO.
015330      SUBTRACT SRT-SALDO-PREC FROM CHI-C-EFFETTO.
015340      ADD 1                    TO CHI-C-RIMASTI.
015350      ADD 1                    TO CHI-MOV-RIMASTI.
015360      ADD SRT-IMPORTO          TO CHI-IMP-RIMASTI.
015370      IF CHI-DEFINITIVA
015380          WRITE MOVLAV-RECORD FROM SRT-MOVIMENTO
015390          IF CHI-FS-MOVLAV NOT = "00"
015400              DISPLAY "CHI100 - ERR SCRITTURA MOVARCW "
015410                  CHI-FS-MOVLAV
015420              MOVE 12 TO RETURN-CODE
015430              STOP RUN
015440          END-IF
015450      END-IF.
015460      PERFORM 3150-RITORNA-MOVIMENTO
015470          THRU 3150-RITORNA-MOVIMENTO-EXIT.
015480  3350-MANTIENI-MOVIMENTO-EXIT.
015490      EXIT.
015500*----------------------------------------------------------------
015510* IL MOVIMENTO DI APERTURA PRECEDE I RIMASTI DEL CLIENTE, COSI
015520* L'ESTRATTO CONTO CLI400 PARTE DAL SALDO RIPORTATO
015530*----------------------------------------------------------------
015540  3400-SCRIVI-APERTURA.
015550      ADD 1 TO CHI-MOV-APERTURE.
015560      IF NOT CHI-DEFINITIVA
015570          GO TO 3400-SCRIVI-APERTURA-EXIT
015580      END-IF.
015590      MOVE CHI-CHIAVE-CORR   TO CHI-A-CHIAVE.
015600      MOVE CHI-DATA-APERTURA TO CHI-A-DATA-VALUTA.
015610      MOVE CHI-C-APERTURA    TO CHI-A-SALDO-PREC.
015620      MOVE CHI-C-APERTURA    TO CHI-A-NUOVO-SALDO.
015630      WRITE MOVLAV-RECORD FROM CHI-APERTURA.
015640      IF CHI-FS-MOVLAV NOT = "00"
015650          DISPLAY "CHI100 - ERR SCRITTURA MOVARCW " CHI-FS-MOVLAV
015660          MOVE 12 TO RETURN-CODE
015670          STOP RUN
015680      END-IF.
015690  3400-SCRIVI-APERTURA-EXIT.
015700      EXIT.
015710*----------------------------------------------------------------
015720  3500-STAMPA-SALDO.
015730      ADD 1 TO CHI-CLIENTI.
015740      ADD CHI-C-APERTURA CHI-C-EFFETTO GIVING CHI-C-ATTESO.
015750      ADD CHI-C-APERTURA   TO CHI-TOT-SALDI.
015760      ADD CHI-C-SALDO-ANAG TO CHI-TOT-ANAG.
015770      MOVE CHI-CHIAVE-CORR  TO CHI-L-CHIAVE.
015780      MOVE CHI-C-NOME       TO CHI-L-NOME.
015790      MOVE CHI-C-ARCHIVIATI TO CHI-L-ARCHIVIATI.
015800      MOVE CHI-C-RIMASTI    TO CHI-L-RIMASTI.
015810      MOVE CHI-C-APERTURA   TO CHI-L-CHIUSURA.
015820      MOVE CHI-C-SALDO-ANAG TO CHI-L-ANAGRAFICA.
015830      MOVE SPACES           TO CHI-L-NOTA.
015840      IF NOT CHI-C-IN-ANAGRAFICA
015850          MOVE "CLIENTE NON IN ANAGRAFICA" TO CHI-L-NOTA
015860      ELSE
015870          IF CHI-C-ATTESO NOT = CHI-C-SALDO-ANAG
015880              MOVE "SALDO NON QUADRA" TO CHI-L-NOTA
015890              ADD 1 TO CHI-NON-QUADRA
015900              ADD 1 TO CHI-ERRORI
015910          END-IF
015920      END-IF.
015930      WRITE REPORT-OUT-RECORD FROM CHI-RIGA-CLIENTE.
015940  3500-STAMPA-SALDO-EXIT.
015950      EXIT.
015960*----------------------------------------------------------------
015970  3900-SALDI-CLIENTI-FINE.
015980      EXIT.
