000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     FAT300.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - FATTURAZIONE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - RILASCIO DELLE FATTURE
000130*                     SOSPESE PER FIDO DA FAT200: LEGGE IL FLUSSO
000140*                     DECISIONI DEL RESPONSABILE CREDITI (NUMERO
000150*                     SOSPENSIONE, "A" = APPROVA, "C" = ANNULLA,
000160*                     OPERATORE) E AGGIORNA LO STATO SUL MASTER
000170*                     FATSOSP. LE FATTURE APPROVATE VENGONO
000180*                     EMESSE DAL CICLO FAT200 SUCCESSIVO CON LA
000190*                     NUMERAZIONE NORMALE, REGISTRO FATTURE E
000200*                     MOVIMENTO SU MOVIMFAT. DECISIONI SU NUMERI
000210*                     INESISTENTI O GIA DEFINITI FINISCONO SUGLI
000220*                     SCARTI. IL TABULATO RIPORTA LE DECISIONI
000230*                     APPLICATE E L'ELENCO DELLE FATTURE ANCORA
000240*                     IN ATTESA.
000250*----------------------------------------------------------------
000260*================================================================
000270  ENVIRONMENT DIVISION.
000280*================================================================
000290  CONFIGURATION SECTION.
000300  SOURCE-COMPUTER.   IBM-370.
000310  OBJECT-COMPUTER.   IBM-370.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT DECIS-IN    ASSIGN TO FATDEC
000350          ORGANIZATION IS SEQUENTIAL
000360          FILE STATUS IS RIL-FS-DECIS.
000370      SELECT SOSPESI-F   ASSIGN TO FATSOSP
000380          ORGANIZATION IS INDEXED
000390          ACCESS MODE IS DYNAMIC
000400          RECORD KEY IS FSP-CHIAVE
000410          FILE STATUS IS RIL-FS-SOSPESI.
000420      SELECT REPORT-OUT  ASSIGN TO FATRIL
000430          ORGANIZATION IS SEQUENTIAL
000440          FILE STATUS IS RIL-FS-REPORT.
000450      SELECT SCARTI-OUT  ASSIGN TO FATRSCAR
000460          ORGANIZATION IS SEQUENTIAL
000470          FILE STATUS IS RIL-FS-SCARTI.
000480*================================================================
000490  DATA DIVISION.
000500*================================================================
000510  FILE SECTION.
000520  FD  DECIS-IN
000530      LABEL RECORDS ARE STANDARD
000540      RECORDING MODE IS F.
000550  01  DECIS-IN-RECORD.
000560      05  DEC-ID                  PIC X(05).
000570      05  DEC-ID-N REDEFINES DEC-ID
000580                                  PIC 9(05).
000590      05  DEC-AZIONE              PIC X(01).
000600          88  DEC-APPROVA                   VALUE "A".
000610          88  DEC-ANNULLA                   VALUE "C".
000620      05  DEC-OPERATORE           PIC X(08).
000630      05  FILLER                  PIC X(66).
000640  FD  SOSPESI-F
000650      LABEL RECORDS ARE STANDARD.
000660      COPY FATSOS.
000670  FD  REPORT-OUT
000680      LABEL RECORDS ARE STANDARD
000690      RECORDING MODE IS F.
000700  01  REPORT-OUT-RECORD           PIC X(80).
000710  FD  SCARTI-OUT
000720      LABEL RECORDS ARE STANDARD
000730      RECORDING MODE IS F.
000740  01  SCARTI-OUT-RECORD.
000750      05  SC-ID                   PIC X(05).
000760      05  FILLER                  PIC X(02) VALUE SPACES.
000770      05  SC-AZIONE               PIC X(01).
000780      05  FILLER                  PIC X(02) VALUE SPACES.
000790      05  SC-MOTIVO               PIC X(30).
000800      05  FILLER                  PIC X(40).
000810  WORKING-STORAGE SECTION.
000820  77  RIL-FS-DECIS                PIC X(02) VALUE SPACES.
000830  77  RIL-FS-SOSPESI              PIC X(02) VALUE SPACES.
000840  77  RIL-FS-REPORT               PIC X(02) VALUE SPACES.
000850  77  RIL-FS-SCARTI               PIC X(02) VALUE SPACES.
000860  77  RIL-APPROVATE               PIC 9(05) COMP VALUE ZERO.
000870  77  RIL-ANNULLATE               PIC 9(05) COMP VALUE ZERO.
000880  77  RIL-SCARTATE                PIC 9(05) COMP VALUE ZERO.
000890  77  RIL-IN-ATTESA               PIC 9(05) COMP VALUE ZERO.
000900  77  RIL-DATA-ODIERNA            PIC X(08) VALUE SPACES.
000910  77  RIL-MOTIVO                  PIC X(30) VALUE SPACES.
000920  01  RIL-SWITCHES.
000930      05  RIL-EOF-SW              PIC X(01) VALUE "N".
000940          88  RIL-EOF-DECIS                 VALUE "S".
000950      05  RIL-EOF-SOSP-SW         PIC X(01) VALUE "N".
000960          88  RIL-EOF-SOSPESI               VALUE "S".
000970  01  RIL-RIGA-INTESTAZ-1.
000980      05  FILLER                  PIC X(40)
000990              VALUE "RILASCIO FATTURE SOSPESE PER FIDO  DATA".
001000      05  FILLER                  PIC X(01) VALUE SPACES.
001010      05  RIL-H-DATA              PIC X(08).
001020      05  FILLER                  PIC X(31) VALUE SPACES.
001030  01  RIL-RIGA-INTESTAZ-2.
001040      05  FILLER                  PIC X(07) VALUE "NUMERO".
001050      05  FILLER                  PIC X(09) VALUE "DATA".
001060      05  FILLER                  PIC X(07) VALUE "CLIENTE".
001070      05  FILLER                  PIC X(14) VALUE "      TOTALE".
001080      05  FILLER                  PIC X(01) VALUE SPACES.
001090      05  FILLER                  PIC X(31) VALUE "MOTIVO".
001100      05  FILLER                  PIC X(11) VALUE "ESITO".
001110  01  RIL-RIGA-DETTAGLIO.
001120      05  RIL-D-ID                PIC ZZZZ9.
001130      05  FILLER                  PIC X(02) VALUE SPACES.
001140      05  RIL-D-DATA              PIC X(08).
001150      05  FILLER                  PIC X(01) VALUE SPACES.
001160      05  RIL-D-CLIENTE           PIC X(05).
001170      05  FILLER                  PIC X(02) VALUE SPACES.
001180      05  RIL-D-TOTALE            PIC Z,ZZZ,ZZ9.99.
001190      05  FILLER                  PIC X(02) VALUE SPACES.
001200      05  RIL-D-MOTIVO            PIC X(30).
001210      05  FILLER                  PIC X(01) VALUE SPACES.
001220      05  RIL-D-ESITO             PIC X(12).
001230  01  RIL-RIGA-ATTESA.
001240      05  FILLER                  PIC X(40)
001250              VALUE "FATTURE ANCORA IN ATTESA DI DECISIONE".
001260      05  FILLER                  PIC X(40) VALUE SPACES.
001270  01  RIL-RIGA-TOTALE.
001280      05  FILLER                  PIC X(12) VALUE "APPROVATE : ".
001290      05  RIL-R-APPROVATE         PIC ZZ,ZZ9.
001300      05  FILLER                  PIC X(14)
001310              VALUE "  ANNULLATE : ".
001320      05  RIL-R-ANNULLATE         PIC ZZ,ZZ9.
001330      05  FILLER                  PIC X(14)
001340              VALUE "  SCARTATE  : ".
001350      05  RIL-R-SCARTATE          PIC ZZ,ZZ9.
001360      05  FILLER                  PIC X(14)
001370              VALUE "  IN ATTESA : ".
001380      05  RIL-R-IN-ATTESA         PIC ZZ,ZZ9.
001390      05  FILLER                  PIC X(02) VALUE SPACES.
001400*================================================================
001410  PROCEDURE DIVISION.
001420*================================================================
001430  0000-MAINLINE.
001440      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001450      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001460      PERFORM 3000-ELABORA-DECISIONE
001470          THRU 3000-ELABORA-DECISIONE-EXIT
001480          UNTIL RIL-EOF-DECIS.
001490      PERFORM 5000-ELENCO-ATTESA THRU 5000-ELENCO-ATTESA-EXIT.
001500      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001510      STOP RUN.
001520*----------------------------------------------------------------
001530  1000-INIZIALIZZA.
001540      OPEN INPUT DECIS-IN.
001550      IF RIL-FS-DECIS NOT = "00"
001560          DISPLAY "FAT300 - ERR APERTURA FATDEC " RIL-FS-DECIS
001570          STOP RUN
001580      END-IF.
001590      OPEN I-O SOSPESI-F.
001600      IF RIL-FS-SOSPESI NOT = "00"
001610          DISPLAY "FAT300 - ERR APERTURA FATSOSP " RIL-FS-SOSPESI
001620          STOP RUN
001630      END-IF.
001640      OPEN OUTPUT REPORT-OUT.
001650      OPEN OUTPUT SCARTI-OUT.
001660      ACCEPT RIL-DATA-ODIERNA FROM DATE YYYYMMDD.
001670      MOVE RIL-DATA-ODIERNA TO RIL-H-DATA.
001680      WRITE REPORT-OUT-RECORD FROM RIL-RIGA-INTESTAZ-1.
001690      WRITE REPORT-OUT-RECORD FROM RIL-RIGA-INTESTAZ-2.
001700  1000-INIZIALIZZA-EXIT.
001710      EXIT.
001720*----------------------------------------------------------------
001730  2000-LETTURA.
001740      READ DECIS-IN
001750          AT END
001760              MOVE "S" TO RIL-EOF-SW
001770      END-READ.
001780  2000-LETTURA-EXIT.
001790      EXIT.
001800*----------------------------------------------------------------
001810  3000-ELABORA-DECISIONE.
001820      IF NOT DEC-APPROVA AND NOT DEC-ANNULLA
001830          MOVE "AZIONE NON PREVISTA" TO RIL-MOTIVO
001840          PERFORM 7100-SCRIVI-SCARTO
001850              THRU 7100-SCRIVI-SCARTO-EXIT
001860          GO TO 3000-ELABORA-DECISIONE-PROSEGUI
001870      END-IF.
001880      IF DEC-ID NOT NUMERIC
001890          MOVE "NUMERO SOSPENSIONE ERRATO" TO RIL-MOTIVO
001900          PERFORM 7100-SCRIVI-SCARTO
001910              THRU 7100-SCRIVI-SCARTO-EXIT
001920          GO TO 3000-ELABORA-DECISIONE-PROSEGUI
001930      END-IF.
001940      MOVE DEC-ID-N TO FSP-ID.
001950      MOVE ZERO     TO FSP-RIGA.
001960      READ SOSPESI-F
001970          INVALID KEY
001980              MOVE "SOSPENSIONE INESISTENTE" TO RIL-MOTIVO
001990              PERFORM 7100-SCRIVI-SCARTO
002000                  THRU 7100-SCRIVI-SCARTO-EXIT
002010              GO TO 3000-ELABORA-DECISIONE-PROSEGUI
002020      END-READ.
002030      IF NOT FSP-SOSPESA
002040          MOVE "SOSPENSIONE GIA DEFINITA" TO RIL-MOTIVO
002050          PERFORM 7100-SCRIVI-SCARTO
002060              THRU 7100-SCRIVI-SCARTO-EXIT
002070          GO TO 3000-ELABORA-DECISIONE-PROSEGUI
002080      END-IF.
002090      MOVE DEC-AZIONE       TO FSP-STATO.
002100      MOVE RIL-DATA-ODIERNA TO FSP-DATA-ESITO.
002110      MOVE DEC-OPERATORE    TO FSP-OPERATORE.
002120      REWRITE FSP-RECORD
002130          INVALID KEY
002140              MOVE "ERRORE RISCRITTURA FATSOSP" TO RIL-MOTIVO
002150              PERFORM 7100-SCRIVI-SCARTO
002160                  THRU 7100-SCRIVI-SCARTO-EXIT
002170              GO TO 3000-ELABORA-DECISIONE-PROSEGUI
002180      END-REWRITE.
002190      IF DEC-APPROVA
002200          ADD 1 TO RIL-APPROVATE
002210          MOVE "APPROVATA"  TO RIL-D-ESITO
002220      ELSE
002230          ADD 1 TO RIL-ANNULLATE
002240          MOVE "ANNULLATA"  TO RIL-D-ESITO
002250      END-IF.
002260      PERFORM 7000-STAMPA-SOSPESA THRU 7000-STAMPA-SOSPESA-EXIT.
002270  3000-ELABORA-DECISIONE-PROSEGUI.
002280      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002290  3000-ELABORA-DECISIONE-EXIT.
002300      EXIT.
002310*----------------------------------------------------------------
002320  5000-ELENCO-ATTESA.
002330      MOVE SPACES TO REPORT-OUT-RECORD.
002340      WRITE REPORT-OUT-RECORD.
002350      WRITE REPORT-OUT-RECORD FROM RIL-RIGA-ATTESA.
002360      MOVE ZERO TO FSP-ID FSP-RIGA.
002370      START SOSPESI-F KEY IS NOT LESS THAN FSP-CHIAVE
002380          INVALID KEY
002390              MOVE "S" TO RIL-EOF-SOSP-SW
002400      END-START.
002410      PERFORM 5100-LEGGI-SOSPESA THRU 5100-LEGGI-SOSPESA-EXIT
002420          UNTIL RIL-EOF-SOSPESI.
002430  5000-ELENCO-ATTESA-EXIT.
002440      EXIT.
002450*----------------------------------------------------------------
002460  5100-LEGGI-SOSPESA.
002470      READ SOSPESI-F NEXT RECORD
002480          AT END
002490              MOVE "S" TO RIL-EOF-SOSP-SW
002500              GO TO 5100-LEGGI-SOSPESA-EXIT
002510      END-READ.
002520      IF FSP-RIGA NOT = ZERO OR NOT FSP-SOSPESA
002530          GO TO 5100-LEGGI-SOSPESA-EXIT
002540      END-IF.
002550      ADD 1 TO RIL-IN-ATTESA.
002560      MOVE "IN ATTESA" TO RIL-D-ESITO.
002570      PERFORM 7000-STAMPA-SOSPESA THRU 7000-STAMPA-SOSPESA-EXIT.
002580  5100-LEGGI-SOSPESA-EXIT.
002590      EXIT.
002600*----------------------------------------------------------------
002610  7000-STAMPA-SOSPESA.
002620      MOVE FSP-ID      TO RIL-D-ID.
002630      MOVE FSP-DATA    TO RIL-D-DATA.
002640      MOVE FSP-CLIENTE TO RIL-D-CLIENTE.
002650      MOVE FSP-TOTALE  TO RIL-D-TOTALE.
002660      MOVE FSP-MOTIVO  TO RIL-D-MOTIVO.
002670      WRITE REPORT-OUT-RECORD FROM RIL-RIGA-DETTAGLIO.
002680  7000-STAMPA-SOSPESA-EXIT.
002690      EXIT.
002700*----------------------------------------------------------------
002710  7100-SCRIVI-SCARTO.
002720      MOVE SPACES     TO SCARTI-OUT-RECORD.
002730      MOVE DEC-ID     TO SC-ID.
002740      MOVE DEC-AZIONE TO SC-AZIONE.
002750      MOVE RIL-MOTIVO TO SC-MOTIVO.
002760      WRITE SCARTI-OUT-RECORD.
002770      ADD 1 TO RIL-SCARTATE.
002780  7100-SCRIVI-SCARTO-EXIT.
002790      EXIT.
002800*----------------------------------------------------------------
002810  8000-FINALIZZA.
002820      MOVE RIL-APPROVATE TO RIL-R-APPROVATE.
002830      MOVE RIL-ANNULLATE TO RIL-R-ANNULLATE.
002840      MOVE RIL-SCARTATE  TO RIL-R-SCARTATE.
002850      MOVE RIL-IN-ATTESA TO RIL-R-IN-ATTESA.
002860      MOVE SPACES TO REPORT-OUT-RECORD.
002870      WRITE REPORT-OUT-RECORD.
002880      WRITE REPORT-OUT-RECORD FROM RIL-RIGA-TOTALE.
002890      CLOSE DECIS-IN.
002900      CLOSE SOSPESI-F.
002910      CLOSE REPORT-OUT.
002920      CLOSE SCARTI-OUT.
002930      DISPLAY "FAT300 - FATTURE APPROVATE : " RIL-APPROVATE.
002940      DISPLAY "FAT300 - FATTURE ANNULLATE : " RIL-ANNULLATE.
002950      DISPLAY "FAT300 - DECISIONI SCARTATE: " RIL-SCARTATE.
002960      DISPLAY "FAT300 - FATTURE IN ATTESA : " RIL-IN-ATTESA.
002970  8000-FINALIZZA-EXIT.
002980      EXIT.
