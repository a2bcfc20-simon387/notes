000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     FAT500.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - FATTURAZIONE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - REGISTRAZIONE DEGLI ESITI SDI
000130*                     DELLE FATTURE ELETTRONICHE ESPORTATE DA
000140*                     FAT400: PER OGNI ESITO (TIPO DOCUMENTO,
000150*                     ANNO, NUMERO, "A" = ACCETTATA, "S" =
000160*                     SCARTATA CON MOTIVO) AGGIORNA LO STATO SUL
000170*                     MASTER FPASTATO. I DOCUMENTI SCARTATI
000180*                     VENGONO RIESPORTATI DAL CICLO FAT400
000190*                     SUCCESSIVO. ESITI PER DOCUMENTI MAI INVIATI
000200*                     O NON IN ATTESA FINISCONO SUGLI SCARTI. IN
000210*                     CODA IL TABULATO DI SITUAZIONE DI TUTTI I
000220*                     DOCUMENTI CON I TOTALI PER STATO.
000230*----------------------------------------------------------------
000240*================================================================
000250  ENVIRONMENT DIVISION.
000260*================================================================
000270  CONFIGURATION SECTION.
000280  SOURCE-COMPUTER.   IBM-370.
000290  OBJECT-COMPUTER.   IBM-370.
000300  INPUT-OUTPUT SECTION.
000310  FILE-CONTROL.
000320      SELECT ESITI-IN    ASSIGN TO FPAESITI
000330          ORGANIZATION IS SEQUENTIAL
000340          FILE STATUS IS ESI-FS-ESITI.
000350      SELECT STATO-F     ASSIGN TO FPASTATO
000360          ORGANIZATION IS INDEXED
000370          ACCESS MODE IS DYNAMIC
000380          RECORD KEY IS FPS-CHIAVE
000390          FILE STATUS IS ESI-FS-STATO.
000400      SELECT REPORT-OUT  ASSIGN TO FPASIT
000410          ORGANIZATION IS SEQUENTIAL
000420          FILE STATUS IS ESI-FS-REPORT.
000430      SELECT SCARTI-OUT  ASSIGN TO FPAESCAR
000440          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS ESI-FS-SCARTI.
000460*================================================================
000470  DATA DIVISION.
000480*================================================================
000490  FILE SECTION.
000500  FD  ESITI-IN
000510      LABEL RECORDS ARE STANDARD
000520      RECORDING MODE IS F.
000530  01  ESITI-IN-RECORD.
000540      05  ES-CHIAVE.
000550          10  ES-TIPO-DOC         PIC X(01).
000560          10  ES-ANNO             PIC X(04).
000570          10  ES-NUMERO           PIC X(05).
000580      05  ES-CHIAVE-N REDEFINES ES-CHIAVE.
000590          10  FILLER              PIC X(01).
000600          10  ES-ANNO-N           PIC 9(04).
000610          10  ES-NUMERO-N         PIC 9(05).
000620      05  ES-ESITO                PIC X(01).
000630          88  ES-ACCETTATA                  VALUE "A".
000640          88  ES-SCARTATA                   VALUE "S".
000650      05  ES-DATA                 PIC X(08).
000660      05  ES-MOTIVO               PIC X(40).
000670      05  FILLER                  PIC X(21).
000680  FD  STATO-F
000690      LABEL RECORDS ARE STANDARD.
000700      COPY FPASTA.
000710  FD  REPORT-OUT
000720      LABEL RECORDS ARE STANDARD
000730      RECORDING MODE IS F.
000740  01  REPORT-OUT-RECORD           PIC X(80).
000750  FD  SCARTI-OUT
000760      LABEL RECORDS ARE STANDARD
000770      RECORDING MODE IS F.
000780  01  SCARTI-OUT-RECORD.
000790      05  SC-CHIAVE               PIC X(10).
000800      05  FILLER                  PIC X(02) VALUE SPACES.
000810      05  SC-ESITO                PIC X(01).
000820      05  FILLER                  PIC X(02) VALUE SPACES.
000830      05  SC-MOTIVO               PIC X(30).
000840      05  FILLER                  PIC X(35).
000850  WORKING-STORAGE SECTION.
000860  77  ESI-FS-ESITI                PIC X(02) VALUE SPACES.
000870  77  ESI-FS-STATO                PIC X(02) VALUE SPACES.
000880  77  ESI-FS-REPORT               PIC X(02) VALUE SPACES.
000890  77  ESI-FS-SCARTI               PIC X(02) VALUE SPACES.
000900  77  ESI-REGISTRATI              PIC 9(05) COMP VALUE ZERO.
000910  77  ESI-SCARTATI                PIC 9(05) COMP VALUE ZERO.
000920  77  ESI-IN-ATTESA               PIC 9(05) COMP VALUE ZERO.
000930  77  ESI-ACCETTATE               PIC 9(05) COMP VALUE ZERO.
000940  77  ESI-DA-REINVIARE            PIC 9(05) COMP VALUE ZERO.
000950  77  ESI-DATA-ODIERNA            PIC X(08) VALUE SPACES.
000960  77  ESI-MOTIVO                  PIC X(30) VALUE SPACES.
000970  01  ESI-SWITCHES.
000980      05  ESI-EOF-SW              PIC X(01) VALUE "N".
000990          88  ESI-EOF-ESITI                 VALUE "S".
001000      05  ESI-EOF-STATO-SW        PIC X(01) VALUE "N".
001010          88  ESI-EOF-STATO                 VALUE "S".
001020  01  ESI-RIGA-INTESTAZ-1.
001030      05  FILLER                  PIC X(40)
001040              VALUE "SITUAZIONE INVII FATTURE ELETTRONICHE  ".
001050      05  FILLER                  PIC X(05) VALUE "DATA ".
001060      05  ESI-H-DATA              PIC X(08).
001070      05  FILLER                  PIC X(27) VALUE SPACES.
001080  01  ESI-RIGA-INTESTAZ-2.
001090      05  FILLER                  PIC X(14) VALUE "DOCUMENTO".
001100      05  FILLER                  PIC X(09) VALUE "DATA".
001110      05  FILLER                  PIC X(07) VALUE "CLIENTE".
001120      05  FILLER                  PIC X(06) VALUE "PROGR.".
001130      05  FILLER                  PIC X(04) VALUE "INV".
001140      05  FILLER                  PIC X(15) VALUE "STATO".
001150      05  FILLER                  PIC X(25) VALUE "MOTIVO SCARTO".
001160  01  ESI-RIGA-DETTAGLIO.
001170      05  ESI-D-TIPO              PIC X(02).
001180      05  FILLER                  PIC X(01) VALUE SPACES.
001190      05  ESI-D-NUMERO            PIC ZZZZ9.
001200      05  FILLER                  PIC X(01) VALUE "/".
001210      05  ESI-D-ANNO              PIC 9(04).
001220      05  FILLER                  PIC X(01) VALUE SPACES.
001230      05  ESI-D-DATA              PIC X(08).
001240      05  FILLER                  PIC X(01) VALUE SPACES.
001250      05  ESI-D-CLIENTE           PIC X(05).
001260      05  FILLER                  PIC X(02) VALUE SPACES.
001270      05  ESI-D-PROGRESSIVO       PIC 9(05).
001280      05  FILLER                  PIC X(01) VALUE SPACES.
001290      05  ESI-D-INVII             PIC Z9.
001300      05  FILLER                  PIC X(02) VALUE SPACES.
001310      05  ESI-D-STATO             PIC X(14).
001320      05  FILLER                  PIC X(01) VALUE SPACES.
001330      05  ESI-D-MOTIVO            PIC X(25).
001340  01  ESI-RIGA-TOTALE.
001350      05  FILLER                  PIC X(12) VALUE "IN ATTESA : ".
001360      05  ESI-R-IN-ATTESA         PIC ZZ,ZZ9.
001370      05  FILLER                  PIC X(15)
001380              VALUE "  ACCETTATE : ".
001390      05  ESI-R-ACCETTATE         PIC ZZ,ZZ9.
001400      05  FILLER                  PIC X(18)
001410              VALUE "  DA REINVIARE : ".
001420      05  ESI-R-DA-REINVIARE      PIC ZZ,ZZ9.
001430      05  FILLER                  PIC X(17) VALUE SPACES.
001440*================================================================
001450  PROCEDURE DIVISION.
001460*================================================================
001470  0000-MAINLINE.
001480      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001490      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001500      PERFORM 3000-ELABORA-ESITO THRU 3000-ELABORA-ESITO-EXIT
001510          UNTIL ESI-EOF-ESITI.
001520      PERFORM 5000-SITUAZIONE THRU 5000-SITUAZIONE-EXIT.
001530      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001540      STOP RUN.
001550*----------------------------------------------------------------
001560  1000-INIZIALIZZA.
001570      OPEN INPUT ESITI-IN.
001580      IF ESI-FS-ESITI NOT = "00"
001590          DISPLAY "FAT500 - ERR APERTURA FPAESITI " ESI-FS-ESITI
001600          STOP RUN
001610      END-IF.
001620      OPEN I-O STATO-F.
001630      IF ESI-FS-STATO NOT = "00"
001640          DISPLAY "FAT500 - ERR APERTURA FPASTATO " ESI-FS-STATO
001650          STOP RUN
001660      END-IF.
001670      OPEN OUTPUT REPORT-OUT.
001680      OPEN OUTPUT SCARTI-OUT.
001690      ACCEPT ESI-DATA-ODIERNA FROM DATE YYYYMMDD.
001700  1000-INIZIALIZZA-EXIT.
001710      EXIT.
001720*----------------------------------------------------------------
001730  2000-LETTURA.
001740      READ ESITI-IN
001750          AT END
001760              MOVE "S" TO ESI-EOF-SW
001770      END-READ.
001780  2000-LETTURA-EXIT.
001790      EXIT.
001800*----------------------------------------------------------------
001810* SOLO UN DOCUMENTO INVIATO E IN ATTESA PUO RICEVERE UN ESITO
001820*----------------------------------------------------------------
001830  3000-ELABORA-ESITO.
001840      IF NOT ES-ACCETTATA AND NOT ES-SCARTATA
001850          MOVE "ESITO NON PREVISTO" TO ESI-MOTIVO
001860          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
001870          GO TO 3000-ELABORA-ESITO-PROSEGUI
001880      END-IF.
001890      IF ES-ANNO NOT NUMERIC OR ES-NUMERO NOT NUMERIC
001900       OR (ES-TIPO-DOC NOT = "F" AND ES-TIPO-DOC NOT = "N")
001910          MOVE "RIFERIMENTO DOCUMENTO ERRATO" TO ESI-MOTIVO
001920          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
001930          GO TO 3000-ELABORA-ESITO-PROSEGUI
001940      END-IF.
001950      MOVE ES-TIPO-DOC TO FPS-TIPO-DOC.
001960      MOVE ES-ANNO-N   TO FPS-ANNO.
001970      MOVE ES-NUMERO-N TO FPS-NUMERO.
001980      READ STATO-F
001990          INVALID KEY
002000              MOVE "DOCUMENTO MAI INVIATO" TO ESI-MOTIVO
002010              PERFORM 7100-SCRIVI-SCARTO
002020                  THRU 7100-SCRIVI-SCARTO-EXIT
002030              GO TO 3000-ELABORA-ESITO-PROSEGUI
002040      END-READ.
002050      IF NOT FPS-INVIATA
002060          MOVE "DOCUMENTO NON IN ATTESA ESITO" TO ESI-MOTIVO
002070          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002080          GO TO 3000-ELABORA-ESITO-PROSEGUI
002090      END-IF.
002100      MOVE ES-ESITO TO FPS-STATO.
002110      IF ES-DATA = SPACES
002120          MOVE ESI-DATA-ODIERNA TO FPS-DATA-ESITO
002130      ELSE
002140          MOVE ES-DATA          TO FPS-DATA-ESITO
002150      END-IF.
002160      IF ES-SCARTATA
002170          MOVE ES-MOTIVO TO FPS-MOTIVO
002180      ELSE
002190          MOVE SPACES    TO FPS-MOTIVO
002200      END-IF.
002210      REWRITE FPS-RECORD
002220          INVALID KEY
002230              MOVE "ERRORE RISCRITTURA FPASTATO" TO ESI-MOTIVO
002240              PERFORM 7100-SCRIVI-SCARTO
002250                  THRU 7100-SCRIVI-SCARTO-EXIT
002260              GO TO 3000-ELABORA-ESITO-PROSEGUI
002270      END-REWRITE.
002280      ADD 1 TO ESI-REGISTRATI.
002290  3000-ELABORA-ESITO-PROSEGUI.
002300      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002310  3000-ELABORA-ESITO-EXIT.
002320      EXIT.
002330*----------------------------------------------------------------
002340  5000-SITUAZIONE.
002350      MOVE ESI-DATA-ODIERNA TO ESI-H-DATA.
002360      WRITE REPORT-OUT-RECORD FROM ESI-RIGA-INTESTAZ-1.
002370      WRITE REPORT-OUT-RECORD FROM ESI-RIGA-INTESTAZ-2.
002380      MOVE LOW-VALUES TO FPS-CHIAVE.
002390      START STATO-F KEY IS NOT LESS THAN FPS-CHIAVE
002400          INVALID KEY
002410              MOVE "S" TO ESI-EOF-STATO-SW
002420      END-START.
002430      PERFORM 5100-LEGGI-STATO THRU 5100-LEGGI-STATO-EXIT
002440          UNTIL ESI-EOF-STATO.
002450      MOVE ESI-IN-ATTESA    TO ESI-R-IN-ATTESA.
002460      MOVE ESI-ACCETTATE    TO ESI-R-ACCETTATE.
002470      MOVE ESI-DA-REINVIARE TO ESI-R-DA-REINVIARE.
002480      MOVE SPACES TO REPORT-OUT-RECORD.
002490      WRITE REPORT-OUT-RECORD.
002500      WRITE REPORT-OUT-RECORD FROM ESI-RIGA-TOTALE.
002510  5000-SITUAZIONE-EXIT.
002520      EXIT.
002530*----------------------------------------------------------------
002540  5100-LEGGI-STATO.
002550      READ STATO-F NEXT RECORD
002560          AT END
002570              MOVE "S" TO ESI-EOF-STATO-SW
002580              GO TO 5100-LEGGI-STATO-EXIT
002590      END-READ.
002600      IF FPS-TIPO-DOC = "N"
002610          MOVE "NC" TO ESI-D-TIPO
002620      ELSE
002630          MOVE "FT" TO ESI-D-TIPO
002640      END-IF.
002650      MOVE FPS-NUMERO      TO ESI-D-NUMERO.
002660      MOVE FPS-ANNO        TO ESI-D-ANNO.
002670      MOVE FPS-DATA-DOC    TO ESI-D-DATA.
002680      MOVE FPS-CLIENTE     TO ESI-D-CLIENTE.
002690      MOVE FPS-PROGRESSIVO TO ESI-D-PROGRESSIVO.
002700      MOVE FPS-INVII       TO ESI-D-INVII.
002710      MOVE FPS-MOTIVO      TO ESI-D-MOTIVO.
002720      IF FPS-ACCETTATA
002730          ADD 1 TO ESI-ACCETTATE
002740          MOVE "ACCETTATA"      TO ESI-D-STATO
002750      ELSE
002760          IF FPS-SCARTATA
002770              ADD 1 TO ESI-DA-REINVIARE
002780              MOVE "DA REINVIARE"   TO ESI-D-STATO
002790          ELSE
002800              ADD 1 TO ESI-IN-ATTESA
002810              MOVE "ATTESA ESITO"   TO ESI-D-STATO
002820          END-IF
002830      END-IF.
002840      WRITE REPORT-OUT-RECORD FROM ESI-RIGA-DETTAGLIO.
002850  5100-LEGGI-STATO-EXIT.
002860      EXIT.
002870*----------------------------------------------------------------
002880  7100-SCRIVI-SCARTO.
002890      MOVE SPACES     TO SCARTI-OUT-RECORD.
002900      MOVE ES-CHIAVE  TO SC-CHIAVE.
002910      MOVE ES-ESITO   TO SC-ESITO.
002920      MOVE ESI-MOTIVO TO SC-MOTIVO.
002930      WRITE SCARTI-OUT-RECORD.
002940      ADD 1 TO ESI-SCARTATI.
002950  7100-SCRIVI-SCARTO-EXIT.
002960      EXIT.
002970*----------------------------------------------------------------
002980  8000-FINALIZZA.
002990      CLOSE ESITI-IN.
003000      CLOSE STATO-F.
003010      CLOSE REPORT-OUT.
003020      CLOSE SCARTI-OUT.
003030      DISPLAY "FAT500 - ESITI REGISTRATI  : " ESI-REGISTRATI.
003040      DISPLAY "FAT500 - ESITI SCARTATI    : " ESI-SCARTATI.
003050      DISPLAY "FAT500 - DOCUMENTI IN ATTESA: " ESI-IN-ATTESA.
003060      DISPLAY "FAT500 - DA REINVIARE      : " ESI-DA-REINVIARE.
003070  8000-FINALIZZA-EXIT.
003080      EXIT.
