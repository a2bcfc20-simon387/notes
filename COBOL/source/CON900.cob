000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CON900.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - FATTURAZIONE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - CARICAMENTO E MANUTENZIONE
000130*                     DEL MASTER INDEXED CONDIZIONI DI PREZZO
000140*                     (CONDPRZ, TRACCIATO PRZCND) DA FLUSSO
000150*                     SEQUENZIALE CONDIN, SUL MODELLO DI ART900:
000160*                     APERTURA I-O (OUTPUT SOLO ALLA PRIMISSIMA
000170*                     CREAZIONE), CONDIZIONE NUOVA IN WRITE E GIA
000180*                     A MASTER IN REWRITE; AZIONE "D" CANCELLA.
000190*                     CONTROLLI: CLIENTE A MASTER CLIENTI,
000200*                     ARTICOLO IN ARTANA O CLASSE SCONTO NUMERICA,
000210*                     DATE DI VALIDITA NUMERICHE E IN SEQUENZA,
000220*                     MODO "N" O "P", SCAGLIONI NUMERICI CON
000230*                     QUANTITA MINIME CRESCENTI. I RECORD
000240*                     RIFIUTATI VANNO SUL FILE SCARTI CONSCAR.
000250*----------------------------------------------------------------
000260*================================================================
000270  ENVIRONMENT DIVISION.
000280*================================================================
000290  CONFIGURATION SECTION.
000300  SOURCE-COMPUTER.   IBM-370.
000310  OBJECT-COMPUTER.   IBM-370.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT CONDIZ-IN   ASSIGN TO CONDIN
000350          ORGANIZATION IS SEQUENTIAL
000360          FILE STATUS IS CND-FS-IN.
000370      SELECT CONDIZ-MST  ASSIGN TO CONDPRZ
000380          ORGANIZATION IS INDEXED
000390          ACCESS MODE IS RANDOM
000400          RECORD KEY IS PCN-CHIAVE
000410          FILE STATUS IS CND-FS-MST.
000420      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000430          ORGANIZATION IS INDEXED
000440          ACCESS MODE IS RANDOM
000450          RECORD KEY IS CLI-CHIAVE
000460          FILE STATUS IS CND-FS-CLIENTI.
000470      SELECT ARTANA-MST  ASSIGN TO ARTANA
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS RANDOM
000500          RECORD KEY IS ART-ANA-COD
000510          FILE STATUS IS CND-FS-ARTANA.
000520      SELECT SCARTI-OUT  ASSIGN TO CONSCAR
000530          ORGANIZATION IS SEQUENTIAL
000540          FILE STATUS IS CND-FS-SCARTI.
000550*================================================================
000560  DATA DIVISION.
000570*================================================================
000580  FILE SECTION.
000590  FD  CONDIZ-IN
000600      LABEL RECORDS ARE STANDARD
000610      RECORDING MODE IS F.
000620  01  CONDIZ-IN-RECORD.
000630      05  CI-AZIONE               PIC X(01).
000640      05  CI-CLIENTE              PIC X(05).
000650      05  CI-TIPO                 PIC X(01).
000660      05  CI-CODICE               PIC X(07).
000670      05  CI-CLASSE REDEFINES CI-CODICE.
000680          10  CI-CLASSE-SC        PIC X(02).
000690          10  FILLER              PIC X(05).
000700      05  CI-DATA-INIZIO          PIC X(08).
000710      05  CI-DATA-FINE            PIC X(08).
000720      05  CI-MODO                 PIC X(01).
000730      05  CI-DESCRIZIONE          PIC X(20).
000740      05  CI-SCAGLIONE OCCURS 4 TIMES.
000750          10  CI-QTA-MINIMA       PIC X(05).
000760          10  CI-QTA-MINIMA-N REDEFINES CI-QTA-MINIMA
000770                                  PIC 9(05).
000780          10  CI-PREZZO           PIC X(06).
000790          10  CI-PREZZO-N REDEFINES CI-PREZZO
000800                                  PIC 9(06).
000810          10  CI-SCONTO           PIC X(04).
000820          10  CI-SCONTO-N REDEFINES CI-SCONTO
000830                                  PIC 9(02)V99.
000840      05  FILLER                  PIC X(09).
000850  FD  CONDIZ-MST
000860      LABEL RECORDS ARE STANDARD.
000870      COPY PRZCND.
000880  FD  CLIENTI-F
000890      LABEL RECORDS ARE STANDARD.
000900      COPY CLIREC.
000910  FD  ARTANA-MST
000920      LABEL RECORDS ARE STANDARD.
000930      COPY ARTREC.
000940  FD  SCARTI-OUT
000950      LABEL RECORDS ARE STANDARD
000960      RECORDING MODE IS F.
000970  01  SCARTI-OUT-RECORD.
000980      05  SC-AZIONE               PIC X(01).
000990      05  FILLER                  PIC X(02) VALUE SPACES.
001000      05  SC-CLIENTE              PIC X(05).
001010      05  FILLER                  PIC X(02) VALUE SPACES.
001020      05  SC-TIPO                 PIC X(01).
001030      05  FILLER                  PIC X(02) VALUE SPACES.
001040      05  SC-CODICE               PIC X(07).
001050      05  FILLER                  PIC X(02) VALUE SPACES.
001060      05  SC-DATA-INIZIO          PIC X(08).
001070      05  FILLER                  PIC X(02) VALUE SPACES.
001080      05  SC-MOTIVO               PIC X(30).
001090      05  FILLER                  PIC X(18).
001100  WORKING-STORAGE SECTION.
001110  77  CND-FS-IN                   PIC X(02) VALUE SPACES.
001120  77  CND-FS-MST                  PIC X(02) VALUE SPACES.
001130  77  CND-FS-CLIENTI              PIC X(02) VALUE SPACES.
001140  77  CND-FS-ARTANA               PIC X(02) VALUE SPACES.
001150  77  CND-FS-SCARTI               PIC X(02) VALUE SPACES.
001160  77  CND-LETTI                   PIC 9(07) COMP VALUE ZERO.
001170  77  CND-INSERITI                PIC 9(07) COMP VALUE ZERO.
001180  77  CND-AGGIORNATI              PIC 9(07) COMP VALUE ZERO.
001190  77  CND-CANCELLATI              PIC 9(07) COMP VALUE ZERO.
001200  77  CND-SCARTATI                PIC 9(07) COMP VALUE ZERO.
001210  77  CND-S                       PIC 9(01) COMP VALUE ZERO.
001220  77  CND-QTA-PREC                PIC 9(05) VALUE ZERO.
001230  77  CND-MOTIVO                  PIC X(30) VALUE SPACES.
001240  01  CND-SWITCHES.
001250      05  CND-EOF-SW              PIC X(01) VALUE "N".
001260          88  CND-EOF-IN                    VALUE "S".
001270      05  CND-ERRORE-SW           PIC X(01) VALUE "N".
001280          88  CND-RECORD-ERRATO             VALUE "S".
001290*================================================================
001300  PROCEDURE DIVISION.
001310*================================================================
001320  0000-MAINLINE.
001330      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001340      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001350      PERFORM 3000-CARICA-CONDIZIONE
001360          THRU 3000-CARICA-CONDIZIONE-EXIT
001370          UNTIL CND-EOF-IN.
001380      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001390      STOP RUN.
001400*----------------------------------------------------------------
001410  1000-INIZIALIZZA.
001420      OPEN INPUT CONDIZ-IN.
001430      IF CND-FS-IN NOT = "00"
001440          DISPLAY "CON900 - ERR APERTURA CONDIN " CND-FS-IN
001450          STOP RUN
001460      END-IF.
001470      OPEN I-O CONDIZ-MST.
001480      IF CND-FS-MST = "35"
001490          OPEN OUTPUT CONDIZ-MST
001493          CLOSE CONDIZ-MST
001496          OPEN I-O CONDIZ-MST
001500      END-IF.
001510      IF CND-FS-MST NOT = "00"
001520          DISPLAY "CON900 - ERR APERTURA CONDPRZ " CND-FS-MST
001530          STOP RUN
001540      END-IF.
001550      OPEN INPUT CLIENTI-F.
001560      IF CND-FS-CLIENTI NOT = "00"
001570          DISPLAY "CON900 - ERR APERTURA CLIENTI " CND-FS-CLIENTI
001580          STOP RUN
001590      END-IF.
001600      OPEN INPUT ARTANA-MST.
001610      IF CND-FS-ARTANA NOT = "00"
001620          DISPLAY "CON900 - ERR APERTURA ARTANA " CND-FS-ARTANA
001630          STOP RUN
001640      END-IF.
001650      OPEN OUTPUT SCARTI-OUT.
001660  1000-INIZIALIZZA-EXIT.
001670      EXIT.
001680*----------------------------------------------------------------
001690  2000-LETTURA.
001700      READ CONDIZ-IN
001710          AT END
001720              MOVE "S" TO CND-EOF-SW
001730      END-READ.
001740  2000-LETTURA-EXIT.
001750      EXIT.
001760*----------------------------------------------------------------
001770  3000-CARICA-CONDIZIONE.
001780      ADD 1 TO CND-LETTI.
001790      IF CI-AZIONE NOT = "I" AND CI-AZIONE NOT = "D"
001800          MOVE "AZIONE NON PREVISTA" TO CND-MOTIVO
001810          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
001820          GO TO 3000-CARICA-CONDIZIONE-PROSEGUI
001830      END-IF.
001840      IF CI-TIPO NOT = "A" AND CI-TIPO NOT = "C"
001850          MOVE "TIPO CONDIZIONE NON PREVISTO" TO CND-MOTIVO
001860          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
001870          GO TO 3000-CARICA-CONDIZIONE-PROSEGUI
001880      END-IF.
001890      IF CI-DATA-INIZIO NOT NUMERIC
001900          MOVE "DATA INIZIO NON NUMERICA" TO CND-MOTIVO
001910          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
001920          GO TO 3000-CARICA-CONDIZIONE-PROSEGUI
001930      END-IF.
001940      MOVE SPACES         TO PCN-RECORD.
001950      MOVE CI-CLIENTE     TO PCN-CLIENTE.
001960      MOVE CI-TIPO        TO PCN-TIPO.
001970      IF CI-TIPO = "C"
001980          MOVE CI-CLASSE-SC TO PCN-CODICE
001990      ELSE
002000          MOVE CI-CODICE    TO PCN-CODICE
002010      END-IF.
002020      MOVE CI-DATA-INIZIO TO PCN-DATA-INIZIO.
002030      IF CI-AZIONE = "D"
002040          PERFORM 3400-CANCELLA-CONDIZIONE
002050              THRU 3400-CANCELLA-CONDIZIONE-EXIT
002060          GO TO 3000-CARICA-CONDIZIONE-PROSEGUI
002070      END-IF.
002080      PERFORM 3500-CONTROLLA-CONDIZIONE
002090          THRU 3500-CONTROLLA-CONDIZIONE-EXIT.
002100      IF CND-RECORD-ERRATO
002110          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002120          GO TO 3000-CARICA-CONDIZIONE-PROSEGUI
002130      END-IF.
002140      READ CONDIZ-MST
002150          INVALID KEY
002160              PERFORM 3100-INSERISCI-CONDIZIONE
002170                  THRU 3100-INSERISCI-CONDIZIONE-EXIT
002180          NOT INVALID KEY
002190              PERFORM 3200-AGGIORNA-CONDIZIONE
002200                  THRU 3200-AGGIORNA-CONDIZIONE-EXIT
002210      END-READ.
002220  3000-CARICA-CONDIZIONE-PROSEGUI.
002230      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002240  3000-CARICA-CONDIZIONE-EXIT.
002250      EXIT.
002260*----------------------------------------------------------------
002270  3100-INSERISCI-CONDIZIONE.
002280      PERFORM 3300-VALORIZZA-CAMPI
002290          THRU 3300-VALORIZZA-CAMPI-EXIT.
002300      WRITE PCN-RECORD
002310          INVALID KEY
002320              DISPLAY "CON900 - ERRORE INSERIMENTO " PCN-CHIAVE
002330              ADD 1 TO CND-SCARTATI
002340          NOT INVALID KEY
002350              ADD 1 TO CND-INSERITI
002360      END-WRITE.
002370  3100-INSERISCI-CONDIZIONE-EXIT.
002380      EXIT.
002390*----------------------------------------------------------------
002400  3200-AGGIORNA-CONDIZIONE.
002410      PERFORM 3300-VALORIZZA-CAMPI
002420          THRU 3300-VALORIZZA-CAMPI-EXIT.
002430      REWRITE PCN-RECORD
002440          INVALID KEY
002450              DISPLAY "CON900 - ERRORE AGGIORNAMENTO " PCN-CHIAVE
002460              ADD 1 TO CND-SCARTATI
002470          NOT INVALID KEY
002480              ADD 1 TO CND-AGGIORNATI
002490      END-REWRITE.
002500  3200-AGGIORNA-CONDIZIONE-EXIT.
002510      EXIT.
002520*----------------------------------------------------------------
002530  3300-VALORIZZA-CAMPI.
002540      MOVE CI-DATA-FINE   TO PCN-DATA-FINE.
002550      MOVE CI-MODO        TO PCN-MODO.
002560      MOVE CI-DESCRIZIONE TO PCN-DESCRIZIONE.
002570      PERFORM 3350-VALORIZZA-SCAGLIONE
002580          THRU 3350-VALORIZZA-SCAGLIONE-EXIT
002590          VARYING CND-S FROM 1 BY 1
002600          UNTIL CND-S > 4.
002610  3300-VALORIZZA-CAMPI-EXIT.
002620      EXIT.
002630*----------------------------------------------------------------
002640  3350-VALORIZZA-SCAGLIONE.
002650      IF CI-SCAGLIONE(CND-S) = SPACES
002660          MOVE ZERO TO PCN-QTA-MINIMA(CND-S) PCN-PREZZO(CND-S)
002670                       PCN-SCONTO(CND-S)
002680      ELSE
002690          MOVE CI-QTA-MINIMA-N(CND-S) TO PCN-QTA-MINIMA(CND-S)
002700          MOVE CI-PREZZO-N(CND-S)     TO PCN-PREZZO(CND-S)
002710          MOVE CI-SCONTO-N(CND-S)     TO PCN-SCONTO(CND-S)
002720      END-IF.
002730  3350-VALORIZZA-SCAGLIONE-EXIT.
002740      EXIT.
002750*----------------------------------------------------------------
002760  3400-CANCELLA-CONDIZIONE.
002770      DELETE CONDIZ-MST
002780          INVALID KEY
002790              MOVE "CONDIZIONE NON A MASTER" TO CND-MOTIVO
002800              PERFORM 7100-SCRIVI-SCARTO
002810                  THRU 7100-SCRIVI-SCARTO-EXIT
002820          NOT INVALID KEY
002830              ADD 1 TO CND-CANCELLATI
002840      END-DELETE.
002850  3400-CANCELLA-CONDIZIONE-EXIT.
002860      EXIT.
002870*----------------------------------------------------------------
002880  3500-CONTROLLA-CONDIZIONE.
002890      MOVE "N" TO CND-ERRORE-SW.
002900      MOVE CI-CLIENTE TO CLI-CHIAVE.
002910      READ CLIENTI-F
002920          INVALID KEY
002930              MOVE "CLIENTE NON A MASTER" TO CND-MOTIVO
002940              MOVE "S" TO CND-ERRORE-SW
002950              GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
002960      END-READ.
002970      IF CI-TIPO = "A"
002980          MOVE CI-CODICE TO ART-ANA-COD
002990          READ ARTANA-MST
003000              INVALID KEY
003010                  MOVE "ARTICOLO NON IN ANAGRAFICA" TO CND-MOTIVO
003020                  MOVE "S" TO CND-ERRORE-SW
003030                  GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003040          END-READ
003050      ELSE
003060          IF CI-CLASSE-SC NOT NUMERIC
003070              MOVE "CLASSE SCONTO NON NUMERICA" TO CND-MOTIVO
003080              MOVE "S" TO CND-ERRORE-SW
003090              GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003100          END-IF
003110      END-IF.
003120      IF CI-DATA-FINE NOT NUMERIC
003130          MOVE "DATA FINE NON NUMERICA" TO CND-MOTIVO
003140          MOVE "S" TO CND-ERRORE-SW
003150          GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003160      END-IF.
003170      IF CI-DATA-FINE < CI-DATA-INIZIO
003180          MOVE "DATA FINE PRIMA DELL'INIZIO" TO CND-MOTIVO
003190          MOVE "S" TO CND-ERRORE-SW
003200          GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003210      END-IF.
003220      IF CI-MODO NOT = "N" AND CI-MODO NOT = "P"
003230          MOVE "MODO NON PREVISTO (N/P)" TO CND-MOTIVO
003240          MOVE "S" TO CND-ERRORE-SW
003250          GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003260      END-IF.
003270      IF CI-SCAGLIONE(1) = SPACES
003280          MOVE "PRIMO SCAGLIONE MANCANTE" TO CND-MOTIVO
003290          MOVE "S" TO CND-ERRORE-SW
003300          GO TO 3500-CONTROLLA-CONDIZIONE-EXIT
003310      END-IF.
003320      MOVE ZERO TO CND-QTA-PREC.
003330      PERFORM 3550-CONTROLLA-SCAGLIONE
003340          THRU 3550-CONTROLLA-SCAGLIONE-EXIT
003350          VARYING CND-S FROM 1 BY 1
003360          UNTIL CND-S > 4
003370             OR CND-RECORD-ERRATO.
003380  3500-CONTROLLA-CONDIZIONE-EXIT.
003390      EXIT.
003400*----------------------------------------------------------------
003410  3550-CONTROLLA-SCAGLIONE.
003420      IF CI-SCAGLIONE(CND-S) = SPACES
003430          GO TO 3550-CONTROLLA-SCAGLIONE-EXIT
003440      END-IF.
003450      IF CI-QTA-MINIMA(CND-S) NOT NUMERIC
003460       OR CI-PREZZO(CND-S) NOT NUMERIC
003470       OR CI-SCONTO(CND-S) NOT NUMERIC
003480          MOVE "SCAGLIONE NON NUMERICO" TO CND-MOTIVO
003490          MOVE "S" TO CND-ERRORE-SW
003500          GO TO 3550-CONTROLLA-SCAGLIONE-EXIT
003510      END-IF.
003520      IF CND-S > 1
003530       AND CI-QTA-MINIMA-N(CND-S) NOT > CND-QTA-PREC
003540          MOVE "SCAGLIONI NON CRESCENTI" TO CND-MOTIVO
003550          MOVE "S" TO CND-ERRORE-SW
003560          GO TO 3550-CONTROLLA-SCAGLIONE-EXIT
003570      END-IF.
003580      IF CI-MODO = "N" AND CI-PREZZO-N(CND-S) = ZERO
003590          MOVE "PREZZO NETTO A ZERO" TO CND-MOTIVO
003600          MOVE "S" TO CND-ERRORE-SW
003610          GO TO 3550-CONTROLLA-SCAGLIONE-EXIT
003620      END-IF.
003630      MOVE CI-QTA-MINIMA-N(CND-S) TO CND-QTA-PREC.
003640  3550-CONTROLLA-SCAGLIONE-EXIT.
003650      EXIT.
003660*----------------------------------------------------------------
003670  7100-SCRIVI-SCARTO.
003680      MOVE SPACES         TO SCARTI-OUT-RECORD.
003690      MOVE CI-AZIONE      TO SC-AZIONE.
003700      MOVE CI-CLIENTE     TO SC-CLIENTE.
003710      MOVE CI-TIPO        TO SC-TIPO.
003720      MOVE CI-CODICE      TO SC-CODICE.
003730      MOVE CI-DATA-INIZIO TO SC-DATA-INIZIO.
003740      MOVE CND-MOTIVO     TO SC-MOTIVO.
003750      WRITE SCARTI-OUT-RECORD.
003760      ADD 1 TO CND-SCARTATI.
003770  7100-SCRIVI-SCARTO-EXIT.
003780      EXIT.
003790*----------------------------------------------------------------
003800  8000-FINALIZZA.
003810      CLOSE CONDIZ-IN.
003820      CLOSE CONDIZ-MST.
003830      CLOSE CLIENTI-F.
003840      CLOSE ARTANA-MST.
003850      CLOSE SCARTI-OUT.
003860      DISPLAY "CON900 - RECORD LETTI     : " CND-LETTI.
003870      DISPLAY "CON900 - CONDIZIONI INSERITE: " CND-INSERITI.
003880      DISPLAY "CON900 - CONDIZIONI AGGIORNATE: " CND-AGGIORNATI.
003890      DISPLAY "CON900 - CONDIZIONI CANCELLATE: " CND-CANCELLATI.
003900      DISPLAY "CON900 - RECORD SCARTATI  : " CND-SCARTATI.
003910  8000-FINALIZZA-EXIT.
003920      EXIT.
