000220*                     DOPO SUL FILE DI AUDIT IN ACCODAMENTO; LE
000230*                     TRANSAZIONI RIFIUTATE FINISCONO SUL FILE
000240*                     SCARTI CON IL MOTIVO.
000241* 15/10/2026 SR      GIORNI DI PAGAMENTO DEL CLIENTE (SCADENZA
000242*                     DELLE PARTITE APERTE): IN INSERIMENTO SE
000243*                     NON INDICATI VALGONO 30, IN VARIAZIONE SI
000244*                     CAMBIANO SOLO SE PRESENTI; VALORE NON
000245*                     NUMERICO = TRANSAZIONE SCARTATA. IMMAGINI
000246*                     DI AUDIT PORTATE A 60 BYTE COME CLIREC.
000247* 15/10/2026 SR      FIDO DEL CLIENTE: IN INSERIMENTO SE NON
000248*                     INDICATO VALE ZERO (NESSUN CONTROLLO), IN
000249*                     VARIAZIONE SI CAMBIA SOLO SE PRESENTE;
000250*                     VALORE NON NUMERICO = TRANSAZIONE SCARTATA.
000251*                     LA VARIAZIONE FINISCE SULL'AUDIT COME LE
000252*                     ALTRE.
000253* 15/10/2026 SR      DATI FISCALI PER LA FATTURA ELETTRONICA SUL
000254*                     NUOVO MASTER CLIFISC: TRANSAZIONE "F"
000255*                     (PARTITA IVA, CODICE FISCALE, CODICE SDI,
000256*                     PEC) E TRANSAZIONE "S" (INDIRIZZO, COMUNE,
000257*                     PROVINCIA, NAZIONE) SU CLIENTE ESISTENTE; SE
000258*                     IL RECORD FISCALE NON C'E VIENE CREATO,
000259*                     ALTRIMENTI SI CAMBIANO SOLO I CAMPI
000260*                     PRESENTI. IMMAGINI DI AUDIT PORTATE A 160
000261*                     BYTE PER CONTENERE ANCHE IL RECORD FISCALE.
000262*                     LA CANCELLAZIONE DEL CLIENTE NON TOCCA
000263*                     CLIFISC, PERCHE LE SUE FATTURE POSSONO
000264*                     ESSERE ANCORA DA INVIARE.
000265* 15/10/2026 SR      IL NUOVO TRACCIATO DI AUDIT (352 BYTE) VA SUL
000266*                     NUOVO FILE CLIAUDN, CREATO ALLA PRIMA
000267*                     ESECUZIONE; IL VECCHIO CLIAUDIT A 120 BYTE
000268*                     RESTA COME STORICO E NON VIENE PIU SCRITTO.
000269*----------------------------------------------------------------
000270*================================================================
000271  ENVIRONMENT DIVISION.
000280*================================================================
000290  CONFIGURATION SECTION.
000300  SOURCE-COMPUTER.   IBM-370.
000390          ACCESS MODE IS RANDOM
000400          RECORD KEY IS CLI-CHIAVE
000410          FILE STATUS IS MNT-FS-CLIENTI.
000411      SELECT FISCALI-F   ASSIGN TO CLIFISC
000412          ORGANIZATION IS INDEXED
000413          ACCESS MODE IS RANDOM
000414          RECORD KEY IS CFS-CHIAVE
000415          FILE STATUS IS MNT-FS-FISCALI.
000420      SELECT AUDIT-OUT   ASSIGN TO CLIAUDN
000430          ORGANIZATION IS SEQUENTIAL
000440          FILE STATUS IS MNT-FS-AUDIT.
000450      SELECT SCARTI-OUT  ASSIGN TO CLIMSCAR
000590      05  TR-COD-REG              PIC XX.
000600      05  TR-COD-PRO              PIC XX.
000610      05  TR-CAP                  PIC X(05).
000612      05  TR-GG-PAGAMENTO         PIC X(03).
000614      05  TR-GG-PAGAMENTO-N REDEFINES TR-GG-PAGAMENTO
000616                                  PIC 9(03).
000617      05  TR-FIDO                 PIC X(09).
000618      05  TR-FIDO-N REDEFINES TR-FIDO
000619                                  PIC 9(07)V99.
000620      05  FILLER                  PIC X(33).
000621  01  TRANS-FIS-RECORD.
000622      05  TF-TIPO                 PIC X(01).
000623      05  TF-CHIAVE               PIC X(05).
000624      05  TF-PARTITA-IVA          PIC X(11).
000625      05  TF-COD-FISCALE          PIC X(16).
000626      05  TF-COD-SDI              PIC X(07).
000627      05  TF-COD-SDI-R REDEFINES TF-COD-SDI.
000628          10  FILLER              PIC X(06).
000629          10  TF-SDI-ULTIMO       PIC X(01).
000630      05  TF-PEC                  PIC X(40).
000631  01  TRANS-SEDE-RECORD.
000632      05  TS-TIPO                 PIC X(01).
000633      05  TS-CHIAVE               PIC X(05).
000634      05  TS-INDIRIZZO            PIC X(40).
000635      05  TS-COMUNE               PIC X(30).
000636      05  TS-PROVINCIA            PIC X(02).
000637      05  TS-NAZIONE              PIC X(02).
000638  FD  CLIENTI-F
000640      LABEL RECORDS ARE STANDARD.
000650      COPY CLIREC.
000652  FD  FISCALI-F
000654      LABEL RECORDS ARE STANDARD.
000656      COPY CLIFIS.
000660  FD  AUDIT-OUT
000670      LABEL RECORDS ARE STANDARD
000680      RECORDING MODE IS F.
000710      05  AU-ORA                  PIC X(06).
000720      05  AU-TIPO                 PIC X(01).
000730      05  AU-CHIAVE               PIC X(05).
000740      05  AU-PRIMA                PIC X(160).
000750      05  AU-DOPO                 PIC X(160).
000760      05  FILLER                  PIC X(12).
000770  FD  SCARTI-OUT
000780      LABEL RECORDS ARE STANDARD
000880  COPY PROVIN.
000890  77  MNT-FS-TRANS                PIC X(02) VALUE SPACES.
000900  77  MNT-FS-CLIENTI              PIC X(02) VALUE SPACES.
000905  77  MNT-FS-FISCALI              PIC X(02) VALUE SPACES.
000910  77  MNT-FS-AUDIT                PIC X(02) VALUE SPACES.
000920  77  MNT-FS-SCARTI               PIC X(02) VALUE SPACES.
000930  77  MNT-INSERITI                PIC 9(05) COMP VALUE ZERO.
000940  77  MNT-VARIATI                 PIC 9(05) COMP VALUE ZERO.
000950  77  MNT-CANCELLATI              PIC 9(05) COMP VALUE ZERO.
000955  77  MNT-FISCALI                 PIC 9(05) COMP VALUE ZERO.
000960  77  MNT-SCARTATI                PIC 9(05) COMP VALUE ZERO.
000970  77  MNT-PRV-CARICATI            PIC 9(05) COMP VALUE ZERO.
000980  77  MNT-PRV-RC                  PIC X(02) VALUE SPACES.
001040          88  MNT-GEO-VALIDA                VALUE "S".
001050      05  MNT-CAP-SW              PIC X(01) VALUE "N".
001060          88  MNT-CAP-VALIDO                VALUE "S".
001063      05  MNT-FISC-SW             PIC X(01) VALUE "N".
001066          88  MNT-FISCALE-NUOVO             VALUE "S".
001070  01  MNT-REG-PARAMETRI.
001080      05  MNT-REG-FUNZIONE        PIC X(01) VALUE "C".
001090      05  MNT-IN-COD-REG          PIC XX    VALUE SPACES.
001110      05  MNT-OUT-DES-REG         PIC X(20) VALUE SPACES.
001120      05  MNT-OUT-DES-PRO         PIC X(20) VALUE SPACES.
001130      05  MNT-REG-RC              PIC X(02) VALUE SPACES.
001140  01  MNT-PRIMA-IMMAGINE          PIC X(160) VALUE SPACES.
001150*================================================================
001160  PROCEDURE DIVISION.
001170*================================================================
001400          OPEN OUTPUT AUDIT-OUT
001410      END-IF.
001420      IF MNT-FS-AUDIT NOT = "00"
001430          DISPLAY "CLI300 - ERR APERTURA CLIAUDN " MNT-FS-AUDIT
001440          STOP RUN
001450      END-IF.
001451      OPEN I-O FISCALI-F.
001452      IF MNT-FS-FISCALI = "35"
001453          OPEN OUTPUT FISCALI-F
001454          CLOSE FISCALI-F
001455          OPEN I-O FISCALI-F
001456      END-IF.
001457      IF MNT-FS-FISCALI NOT = "00"
001458          DISPLAY "CLI300 - ERR APERTURA CLIFISC " MNT-FS-FISCALI
001459          STOP RUN
001460      END-IF.
001461      OPEN OUTPUT SCARTI-OUT.
001470      ACCEPT MNT-DATA-ODIERNA FROM DATE YYYYMMDD.
001480      PERFORM 1100-CARICA-TABELLE
001490          THRU 1100-CARICA-TABELLE-EXIT.
001900                  PERFORM 3300-CANCELLAZIONE
001910                      THRU 3300-CANCELLAZIONE-EXIT
001920              ELSE
001923                  IF TR-TIPO = "F"
001926                      PERFORM 3600-DATI-FISCALI
001929                          THRU 3600-DATI-FISCALI-EXIT
001932                  ELSE
001935                      IF TR-TIPO = "S"
001938                          PERFORM 3700-SEDE-FISCALE
001941                              THRU 3700-SEDE-FISCALE-EXIT
001944                      ELSE
001947                          MOVE "TIPO TRANSAZIONE NON PREVISTO"
001950                              TO MNT-MOTIVO
001953                          PERFORM 7100-SCRIVI-SCARTO
001956                              THRU 7100-SCRIVI-SCARTO-EXIT
001959                      END-IF
001962                  END-IF
001970              END-IF
001980          END-IF
001990      END-IF.
002170              THRU 7100-SCRIVI-SCARTO-EXIT
002180          GO TO 3100-INSERIMENTO-EXIT
002190      END-IF.
002191      IF TR-GG-PAGAMENTO NOT = SPACES
002192       AND TR-GG-PAGAMENTO NOT NUMERIC
002193          MOVE "GIORNI PAGAMENTO NON NUMERICI" TO MNT-MOTIVO
002194          PERFORM 7100-SCRIVI-SCARTO
002195              THRU 7100-SCRIVI-SCARTO-EXIT
002196          GO TO 3100-INSERIMENTO-EXIT
002197      END-IF.
002198      IF TR-FIDO NOT = SPACES
002199       AND TR-FIDO NOT NUMERIC
002200          MOVE "FIDO NON NUMERICO" TO MNT-MOTIVO
002201          PERFORM 7100-SCRIVI-SCARTO
002202              THRU 7100-SCRIVI-SCARTO-EXIT
002203          GO TO 3100-INSERIMENTO-EXIT
002204      END-IF.
002205      MOVE SPACES     TO CLI-RECORD.
002210      MOVE TR-CHIAVE  TO CLI-CHIAVE.
002220      MOVE TR-NOME    TO CLI-NOME.
002230      MOVE ZERO       TO CLI-SALDO.
002240      MOVE TR-COD-REG TO CLI-COD-REG.
002250      MOVE TR-COD-PRO TO CLI-COD-PRO.
002260      MOVE TR-CAP     TO CLI-CAP.
002261      IF TR-GG-PAGAMENTO = SPACES
002262          MOVE 30                TO CLI-GG-PAGAMENTO
002263      ELSE
002264          MOVE TR-GG-PAGAMENTO-N TO CLI-GG-PAGAMENTO
002265      END-IF.
002266      IF TR-FIDO = SPACES
002267          MOVE ZERO              TO CLI-FIDO
002268      ELSE
002269          MOVE TR-FIDO-N         TO CLI-FIDO
002270      END-IF.
002271      MOVE SPACES     TO MNT-PRIMA-IMMAGINE.
002280      WRITE CLI-RECORD
002290          INVALID KEY
002300              MOVE "CHIAVE GIA PRESENTE A MASTER" TO MNT-MOTIVO
002700              GO TO 3200-VARIAZIONE-EXIT
002710          END-IF
002720      END-IF.
002721      IF TR-GG-PAGAMENTO NOT = SPACES
002722       AND TR-GG-PAGAMENTO NOT NUMERIC
002723          MOVE "GIORNI PAGAMENTO NON NUMERICI" TO MNT-MOTIVO
002724          PERFORM 7100-SCRIVI-SCARTO
002725              THRU 7100-SCRIVI-SCARTO-EXIT
002726          GO TO 3200-VARIAZIONE-EXIT
002727      END-IF.
002728      IF TR-FIDO NOT = SPACES
002729       AND TR-FIDO NOT NUMERIC
002730          MOVE "FIDO NON NUMERICO" TO MNT-MOTIVO
002731          PERFORM 7100-SCRIVI-SCARTO
002732              THRU 7100-SCRIVI-SCARTO-EXIT
002733          GO TO 3200-VARIAZIONE-EXIT
002734      END-IF.
002735      IF TR-NOME NOT = SPACES
002740          MOVE TR-NOME TO CLI-NOME
002750      END-IF.
002760      IF TR-COD-REG NOT = SPACES
002800      IF TR-CAP NOT = SPACES
002810          MOVE TR-CAP TO CLI-CAP
002820      END-IF.
002822      IF TR-GG-PAGAMENTO NOT = SPACES
002824          MOVE TR-GG-PAGAMENTO-N TO CLI-GG-PAGAMENTO
002826      END-IF.
002827      IF TR-FIDO NOT = SPACES
002828          MOVE TR-FIDO-N TO CLI-FIDO
002829      END-IF.
002830      REWRITE CLI-RECORD
002840          INVALID KEY
002850              MOVE "ERRORE RISCRITTURA MASTER" TO MNT-MOTIVO
003580      END-IF.
003590  3500-CERCA-CAP-EXIT.
003600      EXIT.
003601*----------------------------------------------------------------
003602  3600-DATI-FISCALI.
003603      PERFORM 3800-LEGGI-FISCALI THRU 3800-LEGGI-FISCALI-EXIT.
003604      IF MNT-MOTIVO NOT = SPACES
003605          PERFORM 7100-SCRIVI-SCARTO
003606              THRU 7100-SCRIVI-SCARTO-EXIT
003607          GO TO 3600-DATI-FISCALI-EXIT
003608      END-IF.
003609      IF TF-PARTITA-IVA NOT = SPACES
003610       AND TF-PARTITA-IVA NOT NUMERIC
003611          MOVE "PARTITA IVA NON NUMERICA" TO MNT-MOTIVO
003612          PERFORM 7100-SCRIVI-SCARTO
003613              THRU 7100-SCRIVI-SCARTO-EXIT
003614          GO TO 3600-DATI-FISCALI-EXIT
003615      END-IF.
003616      IF TF-COD-SDI NOT = SPACES
003617       AND TF-SDI-ULTIMO = SPACE
003618          MOVE "CODICE SDI DI 7 CARATTERI" TO MNT-MOTIVO
003619          PERFORM 7100-SCRIVI-SCARTO
003620              THRU 7100-SCRIVI-SCARTO-EXIT
003621          GO TO 3600-DATI-FISCALI-EXIT
003622      END-IF.
003623      IF TF-PARTITA-IVA NOT = SPACES
003624          MOVE TF-PARTITA-IVA TO CFS-PARTITA-IVA
003625      END-IF.
003626      IF TF-COD-FISCALE NOT = SPACES
003627          MOVE TF-COD-FISCALE TO CFS-COD-FISCALE
003628      END-IF.
003629      IF TF-COD-SDI NOT = SPACES
003630          MOVE TF-COD-SDI     TO CFS-COD-SDI
003631      END-IF.
003632      IF TF-PEC NOT = SPACES
003633          MOVE TF-PEC         TO CFS-PEC
003634      END-IF.
003635      PERFORM 3900-SALVA-FISCALI THRU 3900-SALVA-FISCALI-EXIT.
003636  3600-DATI-FISCALI-EXIT.
003637      EXIT.
003638*----------------------------------------------------------------
003639  3700-SEDE-FISCALE.
003640      PERFORM 3800-LEGGI-FISCALI THRU 3800-LEGGI-FISCALI-EXIT.
003641      IF MNT-MOTIVO NOT = SPACES
003642          PERFORM 7100-SCRIVI-SCARTO
003643              THRU 7100-SCRIVI-SCARTO-EXIT
003644          GO TO 3700-SEDE-FISCALE-EXIT
003645      END-IF.
003646      IF TS-INDIRIZZO NOT = SPACES
003647          MOVE TS-INDIRIZZO TO CFS-INDIRIZZO
003648      END-IF.
003649      IF TS-COMUNE NOT = SPACES
003650          MOVE TS-COMUNE    TO CFS-COMUNE
003651      END-IF.
003652      IF TS-PROVINCIA NOT = SPACES
003653          MOVE TS-PROVINCIA TO CFS-PROVINCIA
003654      END-IF.
003655      IF TS-NAZIONE NOT = SPACES
003656          MOVE TS-NAZIONE   TO CFS-NAZIONE
003657      END-IF.
003658      PERFORM 3900-SALVA-FISCALI THRU 3900-SALVA-FISCALI-EXIT.
003659  3700-SEDE-FISCALE-EXIT.
003660      EXIT.
003661*----------------------------------------------------------------
003662* IL CLIENTE DEVE ESSERE A MASTER; SE IL RECORD FISCALE MANCA
003663* VIENE PREPARATO VUOTO (NAZIONE ITALIA) PER LA SCRITTURA
003664*----------------------------------------------------------------
003665  3800-LEGGI-FISCALI.
003666      MOVE SPACES    TO MNT-MOTIVO.
003667      MOVE "N"       TO MNT-FISC-SW.
003668      MOVE TR-CHIAVE TO CLI-CHIAVE.
003669      READ CLIENTI-F
003670          INVALID KEY
003671              MOVE "CLIENTE SCONOSCIUTO" TO MNT-MOTIVO
003672              GO TO 3800-LEGGI-FISCALI-EXIT
003673      END-READ.
003674      MOVE TR-CHIAVE TO CFS-CHIAVE.
003675      READ FISCALI-F
003676          INVALID KEY
003677              MOVE "S" TO MNT-FISC-SW
003678      END-READ.
003679      IF MNT-FISCALE-NUOVO
003680          MOVE SPACES    TO CFS-RECORD
003681          MOVE TR-CHIAVE TO CFS-CHIAVE
003682          MOVE "IT"      TO CFS-NAZIONE
003683          MOVE SPACES    TO MNT-PRIMA-IMMAGINE
003684      ELSE
003685          MOVE CFS-RECORD TO MNT-PRIMA-IMMAGINE
003686      END-IF.
003687  3800-LEGGI-FISCALI-EXIT.
003688      EXIT.
003689*----------------------------------------------------------------
003690  3900-SALVA-FISCALI.
003691      IF MNT-FISCALE-NUOVO
003692          WRITE CFS-RECORD
003693              INVALID KEY
003694                  MOVE "ERRORE SCRITTURA CLIFISC" TO MNT-MOTIVO
003695          END-WRITE
003696      ELSE
003697          REWRITE CFS-RECORD
003698              INVALID KEY
003699                  MOVE "ERRORE RISCRITTURA CLIFISC" TO MNT-MOTIVO
003700          END-REWRITE
003701      END-IF.
003702      IF MNT-MOTIVO NOT = SPACES
003703          PERFORM 7100-SCRIVI-SCARTO
003704              THRU 7100-SCRIVI-SCARTO-EXIT
003705          GO TO 3900-SALVA-FISCALI-EXIT
003706      END-IF.
003707      ADD 1 TO MNT-FISCALI.
003708      PERFORM 7050-SCRIVI-AUDIT-FISCALE
003709          THRU 7050-SCRIVI-AUDIT-FISCALE-EXIT.
003710  3900-SALVA-FISCALI-EXIT.
003711      EXIT.
003712*----------------------------------------------------------------
003713  7000-SCRIVI-AUDIT.
003714      MOVE SPACES             TO AUDIT-OUT-RECORD.
003715      MOVE MNT-DATA-ODIERNA   TO AU-DATA.
003716      ACCEPT AU-ORA FROM TIME.
003717      MOVE TR-TIPO            TO AU-TIPO.
003718      MOVE TR-CHIAVE          TO AU-CHIAVE.
003719      MOVE MNT-PRIMA-IMMAGINE TO AU-PRIMA.
003720      MOVE CLI-RECORD         TO AU-DOPO.
003721      WRITE AUDIT-OUT-RECORD.
003722  7000-SCRIVI-AUDIT-EXIT.
003723      EXIT.
003724*----------------------------------------------------------------
003725  7050-SCRIVI-AUDIT-FISCALE.
003726      MOVE SPACES             TO AUDIT-OUT-RECORD.
003727      MOVE MNT-DATA-ODIERNA   TO AU-DATA.
003728      ACCEPT AU-ORA FROM TIME.
003729      MOVE TR-TIPO            TO AU-TIPO.
003730      MOVE TR-CHIAVE          TO AU-CHIAVE.
003731      MOVE MNT-PRIMA-IMMAGINE TO AU-PRIMA.
003732      MOVE CFS-RECORD         TO AU-DOPO.
003733      WRITE AUDIT-OUT-RECORD.
003734  7050-SCRIVI-AUDIT-FISCALE-EXIT.
003735      EXIT.
003736*----------------------------------------------------------------
003740  7100-SCRIVI-SCARTO.
003742      MOVE SPACES    TO SCARTI-OUT-RECORD.
003750      MOVE TR-TIPO   TO SC-TIPO.
003820  8000-FINALIZZA.
003830      CLOSE TRANS-IN.
003840      CLOSE CLIENTI-F.
003845      CLOSE FISCALI-F.
003850      CLOSE AUDIT-OUT.
003860      CLOSE SCARTI-OUT.
003870      DISPLAY "CLI300 - CLIENTI INSERITI  : " MNT-INSERITI.
003880      DISPLAY "CLI300 - CLIENTI VARIATI   : " MNT-VARIATI.
003890      DISPLAY "CLI300 - CLIENTI CANCELLATI: " MNT-CANCELLATI.
003895      DISPLAY "CLI300 - DATI FISCALI AGG. : " MNT-FISCALI.
003900      DISPLAY "CLI300 - TRANSAZIONI SCARTATE: " MNT-SCARTATI.
003910  8000-FINALIZZA-EXIT.
003920      EXIT.
