000199*                     TRACCIATO MOVARC) COSI GLI ESTRATTI CONTO
000201*                     MENSILI (CLI400) POSSONO RICOSTRUIRE LA
000202*                     STORIA DEL SALDO SENZA I TABULATI CARTACEI.
000203* 15/10/2026 SR      PARTITE APERTE: OGNI MOVIMENTO "F" APRE LA
000204*                     PARTITA DELLA FATTURA (ANNO/NUMERO DAL
000205*                     MOVIMENTO, SCADENZA = DATA DOCUMENTO PIU I
000206*                     GIORNI DI PAGAMENTO DEL CLIENTE) SUL MASTER
000207*                     INDEXED PARTITE; UNA FATTURA GIA APERTA
000208*                     VIENE SCARTATA SENZA TOCCARE IL SALDO. GLI
000209*                     INCASSI "P" E LE NOTE "N" CHIUDONO PRIMA LA
000210*                     PARTITA INDICATA NEL RIFERIMENTO, POI LE PIU
000211*                     VECCHIE; L'ECCEDENZA RESTA COME ACCONTO DEL
000212*                     CLIENTE E VIENE COMPENSATA ALLA PROSSIMA
000213*                     FATTURA. OGNI ABBINAMENTO SCRIVE UNA RIGA DI
000214*                     DETTAGLIO SUL GIORNALE.
000215* 15/10/2026 SR      CONTABILITA GENERALE: OGNI INCASSO "P"
000216*                     APPLICATO GENERA SUL GIORNALE CONTABILE
000217*                     GIOCONT (TRACCIATO GIOMOV) LA REGISTRAZIONE
000218*                     DARE BANCA / AVERE CREDITI VERSO CLIENTI,
000219*                     OGNI NOTA "N" APPLICATA LA REGISTRAZIONE
000220*                     DARE CLIENTI C/NOTE CREDITO DA APPLICARE /
000221*                     AVERE CREDITI VERSO CLIENTI. LE FATTURE "F"
000222*                     SONO GIA REGISTRATE DA FAT200 SUL DOCUMENTO.
000223* 15/10/2026 SR      CONTROLLO DEL LOTTO: IL FILE MOVIMENTI DEVE
000224*                     INIZIARE CON LA TESTATA E FINIRE CON LA CODA
000225*                     DEL LOTTO (TRACCIATO MOVLOT, SCRITTE DA
000226*                     FAT200, BNK100 E CLI250). PRIMA DI APPLICARE
000227*                     QUALSIASI MOVIMENTO IL FILE VIENE LETTO PER
000228*                     INTERO E IL NUMERO DEI MOVIMENTI E IL TOTALE
000229*                     IMPORTI CONFRONTATI CON LA CODA; POI L'ID
000230*                     LOTTO VIENE CERCATO SUL REGISTRO INDEXED
000231*                     MOVLOTTI (TRACCIATO LOTREG). UN FILE SENZA
000232*                     TESTATA O CODA, CON CODA NON QUADRATA O CON
000233*                     UN LOTTO GIA CONTABILIZZATO VIENE RIFIUTATO
000234*                     PER INTERO CON CONDITION CODE 8. IL LOTTO
000235*                     ACCETTATO E REGISTRATO "IN CORSO" PRIMA DEL
000236*                     PRIMO MOVIMENTO E "CONTABILIZZATO" A FINE
000237*                     ELABORAZIONE, CON APPLICATI E SCARTATI.
000238*----------------------------------------------------------------
000239*================================================================
000240  ENVIRONMENT DIVISION.
000241*================================================================
000242  CONFIGURATION SECTION.
000250  SOURCE-COMPUTER.   IBM-370.
000260  OBJECT-COMPUTER.   IBM-370.
000270  INPUT-OUTPUT SECTION.
000402      SELECT ARCHIV-OUT  ASSIGN TO MOVARCH
000404          ORGANIZATION IS SEQUENTIAL
000406          FILE STATUS IS MOV-FS-ARCHIV.
000407      SELECT PARTITE-F   ASSIGN TO PARTITE
000408          ORGANIZATION IS INDEXED
000409          ACCESS MODE IS DYNAMIC
000410          RECORD KEY IS PAR-CHIAVE
000411          FILE STATUS IS MOV-FS-PARTITE.
000412      SELECT GIORNALE-OUT ASSIGN TO GIOCONT
000413          ORGANIZATION IS SEQUENTIAL
000414          FILE STATUS IS MOV-FS-GIORNALE.
000415      SELECT LOTTI-F     ASSIGN TO MOVLOTTI
000416          ORGANIZATION IS INDEXED
000417          ACCESS MODE IS RANDOM
000418          RECORD KEY IS LTR-CHIAVE
000419          FILE STATUS IS MOV-FS-LOTTI.
000420*================================================================
000421  DATA DIVISION.
000430*================================================================
000440  FILE SECTION.
000450  FD  MOVIM-IN
000520      05  MI-IMPORTO-N REDEFINES MI-IMPORTO
000530                                  PIC 9(07)V99.
000540      05  MI-DATA-VALUTA          PIC X(08).
000541      05  MI-RIF-ANNO             PIC X(04).
000542      05  MI-RIF-ANNO-N REDEFINES MI-RIF-ANNO
000543                                  PIC 9(04).
000544      05  MI-RIF-NUMERO           PIC X(05).
000545      05  MI-RIF-NUMERO-N REDEFINES MI-RIF-NUMERO
000546                                  PIC 9(05).
000550      05  FILLER                  PIC X(48).
000555      COPY MOVLOT.
000560  FD  CLIENTI-F
000570      LABEL RECORDS ARE STANDARD.
000580      COPY CLIREC.
000764      LABEL RECORDS ARE STANDARD
000766      RECORDING MODE IS F.
000768      COPY MOVARC.
000769  FD  PARTITE-F
000770      LABEL RECORDS ARE STANDARD.
000771      COPY PARREC.
000772  FD  GIORNALE-OUT
000773      LABEL RECORDS ARE STANDARD
000774      RECORDING MODE IS F.
000775      COPY GIOMOV.
000776  FD  LOTTI-F
000777      LABEL RECORDS ARE STANDARD.
000778      COPY LOTREG.
000779  WORKING-STORAGE SECTION.
000780  77  MOV-FS-MOVIM                 PIC X(02) VALUE SPACES.
000790  77  MOV-FS-CLIENTI               PIC X(02) VALUE SPACES.
000800  77  MOV-FS-REGISTRO              PIC X(02) VALUE SPACES.
000830  77  MOV-APPLICATI                PIC 9(05) COMP VALUE ZERO.
000840  77  MOV-SCARTATI                 PIC 9(05) COMP VALUE ZERO.
000850  77  MOV-SALDO-PREC               PIC S9(7)V99 VALUE ZERO.
000851  77  MOV-FS-PARTITE               PIC X(02) VALUE SPACES.
000852  77  MOV-PARTITE-APERTE           PIC 9(05) COMP VALUE ZERO.
000853  77  MOV-PARTITE-CHIUSE           PIC 9(05) COMP VALUE ZERO.
000854  77  MOV-DA-ABBINARE              PIC S9(7)V99 VALUE ZERO.
000855  77  MOV-QUOTA                    PIC S9(7)V99 VALUE ZERO.
000856  77  MOV-GG-PAGAMENTO             PIC 9(03) VALUE ZERO.
000857  77  MOV-GG-MESE                  PIC 9(02) VALUE ZERO.
000858  77  MOV-SCA-GIORNI               PIC 9(04) COMP VALUE ZERO.
000859  77  MOV-QUOZIENTE                PIC 9(04) COMP VALUE ZERO.
000860  77  MOV-RESTO                    PIC 9(04) COMP VALUE ZERO.
000861  77  MOV-FS-GIORNALE              PIC X(02) VALUE SPACES.
000862  77  MOV-GIO-REG                  PIC 9(05) COMP VALUE ZERO.
000863  77  MOV-GIO-RIGHE                PIC 9(05) COMP VALUE ZERO.
000864  77  MOV-FS-LOTTI                 PIC X(02) VALUE SPACES.
000865  77  MOV-LT-RECORD                PIC 9(07) VALUE ZERO.
000866  77  MOV-LT-TOTALE                PIC 9(11)V99 VALUE ZERO.
000867  77  MOV-LT-MOTIVO                PIC X(40) VALUE SPACES.
000868  01  MOV-SWITCHES.
000870      05  MOV-EOF-MOVIM-SW         PIC X(01) VALUE "N".
000880          88  MOV-EOF-MOVIM                  VALUE "S".
000922      05  MOV-OVERFLOW-SW          PIC X(01) VALUE "N".
000924          88  MOV-SALDO-IN-OVERFLOW          VALUE "S".
000928      05  MOV-FINE-PAR-SW          PIC X(01) VALUE "N".
000932          88  MOV-FINE-PARTITE               VALUE "S".
000936      05  MOV-PAR-ERR-SW           PIC X(01) VALUE "N".
000940          88  MOV-PARTITA-IN-ERRORE          VALUE "S".
000941      05  MOV-CODA-SW              PIC X(01) VALUE "N".
000942          88  MOV-CODA-LETTA                 VALUE "S".
000943  01  MOV-ID-LOTTO.
000944      05  MOV-ID-PROGRAMMA         PIC X(08).
000945      05  MOV-ID-DATA              PIC X(08).
000946      05  MOV-ID-ORA               PIC X(06).
000947  01  MOV-CHIAVE-PARTITA.
000948      05  MOV-K-CLIENTE            PIC X(05).
000952      05  MOV-K-ANNO               PIC 9(04).
000956      05  MOV-K-NUMERO             PIC 9(05).
000960  01  MOV-DATA-DOC.
000964      05  MOV-DOC-AAAA             PIC 9(04).
000968      05  MOV-DOC-MM               PIC 9(02).
000972      05  MOV-DOC-GG               PIC 9(02).
000976  01  MOV-DATA-SCAD.
000980      05  MOV-SCA-AAAA             PIC 9(04).
000984      05  MOV-SCA-MM               PIC 9(02).
000988      05  MOV-SCA-GG               PIC 9(02).
000992  01  MOV-TAB-MESI.
000996      05  FILLER                   PIC X(24)
001000              VALUE "312831303130313130313031".
001004  01  MOV-TAB-MESI-R REDEFINES MOV-TAB-MESI.
001008      05  MOV-GG-FINE-MESE         PIC 9(02) OCCURS 12 TIMES.
001020  01  MOV-RIGA-INTESTAZ-1.
001030      05  FILLER                   PIC X(33)
001040              VALUE "GIORNALE MOVIMENTI CLIENTI  DATA ".
001150      05  FILLER                   PIC X(14) VALUE "IMPORTO".
001160      05  FILLER                   PIC X(14) VALUE "NUOVO SALDO".
001170      05  FILLER                   PIC X(13) VALUE SPACES.
001171  01  MOV-RIGA-LOTTO.
001172      05  FILLER                   PIC X(06) VALUE "LOTTO ".
001173      05  MOV-LT-D-PROGRAMMA       PIC X(08).
001174      05  FILLER                   PIC X(01) VALUE SPACES.
001175      05  MOV-LT-D-DATA            PIC X(08).
001176      05  FILLER                   PIC X(01) VALUE SPACES.
001177      05  MOV-LT-D-ORA             PIC X(06).
001178      05  FILLER                   PIC X(12)
001179              VALUE "  MOVIMENTI ".
001180      05  MOV-LT-D-RECORD          PIC ZZZZZZ9.
001181      05  FILLER                   PIC X(09) VALUE "  TOTALE ".
001182      05  MOV-LT-D-TOTALE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001183      05  FILLER                   PIC X(05) VALUE SPACES.
001184  01  MOV-RIGA-DETTAGLIO.
001190      05  MOV-D-CHIAVE             PIC X(05).
001200      05  FILLER                   PIC X(04) VALUE SPACES.
001210      05  MOV-D-TIPO               PIC X(01).
001360              VALUE "   SCARTATI : ".
001370      05  MOV-R-SCARTATI           PIC ZZ,ZZ9.
001380      05  FILLER                   PIC X(26) VALUE SPACES.
001381  01  MOV-RIGA-PARTITA.
001382      05  FILLER                   PIC X(09) VALUE SPACES.
001383      05  FILLER                   PIC X(08) VALUE "PARTITA ".
001384      05  MOV-P-ANNO               PIC 9(04).
001385      05  FILLER                   PIC X(01) VALUE "/".
001386      05  MOV-P-NUMERO             PIC 9(05).
001387      05  FILLER                   PIC X(01) VALUE SPACES.
001388      05  MOV-P-DESCRIZIONE        PIC X(12).
001389      05  MOV-P-IMPORTO            PIC -Z,ZZZ,ZZ9.99.
001390      05  FILLER                   PIC X(09) VALUE " RESIDUO ".
001391      05  MOV-P-RESIDUO            PIC -Z,ZZZ,ZZ9.99.
001392      05  FILLER                   PIC X(05) VALUE SPACES.
001393  01  MOV-SCARTO-APPOGGIO.
001394      05  MOV-SC-CHIAVE            PIC X(05).
001395      05  MOV-SC-TIPO              PIC X(01).
001396      05  MOV-SC-IMPORTO           PIC X(09).
001397      05  MOV-SC-IMPORTO-N REDEFINES MOV-SC-IMPORTO
001398                                   PIC 9(07)V99.
001399      05  MOV-SC-VALUTA            PIC X(08).
001400      05  MOV-SC-MOTIVO            PIC X(20).
001401  01  MOV-ORA-LOTTO.
001402      05  MOV-L-ORA                PIC X(06).
001403      05  FILLER                   PIC X(02).
001404  01  MOV-GIO-RIFERIMENTO.
001405      05  MOV-GR-TIPO              PIC X(04).
001406      05  MOV-GR-NUMERO            PIC X(05).
001407      05  FILLER                   PIC X(01) VALUE "/".
001408      05  MOV-GR-ANNO              PIC X(04).
001409  01  MOV-GIO-DESCRIZIONE.
001410      05  MOV-GD-TESTO             PIC X(23).
001411      05  MOV-GD-CLIENTE           PIC X(05).
001412      05  FILLER                   PIC X(02) VALUE SPACES.
001413      COPY PDCTAB.
001414*================================================================
001415  PROCEDURE DIVISION.
001416*================================================================
001420  0000-MAINLINE.
001430      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001440      PERFORM 2000-LETTURA-MOVIM
001580          DISPLAY "CLI200 - ERR APERTURA MOVIMENTI " MOV-FS-MOVIM
001590          STOP RUN
001600      END-IF.
001602      PERFORM 1500-VERIFICA-LOTTO
001604          THRU 1500-VERIFICA-LOTTO-EXIT.
001606      PERFORM 1600-CONTROLLA-REGISTRO
001608          THRU 1600-CONTROLLA-REGISTRO-EXIT.
001610      OPEN OUTPUT REGISTRO-OUT.
001612      IF MOV-FS-REGISTRO NOT = "00"
001614          DISPLAY "CLI200 - ERR APERTURA REGISTRO "
001700          DISPLAY "CLI200 - ERR APERTURA CLIENTI " MOV-FS-CLIENTI
001710          STOP RUN
001720      END-IF.
001721      OPEN I-O PARTITE-F.
001722      IF MOV-FS-PARTITE = "35"
001723          DISPLAY "CLI200 - PARTITE ASSENTE, CREAZIONE ARCHIVIO"
001724          OPEN OUTPUT PARTITE-F
001725          CLOSE PARTITE-F
001726          OPEN I-O PARTITE-F
001727      END-IF.
001728      IF MOV-FS-PARTITE NOT = "00"
001729          DISPLAY "CLI200 - ERR APERTURA PARTITE " MOV-FS-PARTITE
001730          STOP RUN
001731      END-IF.
001732      OPEN EXTEND GIORNALE-OUT.
001733      IF MOV-FS-GIORNALE = "35"
001734          OPEN OUTPUT GIORNALE-OUT
001735      END-IF.
001736      IF MOV-FS-GIORNALE NOT = "00"
001737          DISPLAY "CLI200 - ERR APERTURA GIOCONT " MOV-FS-GIORNALE
001738          STOP RUN
001739      END-IF.
001740      ACCEPT MOV-ORA-LOTTO FROM TIME.
001741      ACCEPT MOV-H-DATA FROM DATE YYYYMMDD.
001742      PERFORM 1700-REGISTRA-LOTTO
001743          THRU 1700-REGISTRA-LOTTO-EXIT.
001744      WRITE REGISTRO-OUT-RECORD FROM MOV-RIGA-INTESTAZ-1.
001745      MOVE MOV-ID-PROGRAMMA TO MOV-LT-D-PROGRAMMA.
001746      MOVE MOV-ID-DATA      TO MOV-LT-D-DATA.
001747      MOVE MOV-ID-ORA       TO MOV-LT-D-ORA.
001748      MOVE MOV-LT-RECORD    TO MOV-LT-D-RECORD.
001749      MOVE MOV-LT-TOTALE    TO MOV-LT-D-TOTALE.
001750      WRITE REGISTRO-OUT-RECORD FROM MOV-RIGA-LOTTO.
001751      WRITE REGISTRO-OUT-RECORD FROM MOV-RIGA-INTESTAZ-2.
001760  1000-INIZIALIZZA-EXIT.
001770      EXIT.
001771*----------------------------------------------------------------
001772* PRIMA LETTURA DEL FILE: TESTATA, MOVIMENTI E CODA DEVONO
001773* QUADRARE, ALTRIMENTI IL FILE VIENE RIFIUTATO PER INTERO
001774*----------------------------------------------------------------
001775  1500-VERIFICA-LOTTO.
001776      MOVE SPACES TO MOV-LT-MOTIVO MOV-ID-LOTTO.
001777      MOVE ZERO   TO MOV-LT-RECORD MOV-LT-TOTALE.
001778      PERFORM 2000-LETTURA-MOVIM THRU 2000-LETTURA-MOVIM-EXIT.
001779      IF MOV-EOF-MOVIM
001780          MOVE "FILE VUOTO, MANCA LA TESTATA DEL LOTTO"
001781              TO MOV-LT-MOTIVO
001782          GO TO 1500-VERIFICA-LOTTO-ESITO
001783      END-IF.
001784      IF MLT-CHIAVE NOT = SPACES OR NOT MLT-TESTATA
001785          MOVE "PRIMO RECORD NON E LA TESTATA DEL LOTTO"
001786              TO MOV-LT-MOTIVO
001787          GO TO 1500-VERIFICA-LOTTO-ESITO
001788      END-IF.
001789      MOVE MLT-ID-LOTTO TO MOV-ID-LOTTO.
001790      PERFORM 2000-LETTURA-MOVIM THRU 2000-LETTURA-MOVIM-EXIT.
001791      PERFORM 1550-CONTROLLA-RECORD
001792          THRU 1550-CONTROLLA-RECORD-EXIT
001793          UNTIL MOV-EOF-MOVIM
001794             OR MOV-LT-MOTIVO NOT = SPACES.
001795      IF MOV-LT-MOTIVO = SPACES AND NOT MOV-CODA-LETTA
001796          MOVE "MANCA LA CODA DEL LOTTO" TO MOV-LT-MOTIVO
001797      END-IF.
001798  1500-VERIFICA-LOTTO-ESITO.
001799      CLOSE MOVIM-IN.
001800      IF MOV-LT-MOTIVO NOT = SPACES
001801          DISPLAY "CLI200 - LOTTO " MOV-ID-LOTTO " RIFIUTATO: "
001802              MOV-LT-MOTIVO
001803          DISPLAY "CLI200 - NESSUN MOVIMENTO APPLICATO"
001804          MOVE 8 TO RETURN-CODE
001805          STOP RUN
001806      END-IF.
001807      OPEN INPUT MOVIM-IN.
001808      IF MOV-FS-MOVIM NOT = "00"
001809          DISPLAY "CLI200 - ERR RIAPERTURA MOVIMENTI "
001810              MOV-FS-MOVIM
001811          STOP RUN
001812      END-IF.
001813      MOVE "N" TO MOV-EOF-MOVIM-SW.
001814      PERFORM 2000-LETTURA-MOVIM THRU 2000-LETTURA-MOVIM-EXIT.
001815  1500-VERIFICA-LOTTO-EXIT.
001816      EXIT.
001817*----------------------------------------------------------------
001818  1550-CONTROLLA-RECORD.
001819      IF MOV-CODA-LETTA
001820          MOVE "RECORD OLTRE LA CODA DEL LOTTO" TO MOV-LT-MOTIVO
001821          GO TO 1550-CONTROLLA-RECORD-EXIT
001822      END-IF.
001823      IF MLT-CHIAVE = SPACES AND MLT-TESTATA
001824          MOVE "SECONDA TESTATA NEL FILE" TO MOV-LT-MOTIVO
001825          GO TO 1550-CONTROLLA-RECORD-EXIT
001826      END-IF.
001827      IF MLT-CHIAVE = SPACES AND MLT-CODA
001828          SET MOV-CODA-LETTA TO TRUE
001829          PERFORM 1560-CONFRONTA-CODA
001830              THRU 1560-CONFRONTA-CODA-EXIT
001831          GO TO 1550-CONTROLLA-RECORD-PROSEGUI
001832      END-IF.
001833      ADD 1 TO MOV-LT-RECORD.
001834      IF MI-IMPORTO NUMERIC
001835          ADD MI-IMPORTO-N TO MOV-LT-TOTALE
001836      END-IF.
001837  1550-CONTROLLA-RECORD-PROSEGUI.
001838      PERFORM 2000-LETTURA-MOVIM THRU 2000-LETTURA-MOVIM-EXIT.
001839  1550-CONTROLLA-RECORD-EXIT.
001840      EXIT.
001841*----------------------------------------------------------------
001842  1560-CONFRONTA-CODA.
001843      IF MLT-ID-LOTTO NOT = MOV-ID-LOTTO
001844          MOVE "CODA DI UN ALTRO LOTTO" TO MOV-LT-MOTIVO
001845          GO TO 1560-CONFRONTA-CODA-EXIT
001846      END-IF.
001847      IF MLT-NUM-RECORD NOT NUMERIC
001848         OR MLT-NUM-RECORD NOT = MOV-LT-RECORD
001849          MOVE "NUMERO MOVIMENTI DIVERSO DALLA CODA"
001850              TO MOV-LT-MOTIVO
001851          DISPLAY "CLI200 - MOVIMENTI LETTI " MOV-LT-RECORD
001852              " CODA " MLT-NUM-RECORD
001853          GO TO 1560-CONFRONTA-CODA-EXIT
001854      END-IF.
001855      IF MLT-TOT-IMPORTI NOT NUMERIC
001856         OR MLT-TOT-IMPORTI NOT = MOV-LT-TOTALE
001857          MOVE "TOTALE IMPORTI DIVERSO DALLA CODA"
001858              TO MOV-LT-MOTIVO
001859          DISPLAY "CLI200 - TOTALE LETTO " MOV-LT-TOTALE
001860              " CODA " MLT-TOT-IMPORTI
001861      END-IF.
001862  1560-CONFRONTA-CODA-EXIT.
001863      EXIT.
001864*----------------------------------------------------------------
001865* UN LOTTO GIA SUL REGISTRO NON VIENE MAI RIAPPLICATO; SE LA
001866* VOLTA PRECEDENTE SI E INTERROTTA (STATO "I") I SALDI VANNO
001867* VERIFICATI A MANO PRIMA DI QUALSIASI RIPRESA
001868*----------------------------------------------------------------
001869  1600-CONTROLLA-REGISTRO.
001870      OPEN I-O LOTTI-F.
001871      IF MOV-FS-LOTTI = "35"
001872          DISPLAY "CLI200 - MOVLOTTI ASSENTE, CREAZIONE REGISTRO"
001873          OPEN OUTPUT LOTTI-F
001874          CLOSE LOTTI-F
001875          OPEN I-O LOTTI-F
001876      END-IF.
001877      IF MOV-FS-LOTTI NOT = "00"
001878          DISPLAY "CLI200 - ERR APERTURA MOVLOTTI " MOV-FS-LOTTI
001879          STOP RUN
001880      END-IF.
001881      MOVE MOV-ID-LOTTO TO LTR-CHIAVE.
001882      READ LOTTI-F
001883          INVALID KEY
001884              GO TO 1600-CONTROLLA-REGISTRO-EXIT
001885      END-READ.
001886      DISPLAY "CLI200 - LOTTO " MOV-ID-LOTTO
001887          " GIA CONTABILIZZATO IL " LTR-DATA-CONTAB
001888          " ALLE " LTR-ORA-CONTAB.
001889      IF LTR-IN-CORSO
001890          DISPLAY "CLI200 - ELABORAZIONE PRECEDENTE INTERROTTA, "
001891              "VERIFICARE I SALDI"
001892      END-IF.
001893      DISPLAY "CLI200 - LOTTO RIFIUTATO, NESSUN MOVIMENTO "
001894          "APPLICATO".
001895      CLOSE MOVIM-IN.
001896      CLOSE LOTTI-F.
001897      MOVE 8 TO RETURN-CODE.
001898      STOP RUN.
001899  1600-CONTROLLA-REGISTRO-EXIT.
001900      EXIT.
001901*----------------------------------------------------------------
001902  1700-REGISTRA-LOTTO.
001903      MOVE SPACES          TO LTR-RECORD.
001904      MOVE MOV-ID-LOTTO    TO LTR-CHIAVE.
001905      MOVE MOV-LT-RECORD   TO LTR-NUM-RECORD.
001906      MOVE MOV-LT-TOTALE   TO LTR-TOT-IMPORTI.
001907      MOVE MOV-H-DATA      TO LTR-DATA-CONTAB.
001908      MOVE MOV-L-ORA       TO LTR-ORA-CONTAB.
001909      MOVE ZERO            TO LTR-APPLICATI LTR-SCARTATI.
001910      MOVE "I"             TO LTR-STATO.
001911      WRITE LTR-RECORD.
001912      IF MOV-FS-LOTTI NOT = "00"
001913          DISPLAY "CLI200 - ERR SCRITTURA MOVLOTTI " LTR-CHIAVE
001914              " FILE STATUS " MOV-FS-LOTTI
001915          STOP RUN
001916      END-IF.
001917  1700-REGISTRA-LOTTO-EXIT.
001918      EXIT.
001919*----------------------------------------------------------------
001920  2000-LETTURA-MOVIM.
001921      READ MOVIM-IN
001922          AT END
001923              MOVE "S" TO MOV-EOF-MOVIM-SW
001924      END-READ.
001925  2000-LETTURA-MOVIM-EXIT.
001926      EXIT.
001927*----------------------------------------------------------------
001928  3000-ELABORA-MOVIMENTO.
001929      IF MLT-CHIAVE = SPACES AND MLT-CODA
001930          MOVE "S" TO MOV-EOF-MOVIM-SW
001931          GO TO 3000-ELABORA-MOVIMENTO-EXIT
001932      END-IF.
001933      IF MI-IMPORTO NOT NUMERIC
001934          PERFORM 3300-APPOGGIA-MOVIMENTO
001935              THRU 3300-APPOGGIA-MOVIMENTO-EXIT
001936          MOVE "IMPORTO NON NUMERICO" TO MOV-SC-MOTIVO
001937          PERFORM 7100-SCRIVI-SCARTO
001938              THRU 7100-SCRIVI-SCARTO-EXIT
001939          GO TO 3000-ELABORA-MOVIMENTO-PROSEGUI
001940      END-IF.
001941      IF MI-TIPO NOT = "P" AND MI-TIPO NOT = "F"
001942                           AND MI-TIPO NOT = "N"
001950          PERFORM 3300-APPOGGIA-MOVIMENTO
001952              THRU 3300-APPOGGIA-MOVIMENTO-EXIT
001955          MOVE "TIPO NON PREVISTO"    TO MOV-SC-MOTIVO
002571              THRU 7100-SCRIVI-SCARTO-EXIT
002572          GO TO 3100-APPLICA-MOVIMENTO-EXIT
002573      END-IF.
002574      PERFORM 3350-PREPARA-PARTITA
002575          THRU 3350-PREPARA-PARTITA-EXIT.
002576      IF MOV-PARTITA-IN-ERRORE
002577          MOVE MOV-SALDO-PREC TO CLI-SALDO
002578          PERFORM 3300-APPOGGIA-MOVIMENTO
002579              THRU 3300-APPOGGIA-MOVIMENTO-EXIT
002580          MOVE "PARTITA GIA APERTA"     TO MOV-SC-MOTIVO
002581          PERFORM 7100-SCRIVI-SCARTO
002582              THRU 7100-SCRIVI-SCARTO-EXIT
002583          GO TO 3100-APPLICA-MOVIMENTO-EXIT
002584      END-IF.
002590      ADD 1 TO MOV-APPLICATI.
002600      PERFORM 3200-SCRIVI-REGISTRO
002610          THRU 3200-SCRIVI-REGISTRO-EXIT.
002611      PERFORM 3250-SCRIVI-ARCHIVIO
002612          THRU 3250-SCRIVI-ARCHIVIO-EXIT.
002613      IF MI-TIPO NOT = "F"
002614          PERFORM 3900-SCRIVI-CONTABILITA
002615              THRU 3900-SCRIVI-CONTABILITA-EXIT
002616      END-IF.
002617      IF MI-TIPO = "F"
002618          PERFORM 3400-APRI-PARTITA
002619              THRU 3400-APRI-PARTITA-EXIT
002620      ELSE
002621          PERFORM 3500-ABBINA-INCASSO
002622              THRU 3500-ABBINA-INCASSO-EXIT
002623      END-IF.
002624      REWRITE CLI-RECORD.
002625      IF MOV-FS-CLIENTI NOT = "00"
002626          DISPLAY "CLI200 - ERR REWRITE CLIENTE " CLI-CHIAVE
002627              " FILE STATUS " MOV-FS-CLIENTI
002628          STOP RUN
002629      END-IF.
002630  3100-APPLICA-MOVIMENTO-EXIT.
002640      EXIT.
002650*----------------------------------------------------------------
002810      MOVE MI-DATA-VALUTA TO MOV-SC-VALUTA.
002820  3300-APPOGGIA-MOVIMENTO-EXIT.
002830      EXIT.
002831*----------------------------------------------------------------
002832  3350-PREPARA-PARTITA.
002833      MOVE "N" TO MOV-PAR-ERR-SW.
002834      MOVE MOV-H-DATA TO MOV-DATA-DOC.
002835      IF MI-DATA-VALUTA NUMERIC
002836          MOVE MI-DATA-VALUTA TO MOV-DATA-DOC
002837          IF MOV-DOC-MM < 1 OR MOV-DOC-MM > 12
002838              MOVE MOV-H-DATA TO MOV-DATA-DOC
002839          END-IF
002840      END-IF.
002841      MOVE CLI-CHIAVE   TO MOV-K-CLIENTE.
002842      MOVE MOV-DOC-AAAA TO MOV-K-ANNO.
002843      IF MI-RIF-ANNO NUMERIC
002844          MOVE MI-RIF-ANNO-N TO MOV-K-ANNO
002845      END-IF.
002846      MOVE ZERO TO MOV-K-NUMERO.
002847      IF MI-RIF-NUMERO NUMERIC
002848          MOVE MI-RIF-NUMERO-N TO MOV-K-NUMERO
002849      END-IF.
002850      IF MI-TIPO NOT = "F"
002851          GO TO 3350-PREPARA-PARTITA-EXIT
002852      END-IF.
002853      IF MOV-K-NUMERO = ZERO
002854          MOVE 99999 TO MOV-K-NUMERO
002855          GO TO 3350-PREPARA-PARTITA-EXIT
002856      END-IF.
002857      MOVE MOV-CHIAVE-PARTITA TO PAR-CHIAVE.
002858      READ PARTITE-F
002859          INVALID KEY
002860              CONTINUE
002861          NOT INVALID KEY
002862              MOVE "S" TO MOV-PAR-ERR-SW
002863      END-READ.
002864  3350-PREPARA-PARTITA-EXIT.
002865      EXIT.
002866*----------------------------------------------------------------
002867  3400-APRI-PARTITA.
002868      PERFORM 3450-CALCOLA-SCADENZA
002869          THRU 3450-CALCOLA-SCADENZA-EXIT.
002870      MOVE MI-IMPORTO-N TO MOV-DA-ABBINARE.
002871      PERFORM 3600-COMPENSA-ACCONTI
002872          THRU 3600-COMPENSA-ACCONTI-EXIT.
002873      MOVE MOV-CHIAVE-PARTITA TO PAR-CHIAVE.
002874      READ PARTITE-F
002875          INVALID KEY
002876              MOVE SPACES             TO PAR-RECORD
002877              MOVE MOV-CHIAVE-PARTITA TO PAR-CHIAVE
002878              MOVE "F"                TO PAR-TIPO
002879              MOVE MOV-DATA-DOC       TO PAR-DATA-DOC
002880              MOVE MOV-DATA-SCAD      TO PAR-DATA-SCAD
002881              MOVE ZERO               TO PAR-IMPORTO
002882                                         PAR-RESIDUO
002883      END-READ.
002884      ADD MI-IMPORTO-N     TO PAR-IMPORTO.
002885      ADD MOV-DA-ABBINARE  TO PAR-RESIDUO.
002886      MOVE MI-DATA-VALUTA  TO PAR-DATA-ULT-MOV.
002887      IF PAR-RESIDUO > ZERO
002888          MOVE "A" TO PAR-STATO
002889      ELSE
002890          MOVE "C" TO PAR-STATO
002891          ADD 1 TO MOV-PARTITE-CHIUSE
002892      END-IF.
002893      IF MOV-FS-PARTITE = "00"
002894          REWRITE PAR-RECORD
002895      ELSE
002896          WRITE PAR-RECORD
002897      END-IF.
002898      IF MOV-FS-PARTITE NOT = "00"
002899          DISPLAY "CLI200 - ERR SCRITTURA PARTITA " PAR-CHIAVE
002900              " FILE STATUS " MOV-FS-PARTITE
002901          STOP RUN
002902      END-IF.
002903      ADD 1 TO MOV-PARTITE-APERTE.
002904      MOVE "APERTA"        TO MOV-P-DESCRIZIONE.
002905      MOVE MI-IMPORTO-N    TO MOV-P-IMPORTO.
002906      PERFORM 3800-SCRIVI-RIGA-PARTITA
002907          THRU 3800-SCRIVI-RIGA-PARTITA-EXIT.
002908  3400-APRI-PARTITA-EXIT.
002909      EXIT.
002910*----------------------------------------------------------------
002911  3450-CALCOLA-SCADENZA.
002912      IF CLI-GG-PAGAMENTO NUMERIC
002913          MOVE CLI-GG-PAGAMENTO TO MOV-GG-PAGAMENTO
002914      ELSE
002915          MOVE 30 TO MOV-GG-PAGAMENTO
002916      END-IF.
002917      MOVE MOV-DATA-DOC TO MOV-DATA-SCAD.
002918      MOVE MOV-SCA-GG   TO MOV-SCA-GIORNI.
002919      ADD MOV-GG-PAGAMENTO TO MOV-SCA-GIORNI.
002920      PERFORM 3460-FINE-MESE THRU 3460-FINE-MESE-EXIT.
002921      PERFORM 3470-AVANZA-MESE THRU 3470-AVANZA-MESE-EXIT
002922          UNTIL MOV-SCA-GIORNI NOT GREATER THAN MOV-GG-MESE.
002923      MOVE MOV-SCA-GIORNI TO MOV-SCA-GG.
002924  3450-CALCOLA-SCADENZA-EXIT.
002925      EXIT.
002926*----------------------------------------------------------------
002927  3460-FINE-MESE.
002928      MOVE MOV-GG-FINE-MESE(MOV-SCA-MM) TO MOV-GG-MESE.
002929      IF MOV-SCA-MM NOT = 2
002930          GO TO 3460-FINE-MESE-EXIT
002931      END-IF.
002932      DIVIDE MOV-SCA-AAAA BY 4 GIVING MOV-QUOZIENTE
002933          REMAINDER MOV-RESTO.
002934      IF MOV-RESTO NOT = ZERO
002935          GO TO 3460-FINE-MESE-EXIT
002936      END-IF.
002937      MOVE 29 TO MOV-GG-MESE.
002938      DIVIDE MOV-SCA-AAAA BY 100 GIVING MOV-QUOZIENTE
002939          REMAINDER MOV-RESTO.
002940      IF MOV-RESTO NOT = ZERO
002941          GO TO 3460-FINE-MESE-EXIT
002942      END-IF.
002943      DIVIDE MOV-SCA-AAAA BY 400 GIVING MOV-QUOZIENTE
002944          REMAINDER MOV-RESTO.
002945      IF MOV-RESTO NOT = ZERO
002946          MOVE 28 TO MOV-GG-MESE
002947      END-IF.
002948  3460-FINE-MESE-EXIT.
002949      EXIT.
002950*----------------------------------------------------------------
002951  3470-AVANZA-MESE.
002952      SUBTRACT MOV-GG-MESE FROM MOV-SCA-GIORNI.
002953      ADD 1 TO MOV-SCA-MM.
002954      IF MOV-SCA-MM > 12
002955          MOVE 1 TO MOV-SCA-MM
002956          ADD 1 TO MOV-SCA-AAAA
002957      END-IF.
002958      PERFORM 3460-FINE-MESE THRU 3460-FINE-MESE-EXIT.
002959  3470-AVANZA-MESE-EXIT.
002960      EXIT.
002961*----------------------------------------------------------------
002962  3500-ABBINA-INCASSO.
002963      MOVE MI-IMPORTO-N TO MOV-DA-ABBINARE.
002964      IF MOV-K-NUMERO > ZERO
002965          PERFORM 3520-ABBINA-RIFERIMENTO
002966              THRU 3520-ABBINA-RIFERIMENTO-EXIT
002967      END-IF.
002968      IF MOV-DA-ABBINARE > ZERO
002969          PERFORM 3550-ABBINA-PIU-VECCHIE
002970              THRU 3550-ABBINA-PIU-VECCHIE-EXIT
002971      END-IF.
002972      IF MOV-DA-ABBINARE > ZERO
002973          PERFORM 3580-REGISTRA-ACCONTO
002974              THRU 3580-REGISTRA-ACCONTO-EXIT
002975      END-IF.
002976  3500-ABBINA-INCASSO-EXIT.
002977      EXIT.
002978*----------------------------------------------------------------
002979  3520-ABBINA-RIFERIMENTO.
002980      IF MI-RIF-ANNO NOT NUMERIC
002981          PERFORM 3530-CERCA-NUMERO
002982              THRU 3530-CERCA-NUMERO-EXIT
002983          GO TO 3520-ABBINA-RIFERIMENTO-EXIT
002984      END-IF.
002985      MOVE MOV-CHIAVE-PARTITA TO PAR-CHIAVE.
002986      READ PARTITE-F
002987          INVALID KEY
002988              GO TO 3520-ABBINA-RIFERIMENTO-EXIT
002989      END-READ.
002990      IF PAR-FATTURA AND PAR-APERTA
002991          PERFORM 3700-SALDA-PARTITA
002992              THRU 3700-SALDA-PARTITA-EXIT
002993      END-IF.
002994  3520-ABBINA-RIFERIMENTO-EXIT.
002995      EXIT.
002996*----------------------------------------------------------------
002997  3530-CERCA-NUMERO.
002998      PERFORM 3650-POSIZIONA-CLIENTE
002999          THRU 3650-POSIZIONA-CLIENTE-EXIT.
003000      PERFORM 3540-LEGGI-PER-NUMERO
003001          THRU 3540-LEGGI-PER-NUMERO-EXIT
003002          UNTIL MOV-FINE-PARTITE.
003003  3530-CERCA-NUMERO-EXIT.
003004      EXIT.
003005*----------------------------------------------------------------
003006  3540-LEGGI-PER-NUMERO.
003007      PERFORM 3660-LEGGI-PARTITA THRU 3660-LEGGI-PARTITA-EXIT.
003008      IF MOV-FINE-PARTITE
003009          GO TO 3540-LEGGI-PER-NUMERO-EXIT
003010      END-IF.
003011      IF PAR-NUMERO = MOV-K-NUMERO
003012       AND PAR-FATTURA AND PAR-APERTA
003013          PERFORM 3700-SALDA-PARTITA
003014              THRU 3700-SALDA-PARTITA-EXIT
003015          MOVE "S" TO MOV-FINE-PAR-SW
003016      END-IF.
003017  3540-LEGGI-PER-NUMERO-EXIT.
003018      EXIT.
003019*----------------------------------------------------------------
003020  3550-ABBINA-PIU-VECCHIE.
003021      PERFORM 3650-POSIZIONA-CLIENTE
003022          THRU 3650-POSIZIONA-CLIENTE-EXIT.
003023      PERFORM 3560-LEGGI-PIU-VECCHIA
003024          THRU 3560-LEGGI-PIU-VECCHIA-EXIT
003025          UNTIL MOV-FINE-PARTITE
003026             OR MOV-DA-ABBINARE NOT GREATER THAN ZERO.
003027  3550-ABBINA-PIU-VECCHIE-EXIT.
003028      EXIT.
003029*----------------------------------------------------------------
003030  3560-LEGGI-PIU-VECCHIA.
003031      PERFORM 3660-LEGGI-PARTITA THRU 3660-LEGGI-PARTITA-EXIT.
003032      IF MOV-FINE-PARTITE
003033          GO TO 3560-LEGGI-PIU-VECCHIA-EXIT
003034      END-IF.
003035      IF PAR-FATTURA AND PAR-APERTA
003036          PERFORM 3700-SALDA-PARTITA
003037              THRU 3700-SALDA-PARTITA-EXIT
003038      END-IF.
003039  3560-LEGGI-PIU-VECCHIA-EXIT.
003040      EXIT.
003041*----------------------------------------------------------------
003042  3580-REGISTRA-ACCONTO.
003043      MOVE CLI-CHIAVE   TO PAR-CLIENTE.
003044      MOVE MOV-DOC-AAAA TO PAR-ANNO.
003045      MOVE ZERO         TO PAR-NUMERO.
003046      READ PARTITE-F
003047          INVALID KEY
003048              MOVE SPACES       TO PAR-RECORD
003049              MOVE CLI-CHIAVE   TO PAR-CLIENTE
003050              MOVE MOV-DOC-AAAA TO PAR-ANNO
003051              MOVE ZERO         TO PAR-NUMERO
003052              MOVE "A"          TO PAR-TIPO
003053              MOVE MOV-DATA-DOC TO PAR-DATA-DOC
003054                                   PAR-DATA-SCAD
003055              MOVE ZERO         TO PAR-IMPORTO
003056                                   PAR-RESIDUO
003057      END-READ.
003058      ADD MOV-DA-ABBINARE  TO PAR-IMPORTO.
003059      ADD MOV-DA-ABBINARE  TO PAR-RESIDUO.
003060      MOVE "A"             TO PAR-STATO.
003061      MOVE MI-DATA-VALUTA  TO PAR-DATA-ULT-MOV.
003062      IF MOV-FS-PARTITE = "00"
003063          REWRITE PAR-RECORD
003064      ELSE
003065          WRITE PAR-RECORD
003066      END-IF.
003067      IF MOV-FS-PARTITE NOT = "00"
003068          DISPLAY "CLI200 - ERR SCRITTURA ACCONTO " PAR-CHIAVE
003069              " FILE STATUS " MOV-FS-PARTITE
003070          STOP RUN
003071      END-IF.
003072      MOVE "ACCONTO"       TO MOV-P-DESCRIZIONE.
003073      MOVE MOV-DA-ABBINARE TO MOV-P-IMPORTO.
003074      MOVE ZERO            TO MOV-DA-ABBINARE.
003075      PERFORM 3800-SCRIVI-RIGA-PARTITA
003076          THRU 3800-SCRIVI-RIGA-PARTITA-EXIT.
003077  3580-REGISTRA-ACCONTO-EXIT.
003078      EXIT.
003079*----------------------------------------------------------------
003080  3600-COMPENSA-ACCONTI.
003081      PERFORM 3650-POSIZIONA-CLIENTE
003082          THRU 3650-POSIZIONA-CLIENTE-EXIT.
003083      PERFORM 3610-LEGGI-ACCONTO
003084          THRU 3610-LEGGI-ACCONTO-EXIT
003085          UNTIL MOV-FINE-PARTITE
003086             OR MOV-DA-ABBINARE NOT GREATER THAN ZERO.
003087  3600-COMPENSA-ACCONTI-EXIT.
003088      EXIT.
003089*----------------------------------------------------------------
003090  3610-LEGGI-ACCONTO.
003091      PERFORM 3660-LEGGI-PARTITA THRU 3660-LEGGI-PARTITA-EXIT.
003092      IF MOV-FINE-PARTITE
003093          GO TO 3610-LEGGI-ACCONTO-EXIT
003094      END-IF.
003095      IF PAR-ACCONTO AND PAR-APERTA
003096          PERFORM 3700-SALDA-PARTITA
003097              THRU 3700-SALDA-PARTITA-EXIT
003098      END-IF.
003099  3610-LEGGI-ACCONTO-EXIT.
003100      EXIT.
003101*----------------------------------------------------------------
003102  3650-POSIZIONA-CLIENTE.
003103      MOVE "N"        TO MOV-FINE-PAR-SW.
003104      MOVE CLI-CHIAVE TO PAR-CLIENTE.
003105      MOVE ZERO       TO PAR-ANNO PAR-NUMERO.
003106      START PARTITE-F KEY NOT LESS THAN PAR-CHIAVE
003107          INVALID KEY
003108              MOVE "S" TO MOV-FINE-PAR-SW
003109      END-START.
003110  3650-POSIZIONA-CLIENTE-EXIT.
003111      EXIT.
003112*----------------------------------------------------------------
003113  3660-LEGGI-PARTITA.
003114      READ PARTITE-F NEXT
003115          AT END
003116              MOVE "S" TO MOV-FINE-PAR-SW
003117              GO TO 3660-LEGGI-PARTITA-EXIT
003118      END-READ.
003119      IF PAR-CLIENTE NOT = CLI-CHIAVE
003120          MOVE "S" TO MOV-FINE-PAR-SW
003121      END-IF.
003122  3660-LEGGI-PARTITA-EXIT.
003123      EXIT.
003124*----------------------------------------------------------------
003125  3700-SALDA-PARTITA.
003126      IF PAR-RESIDUO > MOV-DA-ABBINARE
003127          MOVE MOV-DA-ABBINARE TO MOV-QUOTA
003128      ELSE
003129          MOVE PAR-RESIDUO     TO MOV-QUOTA
003130      END-IF.
003131      SUBTRACT MOV-QUOTA FROM PAR-RESIDUO.
003132      SUBTRACT MOV-QUOTA FROM MOV-DA-ABBINARE.
003133      MOVE MI-DATA-VALUTA TO PAR-DATA-ULT-MOV.
003134      IF PAR-RESIDUO NOT GREATER THAN ZERO
003135          MOVE "C" TO PAR-STATO
003136          ADD 1 TO MOV-PARTITE-CHIUSE
003137      END-IF.
003138      REWRITE PAR-RECORD.
003139      IF MOV-FS-PARTITE NOT = "00"
003140          DISPLAY "CLI200 - ERR REWRITE PARTITA " PAR-CHIAVE
003141              " FILE STATUS " MOV-FS-PARTITE
003142          STOP RUN
003143      END-IF.
003144      IF PAR-ACCONTO
003145          MOVE "COMPENSATO" TO MOV-P-DESCRIZIONE
003146      ELSE
003147          IF MI-TIPO = "N"
003148              MOVE "STORNATA"   TO MOV-P-DESCRIZIONE
003149          ELSE
003150              MOVE "INCASSATA"  TO MOV-P-DESCRIZIONE
003151          END-IF
003152      END-IF.
003153      MOVE MOV-QUOTA TO MOV-P-IMPORTO.
003154      PERFORM 3800-SCRIVI-RIGA-PARTITA
003155          THRU 3800-SCRIVI-RIGA-PARTITA-EXIT.
003156  3700-SALDA-PARTITA-EXIT.
003157      EXIT.
003158*----------------------------------------------------------------
003159  3800-SCRIVI-RIGA-PARTITA.
003160      MOVE PAR-ANNO    TO MOV-P-ANNO.
003161      MOVE PAR-NUMERO  TO MOV-P-NUMERO.
003162      MOVE PAR-RESIDUO TO MOV-P-RESIDUO.
003163      WRITE REGISTRO-OUT-RECORD FROM MOV-RIGA-PARTITA.
003164  3800-SCRIVI-RIGA-PARTITA-EXIT.
003165      EXIT.
003166*----------------------------------------------------------------
003167* REGISTRAZIONE CONTABILE DELL'INCASSO O DELLA NOTA APPLICATA
003168*----------------------------------------------------------------
003169  3900-SCRIVI-CONTABILITA.
003170      ADD 1 TO MOV-GIO-REG.
003173      MOVE MI-RIF-NUMERO  TO MOV-GR-NUMERO.
003174      MOVE MI-RIF-ANNO    TO MOV-GR-ANNO.
003175      MOVE CLI-CHIAVE     TO MOV-GD-CLIENTE.
003176      MOVE SPACES         TO GIO-RECORD.
003177      MOVE "CLI200"       TO GIO-PROGRAMMA.
003178      MOVE MOV-H-DATA     TO GIO-DATA-LOTTO.
003179      MOVE MOV-L-ORA      TO GIO-ORA-LOTTO.
003180      MOVE MOV-GIO-REG    TO GIO-REGISTRAZIONE.
003181      MOVE MOV-DATA-DOC   TO GIO-DATA-REG.
003182      MOVE MI-IMPORTO-N   TO GIO-IMPORTO.
003183      IF MI-TIPO = "P"
003184          MOVE "INC "                  TO MOV-GR-TIPO
003185          MOVE "INCASSO CLIENTE"       TO MOV-GD-TESTO
003186          MOVE PDC-BANCA               TO GIO-CONTO
003187      ELSE
003188          MOVE "NC  "                  TO MOV-GR-TIPO
003189          MOVE "NOTA CREDITO APPLICATA" TO MOV-GD-TESTO
003190          MOVE PDC-NOTE-DA-APPLICARE   TO GIO-CONTO
003191      END-IF.
003192      MOVE MOV-GIO-RIFERIMENTO  TO GIO-RIFERIMENTO.
003193      MOVE MOV-GIO-DESCRIZIONE  TO GIO-DESCRIZIONE.
003194      MOVE 1                    TO GIO-RIGA.
003195      MOVE "D"                  TO GIO-SEGNO.
003196      WRITE GIO-RECORD.
003197      MOVE 2                    TO GIO-RIGA.
003198      MOVE PDC-CREDITI-CLIENTI  TO GIO-CONTO.
003199      MOVE "A"                  TO GIO-SEGNO.
003200      WRITE GIO-RECORD.
003201      ADD 2 TO MOV-GIO-RIGHE.
003202  3900-SCRIVI-CONTABILITA-EXIT.
003203      EXIT.
003204*----------------------------------------------------------------
003205  7100-SCRIVI-SCARTO.
003206      MOVE SPACES          TO SCARTI-OUT-RECORD.
003207      MOVE MOV-SC-CHIAVE    TO SC-CHIAVE.
003208      MOVE MOV-SC-TIPO      TO SC-TIPO.
003209      MOVE MOV-SC-IMPORTO   TO SC-IMPORTO.
003210      MOVE MOV-SC-VALUTA    TO SC-DATA-VALUTA.
003211      MOVE MOV-SC-MOTIVO    TO SC-MOTIVO.
003212      WRITE SCARTI-OUT-RECORD.
003213      ADD 1 TO MOV-SCARTATI.
003214  7100-SCRIVI-SCARTO-EXIT.
003215      EXIT.
003216*----------------------------------------------------------------
003217  8000-FINALIZZA.
003218      MOVE MOV-APPLICATI TO MOV-R-APPLICATI.
003219      MOVE MOV-SCARTATI  TO MOV-R-SCARTATI.
003220      WRITE REGISTRO-OUT-RECORD FROM MOV-RIGA-TOTALE.
003221      CLOSE CLIENTI-F.
003222      CLOSE REGISTRO-OUT.
003223      CLOSE SCARTI-OUT.
003224      CLOSE ARCHIV-OUT.
003225      CLOSE PARTITE-F.
003226      CLOSE GIORNALE-OUT.
003227      MOVE MOV-ID-LOTTO TO LTR-CHIAVE.
003228      READ LOTTI-F
003229          INVALID KEY
003230              DISPLAY "CLI200 - LOTTO NON TROVATO SU MOVLOTTI "
003231                  MOV-ID-LOTTO
003232      END-READ.
003233      IF MOV-FS-LOTTI = "00"
003234          MOVE MOV-APPLICATI TO LTR-APPLICATI
003235          MOVE MOV-SCARTATI  TO LTR-SCARTATI
003236          MOVE "C"           TO LTR-STATO
003237          REWRITE LTR-RECORD
003238      END-IF.
003239      IF MOV-FS-LOTTI NOT = "00"
003240          DISPLAY "CLI200 - ERR AGGIORNAMENTO MOVLOTTI "
003241              MOV-FS-LOTTI
003242          MOVE 8 TO RETURN-CODE
003243      END-IF.
003244      CLOSE LOTTI-F.
003245      DISPLAY "CLI200 - MOVIMENTI APPLICATI: " MOV-APPLICATI.
003246      DISPLAY "CLI200 - MOVIMENTI SCARTATI : " MOV-SCARTATI.
003247      DISPLAY "CLI200 - PARTITE APERTE     : " MOV-PARTITE-APERTE.
003248      DISPLAY "CLI200 - PARTITE CHIUSE     : " MOV-PARTITE-CHIUSE.
003249      DISPLAY "CLI200 - REGISTRAZIONI CG   : " MOV-GIO-REG.
003250      DISPLAY "CLI200 - RIGHE GIORNALE CG  : " MOV-GIO-RIGHE.
003251      DISPLAY "CLI200 - LOTTO CONTABILIZZATO: " MOV-ID-LOTTO.
003252  8000-FINALIZZA-EXIT.
003253      EXIT.
