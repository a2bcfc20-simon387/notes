000200*                     AMBIGUA (PIU CLIENTI CON LO STESSO NOME)
000210*                     VANNO SULLA LISTA SOSPESI PER LA
000220*                     LAVORAZIONE MANUALE DEL TERMINALISTA.
000222* 15/10/2026 SR      SE IL RIFERIMENTO BANCA PORTA IL NUMERO
000224*                     FATTURA (ED EVENTUALMENTE L'ANNO) QUESTO
000226*                     PASSA SUL MOVIMENTO "P", COSI CLI200 CHIUDE
000228*                     QUELLA PARTITA INVECE DELLE PIU VECCHIE.
000229* 15/10/2026 SR      CONTROLLO DOPPIONI: PRIMA DI ELABORARE
000230*                     L'ESTRATTO VIENE CALCOLATA LA SUA IMPRONTA
000231*                     (VALUTA MINIMA E MASSIMA, NUMERO INCASSI,
000232*                     TOTALE IMPORTI) E CERCATA SUL REGISTRO
000233*                     INDEXED BNKESTR (TRACCIATO BNKEST): UN
000234*                     ESTRATTO GIA ELABORATO VIENE RIFIUTATO CON
000235*                     CONDITION CODE 8 SENZA TOCCARE MOVPREP. A
000236*                     FINE ELABORAZIONE L'IMPRONTA VIENE
000237*                     REGISTRATA. MOVPREP PORTA TESTATA E CODA DI
000238*                     LOTTO (TRACCIATO MOVLOT) PER CLI200.
000239*----------------------------------------------------------------
000240*================================================================
000250  ENVIRONMENT DIVISION.
000260*================================================================
000430      SELECT SOSPESI-OUT ASSIGN TO SOSPESI
000440          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS BNK-FS-SOSPESI.
000451      SELECT ESTRATTI-F  ASSIGN TO BNKESTR
000452          ORGANIZATION IS INDEXED
000453          ACCESS MODE IS RANDOM
000454          RECORD KEY IS BES-IMPRONTA
000455          FILE STATUS IS BNK-FS-ESTRATTI.
000460*================================================================
000470  DATA DIVISION.
000480*================================================================
000570                                  PIC 9(07)V99.
000580      05  BK-CLIENTE              PIC X(05).
000590      05  BK-INTESTAZIONE         PIC X(30).
000593      05  BK-RIF-ANNO             PIC X(04).
000596      05  BK-RIF-NUMERO           PIC X(05).
000600      05  FILLER                  PIC X(19).
000610  FD  CLIENTI-F
000620      LABEL RECORDS ARE STANDARD.
000630      COPY CLIREC.
000690      05  MP-TIPO                 PIC X(01).
000700      05  MP-IMPORTO              PIC 9(07)V99.
000710      05  MP-DATA-VALUTA          PIC X(08).
000713      05  MP-RIF-ANNO             PIC X(04).
000716      05  MP-RIF-NUMERO           PIC X(05).
000720      05  FILLER                  PIC X(48).
000725      COPY MOVLOT.
000730  FD  SOSPESI-OUT
000740      LABEL RECORDS ARE STANDARD
000750      RECORDING MODE IS F.
000830      05  SO-INTESTAZIONE         PIC X(30).
000840      05  FILLER                  PIC X(02) VALUE SPACES.
000850      05  SO-MOTIVO               PIC X(20).
000852  FD  ESTRATTI-F
000854      LABEL RECORDS ARE STANDARD.
000856      COPY BNKEST.
000860  WORKING-STORAGE SECTION.
000870  77  BNK-FS-BANCHE               PIC X(02) VALUE SPACES.
000880  77  BNK-FS-CLIENTI              PIC X(02) VALUE SPACES.
000940  77  BNK-ABBINAMENTI             PIC 9(05) COMP VALUE ZERO.
000950  77  BNK-CHIAVE-TROVATA          PIC X(05) VALUE SPACES.
000952  77  BNK-MOTIVO                  PIC X(20) VALUE SPACES.
000954  77  BNK-FS-ESTRATTI             PIC X(02) VALUE SPACES.
000956  77  BNK-TOT-MOVIMENTI           PIC 9(11)V99 VALUE ZERO.
000958  77  BNK-OGGI                    PIC X(08) VALUE SPACES.
000959  77  BNK-ID-LOTTO                PIC X(22) VALUE SPACES.
000960  01  BNK-SWITCHES.
000970      05  BNK-EOF-SW              PIC X(01) VALUE "N".
000980          88  BNK-EOF-BANCHE                VALUE "S".
000990      05  BNK-EOF-SCAN-SW         PIC X(01) VALUE "N".
001000          88  BNK-EOF-SCANSIONE             VALUE "S".
001003      05  BNK-EOF-IMP-SW          PIC X(01) VALUE "N".
001006          88  BNK-EOF-IMPRONTA              VALUE "S".
001010  01  BNK-INTESTAZIONE-APP.
001020      05  BNK-INT-20              PIC X(20).
001030      05  FILLER                  PIC X(10).
001031  01  BNK-IMPRONTA.
001032      05  BNK-IM-VALUTA-DA        PIC X(08).
001033      05  BNK-IM-VALUTA-A         PIC X(08).
001034      05  BNK-IM-NUM-INCASSI      PIC 9(07).
001035      05  BNK-IM-TOT-IMPORTI      PIC 9(11)V99.
001036  01  BNK-ORA-LOTTO.
001037      05  BNK-L-ORA               PIC X(06).
001038      05  FILLER                  PIC X(02).
001040*================================================================
001050  PROCEDURE DIVISION.
001060*================================================================
001190          DISPLAY "BNK100 - ERR APERTURA BANCHEIN " BNK-FS-BANCHE
001200          STOP RUN
001210      END-IF.
001211      PERFORM 1100-CALCOLA-IMPRONTA
001212          THRU 1100-CALCOLA-IMPRONTA-EXIT.
001213      ACCEPT BNK-OGGI FROM DATE YYYYMMDD.
001214      ACCEPT BNK-ORA-LOTTO FROM TIME.
001215      OPEN I-O ESTRATTI-F.
001216      IF BNK-FS-ESTRATTI = "35"
001217          DISPLAY "BNK100 - BNKESTR ASSENTE, CREAZIONE REGISTRO"
001218          OPEN OUTPUT ESTRATTI-F
001219          CLOSE ESTRATTI-F
001220          OPEN I-O ESTRATTI-F
001221      END-IF.
001222      IF BNK-FS-ESTRATTI NOT = "00"
001223          DISPLAY "BNK100 - ERR APERTURA BNKESTR " BNK-FS-ESTRATTI
001224          STOP RUN
001225      END-IF.
001226      IF BNK-IM-NUM-INCASSI > ZERO
001227          MOVE BNK-IMPRONTA TO BES-IMPRONTA
001228          READ ESTRATTI-F
001229              INVALID KEY
001230                  CONTINUE
001231              NOT INVALID KEY
001232                  DISPLAY "BNK100 - ESTRATTO GIA ELABORATO IL "
001233                      BES-DATA-ELAB " LOTTO " BES-ID-LOTTO
001234                  DISPLAY "BNK100 - ESTRATTO RIFIUTATO, MOVPREP "
001235                      "NON AGGIORNATO"
001236                  CLOSE BANCHE-IN
001237                  CLOSE ESTRATTI-F
001238                  MOVE 8 TO RETURN-CODE
001239                  STOP RUN
001240          END-READ
001241      END-IF.
001242      OPEN INPUT CLIENTI-F.
001243      IF BNK-FS-CLIENTI NOT = "00"
001244          DISPLAY "BNK100 - ERR APERTURA CLIENTI " BNK-FS-CLIENTI
001250          STOP RUN
001260      END-IF.
001270      OPEN OUTPUT MOVPREP-OUT.
001280      OPEN OUTPUT SOSPESI-OUT.
001281      MOVE SPACES             TO MLT-RECORD.
001282      MOVE "H"                TO MLT-TIPO-REC.
001283      MOVE "BNK100"           TO MLT-PROGRAMMA.
001284      MOVE BNK-OGGI           TO MLT-DATA-LOTTO.
001285      MOVE BNK-L-ORA          TO MLT-ORA-LOTTO.
001286      MOVE ZERO               TO MLT-NUM-RECORD MLT-TOT-IMPORTI.
001287      WRITE MLT-RECORD.
001288      MOVE MLT-ID-LOTTO       TO BNK-ID-LOTTO.
001290  1000-INIZIALIZZA-EXIT.
001300      EXIT.
001301*----------------------------------------------------------------
001302* IMPRONTA DELL'ESTRATTO: PRIMA LETTURA COMPLETA DI BANCHEIN,
001303* POI IL FILE VIENE RIAPERTO PER L'ELABORAZIONE
001304*----------------------------------------------------------------
001305  1100-CALCOLA-IMPRONTA.
001306      MOVE HIGH-VALUES TO BNK-IM-VALUTA-DA.
001307      MOVE LOW-VALUES  TO BNK-IM-VALUTA-A.
001308      MOVE ZERO        TO BNK-IM-NUM-INCASSI BNK-IM-TOT-IMPORTI.
001309      PERFORM 1150-LEGGI-IMPRONTA
001310          THRU 1150-LEGGI-IMPRONTA-EXIT.
001311      PERFORM 1160-SOMMA-IMPRONTA
001312          THRU 1160-SOMMA-IMPRONTA-EXIT
001313          UNTIL BNK-EOF-IMPRONTA.
001314      CLOSE BANCHE-IN.
001315      OPEN INPUT BANCHE-IN.
001316      IF BNK-FS-BANCHE NOT = "00"
001317          DISPLAY "BNK100 - ERR RIAPERTURA BANCHEIN "
001318              BNK-FS-BANCHE
001319          STOP RUN
001320      END-IF.
001321  1100-CALCOLA-IMPRONTA-EXIT.
001322      EXIT.
001323*----------------------------------------------------------------
001324  1150-LEGGI-IMPRONTA.
001325      READ BANCHE-IN
001326          AT END
001327              MOVE "S" TO BNK-EOF-IMP-SW
001328      END-READ.
001329  1150-LEGGI-IMPRONTA-EXIT.
001330      EXIT.
001331*----------------------------------------------------------------
001332  1160-SOMMA-IMPRONTA.
001333      ADD 1 TO BNK-IM-NUM-INCASSI.
001334      IF BK-DATA-VALUTA < BNK-IM-VALUTA-DA
001335          MOVE BK-DATA-VALUTA TO BNK-IM-VALUTA-DA
001336      END-IF.
001337      IF BK-DATA-VALUTA > BNK-IM-VALUTA-A
001338          MOVE BK-DATA-VALUTA TO BNK-IM-VALUTA-A
001339      END-IF.
001340      IF BK-IMPORTO NUMERIC
001341          ADD BK-IMPORTO-N TO BNK-IM-TOT-IMPORTI
001342      END-IF.
001343      PERFORM 1150-LEGGI-IMPRONTA
001344          THRU 1150-LEGGI-IMPRONTA-EXIT.
001345  1160-SOMMA-IMPRONTA-EXIT.
001346      EXIT.
001347*----------------------------------------------------------------
001348  2000-LETTURA.
001349      READ BANCHE-IN
001350          AT END
001351              MOVE "S" TO BNK-EOF-SW
001360      END-READ.
001370  2000-LETTURA-EXIT.
001380      EXIT.
002190      MOVE "P"                TO MP-TIPO.
002200      MOVE BK-IMPORTO-N       TO MP-IMPORTO.
002210      MOVE BK-DATA-VALUTA     TO MP-DATA-VALUTA.
002211      IF BK-RIF-NUMERO NUMERIC
002212          MOVE BK-RIF-NUMERO      TO MP-RIF-NUMERO
002213          IF BK-RIF-ANNO NUMERIC
002214              MOVE BK-RIF-ANNO    TO MP-RIF-ANNO
002215          END-IF
002216      END-IF.
002220      WRITE MOVPREP-OUT-RECORD.
002230      ADD 1 TO BNK-ABBINATI.
002235      ADD BK-IMPORTO-N TO BNK-TOT-MOVIMENTI.
002240  7000-SCRIVI-MOVIMENTO-EXIT.
002250      EXIT.
002260*----------------------------------------------------------------
002350      EXIT.
002360*----------------------------------------------------------------
002370  8000-FINALIZZA.
002371      MOVE SPACES             TO MLT-RECORD.
002372      MOVE "T"                TO MLT-TIPO-REC.
002373      MOVE "BNK100"           TO MLT-PROGRAMMA.
002374      MOVE BNK-OGGI           TO MLT-DATA-LOTTO.
002375      MOVE BNK-L-ORA          TO MLT-ORA-LOTTO.
002376      MOVE BNK-ABBINATI       TO MLT-NUM-RECORD.
002377      MOVE BNK-TOT-MOVIMENTI  TO MLT-TOT-IMPORTI.
002378      WRITE MLT-RECORD.
002380      CLOSE BANCHE-IN.
002390      CLOSE CLIENTI-F.
002400      CLOSE MOVPREP-OUT.
002410      CLOSE SOSPESI-OUT.
002411      IF BNK-IM-NUM-INCASSI > ZERO
002412          PERFORM 8100-REGISTRA-ESTRATTO
002413              THRU 8100-REGISTRA-ESTRATTO-EXIT
002414      END-IF.
002415      CLOSE ESTRATTI-F.
002420      DISPLAY "BNK100 - INCASSI LETTI    : " BNK-LETTI.
002430      DISPLAY "BNK100 - INCASSI ABBINATI : " BNK-ABBINATI.
002440      DISPLAY "BNK100 - INCASSI SOSPESI  : " BNK-SOSPESI.
002445      DISPLAY "BNK100 - LOTTO MOVPREP    : " BNK-ID-LOTTO.
002450  8000-FINALIZZA-EXIT.
002460      EXIT.
002470*----------------------------------------------------------------
002480  8100-REGISTRA-ESTRATTO.
002490      MOVE SPACES       TO BES-RECORD.
002500      MOVE BNK-IMPRONTA TO BES-IMPRONTA.
002510      MOVE BNK-OGGI     TO BES-DATA-ELAB.
002520      MOVE BNK-L-ORA    TO BES-ORA-ELAB.
002530      MOVE BNK-ID-LOTTO TO BES-ID-LOTTO.
002540      WRITE BES-RECORD.
002550      IF BNK-FS-ESTRATTI NOT = "00"
002560          DISPLAY "BNK100 - ERR SCRITTURA BNKESTR "
002570              BNK-FS-ESTRATTI
002580          MOVE 8 TO RETURN-CODE
002590      END-IF.
002600  8100-REGISTRA-ESTRATTO-EXIT.
002610      EXIT.
