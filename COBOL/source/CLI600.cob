000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CLI600.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - CONTABILITA CLIENTI.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - TABULATO DEI LOTTI DI
000130*                     MOVIMENTI CLIENTI CONTABILIZZATI DA CLI200:
000140*                     IL REGISTRO MOVLOTTI (TRACCIATO LOTREG) E
000150*                     LETTO IN SEQUENZA DI CHIAVE, CIOE PER
000160*                     PROGRAMMA DI ORIGINE (FAT200, BNK100,
000170*                     CLI250) E DATA/ORA DEL LOTTO, CON TOTALI
000180*                     PER ORIGINE E GENERALI; I LOTTI RIMASTI "IN
000190*                     CORSO" SONO EVIDENZIATI COME INTERROTTI.
000200*                     SEGUE L'ELENCO DEGLI ESTRATTI BANCARI
000210*                     ELABORATI DA BNK100 (REGISTRO BNKESTR,
000220*                     TRACCIATO BNKEST) CON L'ESITO DEL LOTTO
000230*                     MOVPREP CHE NE E DERIVATO. LA SCHEDA
000240*                     FACOLTATIVA LOTPARM LIMITA IL PERIODO (DATA
000250*                     LOTTO DAL/AL); SENZA SCHEDA TUTTO IL
000260*                     REGISTRO.
000270*----------------------------------------------------------------
000280*================================================================
000290  ENVIRONMENT DIVISION.
000300*================================================================
000310  CONFIGURATION SECTION.
000320  SOURCE-COMPUTER.   IBM-370.
000330  OBJECT-COMPUTER.   IBM-370.
000340  INPUT-OUTPUT SECTION.
000350  FILE-CONTROL.
000360      SELECT LOTTI-F     ASSIGN TO MOVLOTTI
000370          ORGANIZATION IS INDEXED
000380          ACCESS MODE IS DYNAMIC
000390          RECORD KEY IS LTR-CHIAVE
000400          FILE STATUS IS LTS-FS-LOTTI.
000410      SELECT ESTRATTI-F  ASSIGN TO BNKESTR
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS SEQUENTIAL
000440          RECORD KEY IS BES-IMPRONTA
000450          FILE STATUS IS LTS-FS-ESTRATTI.
000460      SELECT PARM-IN     ASSIGN TO LOTPARM
000470          ORGANIZATION IS SEQUENTIAL
000480          FILE STATUS IS LTS-FS-PARM.
000490      SELECT REPORT-OUT  ASSIGN TO LOTSTAM
000500          ORGANIZATION IS SEQUENTIAL
000510          FILE STATUS IS LTS-FS-REPORT.
000520*================================================================
000530  DATA DIVISION.
000540*================================================================
000550  FILE SECTION.
000560  FD  LOTTI-F
000570      LABEL RECORDS ARE STANDARD.
000580      COPY LOTREG.
000590  FD  ESTRATTI-F
000600      LABEL RECORDS ARE STANDARD.
000610      COPY BNKEST.
000620  FD  PARM-IN
000630      LABEL RECORDS ARE STANDARD
000640      RECORDING MODE IS F.
000650  01  PARM-IN-RECORD.
000660      05  LP-DATA-DA              PIC X(08).
000670      05  LP-DATA-A               PIC X(08).
000680      05  FILLER                  PIC X(64).
000690  FD  REPORT-OUT
000700      LABEL RECORDS ARE STANDARD
000710      RECORDING MODE IS F.
000720  01  REPORT-OUT-RECORD           PIC X(120).
000730  WORKING-STORAGE SECTION.
000740  77  LTS-FS-LOTTI                PIC X(02) VALUE SPACES.
000750  77  LTS-FS-ESTRATTI             PIC X(02) VALUE SPACES.
000760  77  LTS-FS-PARM                 PIC X(02) VALUE SPACES.
000770  77  LTS-FS-REPORT               PIC X(02) VALUE SPACES.
000780  77  LTS-DATA-DA                 PIC X(08) VALUE "00000000".
000790  77  LTS-DATA-A                  PIC X(08) VALUE "99999999".
000800  77  LTS-PROGRAMMA-CORR          PIC X(08) VALUE SPACES.
000810  77  LTS-INTERROTTI              PIC 9(05) COMP VALUE ZERO.
000820  77  LTS-ESTRATTI                PIC 9(05) COMP VALUE ZERO.
000830  77  LTS-NON-CONTAB              PIC 9(05) COMP VALUE ZERO.
000840  01  LTS-SWITCHES.
000850      05  LTS-EOF-LOTTI-SW        PIC X(01) VALUE "N".
000860          88  LTS-EOF-LOTTI                 VALUE "S".
000870      05  LTS-EOF-ESTR-SW         PIC X(01) VALUE "N".
000880          88  LTS-EOF-ESTRATTI              VALUE "S".
000890      05  LTS-ESTR-SW             PIC X(01) VALUE "N".
000900          88  LTS-ESTRATTI-PRESENTI         VALUE "S".
000910  01  LTS-TOTALI-ORIGINE.
000920      05  LTS-O-LOTTI             PIC 9(05) COMP.
000930      05  LTS-O-RECORD            PIC 9(09) COMP.
000940      05  LTS-O-IMPORTI           PIC 9(11)V99.
000950      05  LTS-O-APPLICATI         PIC 9(09) COMP.
000960      05  LTS-O-SCARTATI          PIC 9(09) COMP.
000970  01  LTS-TOTALI-GENERALI.
000980      05  LTS-G-LOTTI             PIC 9(05) COMP.
000990      05  LTS-G-RECORD            PIC 9(09) COMP.
001000      05  LTS-G-IMPORTI           PIC 9(11)V99.
001010      05  LTS-G-APPLICATI         PIC 9(09) COMP.
001020      05  LTS-G-SCARTATI          PIC 9(09) COMP.
001030  01  LTS-RIGA-INTESTAZ-1.
001040      05  FILLER                  PIC X(45)
001050          VALUE "LOTTI MOVIMENTI CLIENTI CONTABILIZZATI  DATA ".
001070      05  LTS-H-DATA              PIC X(08).
001080      05  FILLER                  PIC X(67) VALUE SPACES.
001090  01  LTS-RIGA-INTESTAZ-2.
001100      05  FILLER                  PIC X(18)
001110              VALUE "PERIODO LOTTI DAL ".
001120      05  LTS-H-DATA-DA           PIC X(08).
001130      05  FILLER                  PIC X(04) VALUE " AL ".
001140      05  LTS-H-DATA-A            PIC X(08).
001150      05  FILLER                  PIC X(82) VALUE SPACES.
001160  01  LTS-RIGA-TITOLO.
001170      05  LTS-T-TITOLO            PIC X(60).
001180      05  FILLER                  PIC X(60) VALUE SPACES.
001190  01  LTS-RIGA-COLONNE-LOTTI.
001200      05  FILLER                  PIC X(10) VALUE "PROGRAMMA".
001210      05  FILLER                  PIC X(10) VALUE "DATA".
001220      05  FILLER                  PIC X(08) VALUE "ORA".
001230      05  FILLER                  PIC X(11) VALUE "MOVIMENTI".
001240      05  FILLER                  PIC X(20)
001250              VALUE "    TOTALE IMPORTI".
001260      05  FILLER                  PIC X(10) VALUE "CONTAB. IL".
001270      05  FILLER                  PIC X(08) VALUE "ORA".
001280      05  FILLER                  PIC X(11) VALUE "APPLICATI".
001290      05  FILLER                  PIC X(11) VALUE "SCARTATI".
001300      05  FILLER                  PIC X(14) VALUE "STATO".
001310      05  FILLER                  PIC X(07) VALUE SPACES.
001320  01  LTS-RIGA-LOTTO.
001330      05  LTS-L-PROGRAMMA         PIC X(08).
001340      05  FILLER                  PIC X(02) VALUE SPACES.
001350      05  LTS-L-DATA              PIC X(08).
001360      05  FILLER                  PIC X(02) VALUE SPACES.
001370      05  LTS-L-ORA               PIC X(06).
001380      05  FILLER                  PIC X(02) VALUE SPACES.
001390      05  LTS-L-RECORD            PIC Z,ZZZ,ZZ9.
001400      05  FILLER                  PIC X(02) VALUE SPACES.
001410      05  LTS-L-IMPORTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001420      05  FILLER                  PIC X(02) VALUE SPACES.
001430      05  LTS-L-DATA-CONTAB       PIC X(08).
001440      05  FILLER                  PIC X(02) VALUE SPACES.
001450      05  LTS-L-ORA-CONTAB        PIC X(06).
001460      05  FILLER                  PIC X(02) VALUE SPACES.
001470      05  LTS-L-APPLICATI         PIC Z,ZZZ,ZZ9.
001480      05  FILLER                  PIC X(02) VALUE SPACES.
001490      05  LTS-L-SCARTATI          PIC Z,ZZZ,ZZ9.
001500      05  FILLER                  PIC X(02) VALUE SPACES.
001510      05  LTS-L-STATO             PIC X(14).
001520      05  FILLER                  PIC X(07) VALUE SPACES.
001530  01  LTS-RIGA-TOTALE.
001540      05  FILLER                  PIC X(07) VALUE "TOTALE ".
001550      05  LTS-S-PROGRAMMA         PIC X(08).
001560      05  FILLER                  PIC X(07) VALUE " LOTTI ".
001570      05  LTS-S-LOTTI             PIC ZZZ9.
001580      05  FILLER                  PIC X(02) VALUE SPACES.
001590      05  LTS-S-RECORD            PIC Z,ZZZ,ZZ9.
001600      05  FILLER                  PIC X(02) VALUE SPACES.
001610      05  LTS-S-IMPORTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001620      05  FILLER                  PIC X(20) VALUE SPACES.
001630      05  LTS-S-APPLICATI         PIC Z,ZZZ,ZZ9.
001640      05  FILLER                  PIC X(02) VALUE SPACES.
001650      05  LTS-S-SCARTATI          PIC Z,ZZZ,ZZ9.
001660      05  FILLER                  PIC X(23) VALUE SPACES.
001670  01  LTS-RIGA-COLONNE-ESTRATTI.
001680      05  FILLER                  PIC X(10) VALUE "VALUTA DAL".
001690      05  FILLER                  PIC X(10) VALUE "AL".
001700      05  FILLER                  PIC X(11) VALUE "INCASSI".
001710      05  FILLER                  PIC X(20)
001720              VALUE "    TOTALE IMPORTI".
001730      05  FILLER                  PIC X(10) VALUE "ELAB. IL".
001740      05  FILLER                  PIC X(08) VALUE "ORA".
001750      05  FILLER                  PIC X(17) VALUE "LOTTO MOVPREP".
001760      05  FILLER                  PIC X(20) VALUE "ESITO CLI200".
001770      05  FILLER                  PIC X(14) VALUE SPACES.
001780  01  LTS-RIGA-ESTRATTO.
001790      05  LTS-E-VALUTA-DA         PIC X(08).
001800      05  FILLER                  PIC X(02) VALUE SPACES.
001810      05  LTS-E-VALUTA-A          PIC X(08).
001820      05  FILLER                  PIC X(02) VALUE SPACES.
001830      05  LTS-E-INCASSI           PIC Z,ZZZ,ZZ9.
001840      05  FILLER                  PIC X(02) VALUE SPACES.
001850      05  LTS-E-IMPORTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001860      05  FILLER                  PIC X(02) VALUE SPACES.
001870      05  LTS-E-DATA-ELAB         PIC X(08).
001880      05  FILLER                  PIC X(02) VALUE SPACES.
001890      05  LTS-E-ORA-ELAB          PIC X(06).
001900      05  FILLER                  PIC X(02) VALUE SPACES.
001910      05  LTS-E-LOTTO-DATA        PIC X(08).
001920      05  FILLER                  PIC X(01) VALUE SPACES.
001930      05  LTS-E-LOTTO-ORA         PIC X(06).
001940      05  FILLER                  PIC X(02) VALUE SPACES.
001950      05  LTS-E-ESITO             PIC X(20).
001960      05  FILLER                  PIC X(14) VALUE SPACES.
001970  01  LTS-RIGA-FINALE.
001980      05  LTS-F-MESSAGGIO         PIC X(60).
001990      05  LTS-F-NUMERO            PIC ZZ,ZZ9.
002000      05  FILLER                  PIC X(54) VALUE SPACES.
002010*================================================================
002020  PROCEDURE DIVISION.
002030*================================================================
002040  0000-MAINLINE.
002050      PERFORM 0500-LEGGI-PARAMETRI
002060          THRU 0500-LEGGI-PARAMETRI-EXIT.
002070      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
002080      PERFORM 2000-STAMPA-LOTTI THRU 2000-STAMPA-LOTTI-EXIT.
002090      PERFORM 3000-STAMPA-ESTRATTI
002100          THRU 3000-STAMPA-ESTRATTI-EXIT.
002110      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
002120      STOP RUN.
002130*----------------------------------------------------------------
002140  0500-LEGGI-PARAMETRI.
002150      OPEN INPUT PARM-IN.
002160      IF LTS-FS-PARM NOT = "00"
002170          GO TO 0500-LEGGI-PARAMETRI-EXIT
002180      END-IF.
002190      READ PARM-IN
002200          AT END
002210              CONTINUE
002220          NOT AT END
002230              IF LP-DATA-DA NUMERIC
002240                  MOVE LP-DATA-DA TO LTS-DATA-DA
002250              END-IF
002260              IF LP-DATA-A NUMERIC
002270                  MOVE LP-DATA-A  TO LTS-DATA-A
002280              END-IF
002290      END-READ.
002300      CLOSE PARM-IN.
002310  0500-LEGGI-PARAMETRI-EXIT.
002320      EXIT.
002330*----------------------------------------------------------------
002340  1000-INIZIALIZZA.
002350      OPEN INPUT LOTTI-F.
002360      IF LTS-FS-LOTTI NOT = "00"
002370          DISPLAY "CLI600 - ERR APERTURA MOVLOTTI " LTS-FS-LOTTI
002380          STOP RUN
002390      END-IF.
002400      OPEN INPUT ESTRATTI-F.
002410      IF LTS-FS-ESTRATTI = "35"
002420          DISPLAY "CLI600 - BNKESTR ASSENTE, NESSUN ESTRATTO"
002430      ELSE
002440          IF LTS-FS-ESTRATTI NOT = "00"
002450              DISPLAY "CLI600 - ERR APERTURA BNKESTR "
002460                  LTS-FS-ESTRATTI
002470              STOP RUN
002480          END-IF
002490          SET LTS-ESTRATTI-PRESENTI TO TRUE
002500      END-IF.
002510      OPEN OUTPUT REPORT-OUT.
002520      IF LTS-FS-REPORT NOT = "00"
002530          DISPLAY "CLI600 - ERR APERTURA LOTSTAM " LTS-FS-REPORT
002540          STOP RUN
002550      END-IF.
002560      ACCEPT LTS-H-DATA FROM DATE YYYYMMDD.
002570      MOVE LTS-DATA-DA TO LTS-H-DATA-DA.
002580      MOVE LTS-DATA-A  TO LTS-H-DATA-A.
002590      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-INTESTAZ-1.
002600      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-INTESTAZ-2.
002610      MOVE ZERO TO LTS-O-LOTTI LTS-O-RECORD LTS-O-IMPORTI
002620                   LTS-O-APPLICATI LTS-O-SCARTATI.
002630      MOVE ZERO TO LTS-G-LOTTI LTS-G-RECORD LTS-G-IMPORTI
002640                   LTS-G-APPLICATI LTS-G-SCARTATI.
002650  1000-INIZIALIZZA-EXIT.
002660      EXIT.
002670*----------------------------------------------------------------
002680* LOTTI PER ORIGINE E DATA: LA CHIAVE DEL REGISTRO E GIA
002690* PROGRAMMA + DATA + ORA, BASTA LA LETTURA SEQUENZIALE
002700*----------------------------------------------------------------
002710  2000-STAMPA-LOTTI.
002720      MOVE SPACES TO REPORT-OUT-RECORD.
002730      WRITE REPORT-OUT-RECORD.
002740      MOVE "LOTTI CONTABILIZZATI PER ORIGINE E DATA"
002750          TO LTS-T-TITOLO.
002760      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-TITOLO.
002770      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-COLONNE-LOTTI.
002780      PERFORM 2100-LEGGI-LOTTO THRU 2100-LEGGI-LOTTO-EXIT.
002790      PERFORM 2200-ELABORA-LOTTO THRU 2200-ELABORA-LOTTO-EXIT
002800          UNTIL LTS-EOF-LOTTI.
002810      PERFORM 2300-TOTALE-ORIGINE
002820          THRU 2300-TOTALE-ORIGINE-EXIT.
002830      MOVE "GENERALE"      TO LTS-S-PROGRAMMA.
002840      MOVE LTS-G-LOTTI     TO LTS-S-LOTTI.
002850      MOVE LTS-G-RECORD    TO LTS-S-RECORD.
002860      MOVE LTS-G-IMPORTI   TO LTS-S-IMPORTI.
002870      MOVE LTS-G-APPLICATI TO LTS-S-APPLICATI.
002880      MOVE LTS-G-SCARTATI  TO LTS-S-SCARTATI.
002890      MOVE SPACES TO REPORT-OUT-RECORD.
002900      WRITE REPORT-OUT-RECORD.
002910      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-TOTALE.
002920  2000-STAMPA-LOTTI-EXIT.
002930      EXIT.
002940*----------------------------------------------------------------
002950  2100-LEGGI-LOTTO.
002960      READ LOTTI-F NEXT
002970          AT END
002980              MOVE "S" TO LTS-EOF-LOTTI-SW
002990      END-READ.
003000  2100-LEGGI-LOTTO-EXIT.
003010      EXIT.
003020*----------------------------------------------------------------
003030  2200-ELABORA-LOTTO.
003040      IF LTR-DATA-LOTTO < LTS-DATA-DA
003050         OR LTR-DATA-LOTTO > LTS-DATA-A
003060          GO TO 2200-ELABORA-LOTTO-PROSEGUI
003070      END-IF.
003080      IF LTR-PROGRAMMA NOT = LTS-PROGRAMMA-CORR
003090          PERFORM 2300-TOTALE-ORIGINE
003100              THRU 2300-TOTALE-ORIGINE-EXIT
003110          MOVE LTR-PROGRAMMA TO LTS-PROGRAMMA-CORR
003120      END-IF.
003130      MOVE LTR-PROGRAMMA     TO LTS-L-PROGRAMMA.
003140      MOVE LTR-DATA-LOTTO    TO LTS-L-DATA.
003150      MOVE LTR-ORA-LOTTO     TO LTS-L-ORA.
003160      MOVE LTR-NUM-RECORD    TO LTS-L-RECORD.
003170      MOVE LTR-TOT-IMPORTI   TO LTS-L-IMPORTI.
003180      MOVE LTR-DATA-CONTAB   TO LTS-L-DATA-CONTAB.
003190      MOVE LTR-ORA-CONTAB    TO LTS-L-ORA-CONTAB.
003200      MOVE LTR-APPLICATI     TO LTS-L-APPLICATI.
003210      MOVE LTR-SCARTATI      TO LTS-L-SCARTATI.
003220      IF LTR-CONTABILIZZATO
003230          MOVE "CONTABILIZZATO" TO LTS-L-STATO
003240      ELSE
003250          MOVE "INTERROTTO"     TO LTS-L-STATO
003260          ADD 1 TO LTS-INTERROTTI
003270      END-IF.
003280      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-LOTTO.
003290      ADD 1               TO LTS-O-LOTTI.
003300      ADD LTR-NUM-RECORD  TO LTS-O-RECORD.
003310      ADD LTR-TOT-IMPORTI TO LTS-O-IMPORTI.
003320      ADD LTR-APPLICATI   TO LTS-O-APPLICATI.
003330      ADD LTR-SCARTATI    TO LTS-O-SCARTATI.
003340  2200-ELABORA-LOTTO-PROSEGUI.
003350      PERFORM 2100-LEGGI-LOTTO THRU 2100-LEGGI-LOTTO-EXIT.
003360  2200-ELABORA-LOTTO-EXIT.
003370      EXIT.
003380*----------------------------------------------------------------
003390  2300-TOTALE-ORIGINE.
003400      IF LTS-O-LOTTI = ZERO
003410          GO TO 2300-TOTALE-ORIGINE-EXIT
003420      END-IF.
003430      MOVE LTS-PROGRAMMA-CORR TO LTS-S-PROGRAMMA.
003440      MOVE LTS-O-LOTTI        TO LTS-S-LOTTI.
003450      MOVE LTS-O-RECORD       TO LTS-S-RECORD.
003460      MOVE LTS-O-IMPORTI      TO LTS-S-IMPORTI.
003470      MOVE LTS-O-APPLICATI    TO LTS-S-APPLICATI.
003480      MOVE LTS-O-SCARTATI     TO LTS-S-SCARTATI.
003490      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-TOTALE.
003500      MOVE SPACES TO REPORT-OUT-RECORD.
003510      WRITE REPORT-OUT-RECORD.
003520      ADD LTS-O-LOTTI     TO LTS-G-LOTTI.
003530      ADD LTS-O-RECORD    TO LTS-G-RECORD.
003540      ADD LTS-O-IMPORTI   TO LTS-G-IMPORTI.
003550      ADD LTS-O-APPLICATI TO LTS-G-APPLICATI.
003560      ADD LTS-O-SCARTATI  TO LTS-G-SCARTATI.
003570      MOVE ZERO TO LTS-O-LOTTI LTS-O-RECORD LTS-O-IMPORTI
003580                   LTS-O-APPLICATI LTS-O-SCARTATI.
003590  2300-TOTALE-ORIGINE-EXIT.
003600      EXIT.
003610*----------------------------------------------------------------
003620* ESTRATTI BANCARI: PER OGNUNO SI CERCA SUL REGISTRO LOTTI IL
003630* LOTTO MOVPREP CHE NE E STATO GENERATO
003640*----------------------------------------------------------------
003650  3000-STAMPA-ESTRATTI.
003660      IF NOT LTS-ESTRATTI-PRESENTI
003670          GO TO 3000-STAMPA-ESTRATTI-EXIT
003680      END-IF.
003690      MOVE SPACES TO REPORT-OUT-RECORD.
003700      WRITE REPORT-OUT-RECORD.
003710      MOVE "ESTRATTI BANCARI ELABORATI DA BNK100" TO LTS-T-TITOLO.
003720      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-TITOLO.
003730      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-COLONNE-ESTRATTI.
003740      PERFORM 3100-LEGGI-ESTRATTO THRU 3100-LEGGI-ESTRATTO-EXIT.
003750      PERFORM 3200-ELABORA-ESTRATTO
003760          THRU 3200-ELABORA-ESTRATTO-EXIT
003770          UNTIL LTS-EOF-ESTRATTI.
003780  3000-STAMPA-ESTRATTI-EXIT.
003790      EXIT.
003800*----------------------------------------------------------------
003810  3100-LEGGI-ESTRATTO.
003820      READ ESTRATTI-F NEXT
003830          AT END
003840              MOVE "S" TO LTS-EOF-ESTR-SW
003850      END-READ.
003860  3100-LEGGI-ESTRATTO-EXIT.
003870      EXIT.
003880*----------------------------------------------------------------
003890  3200-ELABORA-ESTRATTO.
003900      IF BES-DATA-ELAB < LTS-DATA-DA
003910         OR BES-DATA-ELAB > LTS-DATA-A
003920          GO TO 3200-ELABORA-ESTRATTO-PROSEGUI
003930      END-IF.
003940      ADD 1 TO LTS-ESTRATTI.
003950      MOVE BES-VALUTA-DA     TO LTS-E-VALUTA-DA.
003960      MOVE BES-VALUTA-A      TO LTS-E-VALUTA-A.
003970      MOVE BES-NUM-INCASSI   TO LTS-E-INCASSI.
003980      MOVE BES-TOT-IMPORTI   TO LTS-E-IMPORTI.
003990      MOVE BES-DATA-ELAB     TO LTS-E-DATA-ELAB.
004000      MOVE BES-ORA-ELAB      TO LTS-E-ORA-ELAB.
004010      MOVE BES-DATA-LOTTO    TO LTS-E-LOTTO-DATA.
004020      MOVE BES-ORA-LOTTO     TO LTS-E-LOTTO-ORA.
004030      MOVE BES-ID-LOTTO      TO LTR-CHIAVE.
004040      READ LOTTI-F
004050          INVALID KEY
004060              MOVE "NON CONTABILIZZATO" TO LTS-E-ESITO
004070              ADD 1 TO LTS-NON-CONTAB
004080          NOT INVALID KEY
004090              IF LTR-CONTABILIZZATO
004100                  MOVE "CONTABILIZZATO"  TO LTS-E-ESITO
004110              ELSE
004120                  MOVE "INTERROTTO"      TO LTS-E-ESITO
004130              END-IF
004140      END-READ.
004150      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-ESTRATTO.
004160  3200-ELABORA-ESTRATTO-PROSEGUI.
004170      PERFORM 3100-LEGGI-ESTRATTO THRU 3100-LEGGI-ESTRATTO-EXIT.
004180  3200-ELABORA-ESTRATTO-EXIT.
004190      EXIT.
004200*----------------------------------------------------------------
004210  8000-FINALIZZA.
004220      MOVE SPACES TO REPORT-OUT-RECORD.
004230      WRITE REPORT-OUT-RECORD.
004240      MOVE "LOTTI INTERROTTI DA VERIFICARE           : "
004250          TO LTS-F-MESSAGGIO.
004260      MOVE LTS-INTERROTTI TO LTS-F-NUMERO.
004270      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-FINALE.
004280      MOVE "ESTRATTI CON LOTTO MOVPREP NON CONTABILIZZATO : "
004290          TO LTS-F-MESSAGGIO.
004300      MOVE LTS-NON-CONTAB TO LTS-F-NUMERO.
004310      WRITE REPORT-OUT-RECORD FROM LTS-RIGA-FINALE.
004320      CLOSE LOTTI-F.
004330      IF LTS-ESTRATTI-PRESENTI
004340          CLOSE ESTRATTI-F
004350      END-IF.
004360      CLOSE REPORT-OUT.
004370      DISPLAY "CLI600 - LOTTI STAMPATI    : " LTS-G-LOTTI.
004380      DISPLAY "CLI600 - LOTTI INTERROTTI  : " LTS-INTERROTTI.
004390      DISPLAY "CLI600 - ESTRATTI STAMPATI : " LTS-ESTRATTI.
004400  8000-FINALIZZA-EXIT.
004410      EXIT.
