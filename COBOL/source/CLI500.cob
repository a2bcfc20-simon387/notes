000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CLI500.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - CONTABILITA CLIENTI.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - SCADENZARIO CLIENTI PER
000130*                     ANZIANITA: LEGGE IL MASTER PARTITE APERTE
000140*                     (AGGIORNATO DA CLI200) IN ORDINE DI CHIAVE
000150*                     E PER OGNI CLIENTE RIPARTISCE I RESIDUI
000160*                     NELLE FASCE 0-30, 31-60, 61-90 E OLTRE 90
000170*                     GIORNI DALLA SCADENZA (LE PARTITE NON
000180*                     ANCORA SCADUTE RIENTRANO NELLA PRIMA
000190*                     FASCIA); IL TOTALE CLIENTE E AL NETTO DEGLI
000200*                     ACCONTI NON ABBINATI. NOME E REGIONE DAL
000210*                     MASTER CLIENTI, DESCRIZIONE REGIONE DAL
000220*                     SOTTOPROGRAMMA REG100 COME IN GEO100, CON
000230*                     RIEPILOGO FINALE PER REGIONE E TOTALE
000240*                     GENERALE. GIORNI CALCOLATI SUL MESE
000250*                     COMMERCIALE DI 30 GIORNI COME IN SOLLECI1.
000260*----------------------------------------------------------------
000270*================================================================
000280  ENVIRONMENT DIVISION.
000290*================================================================
000300  CONFIGURATION SECTION.
000310  SOURCE-COMPUTER.   IBM-370.
000320  OBJECT-COMPUTER.   IBM-370.
000330  INPUT-OUTPUT SECTION.
000340  FILE-CONTROL.
000350      SELECT PARTITE-F   ASSIGN TO PARTITE
000360          ORGANIZATION IS INDEXED
000370          ACCESS MODE IS SEQUENTIAL
000380          RECORD KEY IS PAR-CHIAVE
000390          FILE STATUS IS SCD-FS-PARTITE.
000400      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS RANDOM
000430          RECORD KEY IS CLI-CHIAVE
000440          FILE STATUS IS SCD-FS-CLIENTI.
000450      SELECT REPORT-OUT  ASSIGN TO SCADENZ
000460          ORGANIZATION IS SEQUENTIAL
000470          FILE STATUS IS SCD-FS-REPORT.
000480*================================================================
000490  DATA DIVISION.
000500*================================================================
000510  FILE SECTION.
000520  FD  PARTITE-F
000530      LABEL RECORDS ARE STANDARD.
000540      COPY PARREC.
000550  FD  CLIENTI-F
000560      LABEL RECORDS ARE STANDARD.
000570      COPY CLIREC.
000580  FD  REPORT-OUT
000590      LABEL RECORDS ARE STANDARD
000600      RECORDING MODE IS F.
000610  01  REPORT-OUT-RECORD           PIC X(80).
000620  WORKING-STORAGE SECTION.
000630  77  SCD-FS-PARTITE              PIC X(02) VALUE SPACES.
000640  77  SCD-FS-CLIENTI              PIC X(02) VALUE SPACES.
000650  77  SCD-FS-REPORT               PIC X(02) VALUE SPACES.
000660  77  SCD-LETTE                   PIC 9(07) COMP VALUE ZERO.
000670  77  SCD-CLIENTI                 PIC 9(05) COMP VALUE ZERO.
000680  77  SCD-PERSI                   PIC 9(05) COMP VALUE ZERO.
000690  77  SCD-CONTA                   PIC 9(03) COMP VALUE ZERO.
000700  77  SCD-POS                     PIC 9(03) COMP VALUE ZERO.
000710  77  SCD-J                       PIC 9(03) COMP VALUE ZERO.
000720  77  SCD-F                       PIC 9(01) COMP VALUE ZERO.
000730  77  SCD-GIORNI                  PIC S9(05) COMP VALUE ZERO.
000740  77  SCD-CLIENTE                 PIC X(05) VALUE SPACES.
000750  77  SCD-COD-REG                 PIC XX    VALUE SPACES.
000760  77  SCD-DES-REG                 PIC X(20) VALUE SPACES.
000770  77  SCD-TOTALE                  PIC S9(11)V99 VALUE ZERO.
000780  01  SCD-SWITCHES.
000790      05  SCD-EOF-SW              PIC X(01) VALUE "N".
000800          88  SCD-EOF-PARTITE               VALUE "S".
000810  01  SCD-REG-PARAMETRI.
000820      05  SCD-REG-FUNZIONE        PIC X(01) VALUE "C".
000830      05  SCD-IN-COD-REG          PIC XX    VALUE SPACES.
000840      05  SCD-IN-COD-PRO          PIC XX    VALUE SPACES.
000850      05  SCD-OUT-DES-REG         PIC X(20) VALUE SPACES.
000860      05  SCD-OUT-DES-PRO         PIC X(20) VALUE SPACES.
000870      05  SCD-REG-RC              PIC X(02) VALUE SPACES.
000880  01  SCD-OGGI.
000890      05  SCD-OGGI-AAAA           PIC 9(04).
000900      05  SCD-OGGI-MM             PIC 9(02).
000910      05  SCD-OGGI-GG             PIC 9(02).
000920  01  SCD-DATA-SCAD.
000930      05  SCD-SCAD-AAAA           PIC 9(04).
000940      05  SCD-SCAD-MM             PIC 9(02).
000950      05  SCD-SCAD-GG             PIC 9(02).
000960*----------------------------------------------------------------
000970* ACCUMULATORI DEL CLIENTE CORRENTE E TOTALE GENERALE
000980*----------------------------------------------------------------
000990  01  SCD-CLI-ACCUMULI.
001000      05  SCD-C-FASCIA            PIC S9(11)V99
001010              OCCURS 4 TIMES.
001020      05  SCD-C-ACCONTI           PIC S9(11)V99.
001030  01  SCD-GEN-ACCUMULI.
001040      05  SCD-G-FASCIA            PIC S9(11)V99
001050              OCCURS 4 TIMES.
001060      05  SCD-G-ACCONTI           PIC S9(11)V99.
001070*----------------------------------------------------------------
001080* TABELLA RIEPILOGO PER REGIONE, TENUTA ORDINATA PER CODICE
001090*----------------------------------------------------------------
001100  01  SCD-TAB-REGIONI.
001110      05  SCD-REGIONE OCCURS 30 TIMES.
001120          10  SCD-T-COD-REG       PIC XX.
001130          10  SCD-T-DES-REG       PIC X(20).
001140          10  SCD-T-CLIENTI       PIC 9(05).
001150          10  SCD-T-FASCIA        PIC S9(11)V99
001160                  OCCURS 4 TIMES.
001170          10  SCD-T-ACCONTI       PIC S9(11)V99.
001180  01  SCD-RIGA-INTESTAZ-1.
001190      05  FILLER                  PIC X(40)
001200              VALUE "SCADENZARIO CLIENTI PER ANZIANITA  DATA".
001210      05  FILLER                  PIC X(01) VALUE SPACES.
001220      05  SCD-H-DATA              PIC X(08).
001230      05  FILLER                  PIC X(31) VALUE SPACES.
001240  01  SCD-RIGA-INTESTAZ-2.
001250      05  FILLER                  PIC X(20) VALUE "CLIENTE".
001260      05  FILLER                  PIC X(12) VALUE "    0-30 GG".
001270      05  FILLER                  PIC X(12) VALUE "   31-60 GG".
001280      05  FILLER                  PIC X(12) VALUE "   61-90 GG".
001290      05  FILLER                  PIC X(12) VALUE "   OLTRE 90".
001300      05  FILLER                  PIC X(12) VALUE "     TOTALE".
001310  01  SCD-RIGA-CLIENTE.
001320      05  SCD-D-CHIAVE            PIC X(05).
001330      05  FILLER                  PIC X(01) VALUE SPACES.
001340      05  SCD-D-NOME              PIC X(13).
001350      05  FILLER                  PIC X(01) VALUE SPACES.
001360      05  SCD-D-IMPORTI OCCURS 4 TIMES.
001370          10  SCD-D-FASCIA        PIC ZZZ,ZZZ,ZZ9.
001380          10  FILLER              PIC X(01).
001390      05  SCD-D-TOTALE            PIC -ZZZ,ZZZ,ZZ9.
001400  01  SCD-RIGA-REG-TITOLO.
001410      05  FILLER                  PIC X(40)
001420              VALUE "RIEPILOGO PER REGIONE".
001430      05  FILLER                  PIC X(40) VALUE SPACES.
001440  01  SCD-RIGA-REGIONE.
001450      05  SCD-R-COD-REG           PIC XX.
001460      05  FILLER                  PIC X(01) VALUE SPACES.
001470      05  SCD-R-DES-REG           PIC X(17).
001480      05  SCD-R-IMPORTI OCCURS 4 TIMES.
001490          10  SCD-R-FASCIA        PIC ZZZ,ZZZ,ZZ9.
001500          10  FILLER              PIC X(01).
001510      05  SCD-R-TOTALE            PIC -ZZZ,ZZZ,ZZ9.
001520  01  SCD-RIGA-TOTALE.
001530      05  FILLER                  PIC X(20)
001540              VALUE "TOTALE GENERALE".
001550      05  SCD-G-IMPORTI OCCURS 4 TIMES.
001560          10  SCD-S-FASCIA        PIC ZZZ,ZZZ,ZZ9.
001570          10  FILLER              PIC X(01).
001580      05  SCD-S-TOTALE            PIC -ZZZ,ZZZ,ZZ9.
001590  01  SCD-RIGA-PERSI.
001600      05  FILLER                  PIC X(39)
001610          VALUE "ATTENZIONE - CLIENTI NON RIPORTATI PER ".
001620      05  FILLER                  PIC X(16)
001630          VALUE "TABELLA PIENA : ".
001640      05  SCD-W-PERSI             PIC ZZ,ZZ9.
001650      05  FILLER                  PIC X(19) VALUE SPACES.
001660*================================================================
001670  PROCEDURE DIVISION.
001680*================================================================
001690  0000-MAINLINE.
001700      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001710      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001720      PERFORM 3000-ELABORA-CLIENTE
001730          THRU 3000-ELABORA-CLIENTE-EXIT
001740          UNTIL SCD-EOF-PARTITE.
001750      PERFORM 5000-STAMPA-RIEPILOGO
001760          THRU 5000-STAMPA-RIEPILOGO-EXIT.
001770      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001780      STOP RUN.
001790*----------------------------------------------------------------
001800  1000-INIZIALIZZA.
001810      OPEN INPUT PARTITE-F.
001820      IF SCD-FS-PARTITE NOT = "00"
001830          DISPLAY "CLI500 - ERR APERTURA PARTITE " SCD-FS-PARTITE
001840          STOP RUN
001850      END-IF.
001860      OPEN INPUT CLIENTI-F.
001870      IF SCD-FS-CLIENTI NOT = "00"
001880          DISPLAY "CLI500 - ERR APERTURA CLIENTI " SCD-FS-CLIENTI
001890          STOP RUN
001900      END-IF.
001910      OPEN OUTPUT REPORT-OUT.
001920      MOVE "C" TO SCD-REG-FUNZIONE.
001930      CALL "REG100" USING SCD-REG-FUNZIONE SCD-IN-COD-REG
001940          SCD-IN-COD-PRO SCD-OUT-DES-REG SCD-OUT-DES-PRO
001950          SCD-REG-RC.
001960      IF SCD-REG-RC NOT = "00"
001970          DISPLAY "CLI500 - ERR CARICAMENTO REGIONI " SCD-REG-RC
001980          STOP RUN
001990      END-IF.
002000      ACCEPT SCD-OGGI FROM DATE YYYYMMDD.
002010      MOVE SCD-OGGI TO SCD-H-DATA.
002020      MOVE ZERO TO SCD-GEN-ACCUMULI.
002030      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-INTESTAZ-1.
002040      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-INTESTAZ-2.
002050  1000-INIZIALIZZA-EXIT.
002060      EXIT.
002070*----------------------------------------------------------------
002080  2000-LETTURA.
002090      READ PARTITE-F
002100          AT END
002110              MOVE "S" TO SCD-EOF-SW
002120      END-READ.
002130  2000-LETTURA-EXIT.
002140      EXIT.
002150*----------------------------------------------------------------
002160  3000-ELABORA-CLIENTE.
002170      MOVE PAR-CLIENTE TO SCD-CLIENTE.
002180      MOVE ZERO TO SCD-CLI-ACCUMULI.
002190      PERFORM 3100-ACCUMULA-PARTITA
002200          THRU 3100-ACCUMULA-PARTITA-EXIT
002210          UNTIL SCD-EOF-PARTITE
002220             OR PAR-CLIENTE NOT = SCD-CLIENTE.
002230      IF SCD-C-FASCIA(1) = ZERO AND SCD-C-FASCIA(2) = ZERO
002240       AND SCD-C-FASCIA(3) = ZERO AND SCD-C-FASCIA(4) = ZERO
002250       AND SCD-C-ACCONTI = ZERO
002260          GO TO 3000-ELABORA-CLIENTE-EXIT
002270      END-IF.
002280      ADD 1 TO SCD-CLIENTI.
002290      PERFORM 3300-STAMPA-CLIENTE
002300          THRU 3300-STAMPA-CLIENTE-EXIT.
002310      PERFORM 3400-ACCUMULA-REGIONE
002320          THRU 3400-ACCUMULA-REGIONE-EXIT.
002330  3000-ELABORA-CLIENTE-EXIT.
002340      EXIT.
002350*----------------------------------------------------------------
002360  3100-ACCUMULA-PARTITA.
002370      ADD 1 TO SCD-LETTE.
002380      IF NOT PAR-APERTA
002390          GO TO 3100-ACCUMULA-PARTITA-PROSEGUI
002400      END-IF.
002410      IF PAR-ACCONTO
002420          ADD PAR-RESIDUO TO SCD-C-ACCONTI
002430          GO TO 3100-ACCUMULA-PARTITA-PROSEGUI
002440      END-IF.
002450      PERFORM 3200-CALCOLA-FASCIA
002460          THRU 3200-CALCOLA-FASCIA-EXIT.
002470      ADD PAR-RESIDUO TO SCD-C-FASCIA(SCD-F).
002480  3100-ACCUMULA-PARTITA-PROSEGUI.
002490      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002500  3100-ACCUMULA-PARTITA-EXIT.
002510      EXIT.
002520*----------------------------------------------------------------
002530  3200-CALCOLA-FASCIA.
002540      MOVE 1 TO SCD-F.
002550      IF PAR-DATA-SCAD NOT NUMERIC
002560          GO TO 3200-CALCOLA-FASCIA-EXIT
002570      END-IF.
002580      MOVE PAR-DATA-SCAD TO SCD-DATA-SCAD.
002590      COMPUTE SCD-GIORNI =
002600          (SCD-OGGI-AAAA - SCD-SCAD-AAAA) * 360
002610        + (SCD-OGGI-MM   - SCD-SCAD-MM)   * 30
002620        + (SCD-OGGI-GG   - SCD-SCAD-GG).
002630      IF SCD-GIORNI > 90
002640          MOVE 4 TO SCD-F
002650      ELSE
002660          IF SCD-GIORNI > 60
002670              MOVE 3 TO SCD-F
002680          ELSE
002690              IF SCD-GIORNI > 30
002700                  MOVE 2 TO SCD-F
002710              END-IF
002720          END-IF
002730      END-IF.
002740  3200-CALCOLA-FASCIA-EXIT.
002750      EXIT.
002760*----------------------------------------------------------------
002770  3300-STAMPA-CLIENTE.
002780      MOVE "??"               TO SCD-COD-REG.
002790      MOVE "NON CLASSIFICATI" TO SCD-DES-REG.
002800      MOVE SCD-CLIENTE TO CLI-CHIAVE.
002810      READ CLIENTI-F
002820          INVALID KEY
002830              MOVE "*NON A MASTER" TO CLI-NOME
002840          NOT INVALID KEY
002850              PERFORM 3350-RISOLVI-REGIONE
002860                  THRU 3350-RISOLVI-REGIONE-EXIT
002870      END-READ.
002880      MOVE SPACES      TO SCD-RIGA-CLIENTE.
002890      MOVE SCD-CLIENTE TO SCD-D-CHIAVE.
002900      MOVE CLI-NOME    TO SCD-D-NOME.
002910      MOVE ZERO        TO SCD-TOTALE.
002920      PERFORM 3310-IMPORTA-FASCIA
002930          THRU 3310-IMPORTA-FASCIA-EXIT
002940          VARYING SCD-F FROM 1 BY 1
002950          UNTIL SCD-F > 4.
002960      SUBTRACT SCD-C-ACCONTI FROM SCD-TOTALE.
002970      ADD SCD-C-ACCONTI TO SCD-G-ACCONTI.
002980      MOVE SCD-TOTALE  TO SCD-D-TOTALE.
002990      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-CLIENTE.
003000  3300-STAMPA-CLIENTE-EXIT.
003010      EXIT.
003020*----------------------------------------------------------------
003030  3310-IMPORTA-FASCIA.
003040      MOVE SCD-C-FASCIA(SCD-F) TO SCD-D-FASCIA(SCD-F).
003050      ADD SCD-C-FASCIA(SCD-F)  TO SCD-TOTALE.
003060      ADD SCD-C-FASCIA(SCD-F)  TO SCD-G-FASCIA(SCD-F).
003070  3310-IMPORTA-FASCIA-EXIT.
003080      EXIT.
003090*----------------------------------------------------------------
003100  3350-RISOLVI-REGIONE.
003110      MOVE "R" TO SCD-REG-FUNZIONE.
003120      MOVE CLI-COD-REG TO SCD-IN-COD-REG.
003130      MOVE CLI-COD-PRO TO SCD-IN-COD-PRO.
003140      CALL "REG100" USING SCD-REG-FUNZIONE SCD-IN-COD-REG
003150          SCD-IN-COD-PRO SCD-OUT-DES-REG SCD-OUT-DES-PRO
003160          SCD-REG-RC.
003170      IF SCD-REG-RC = "00"
003180          MOVE CLI-COD-REG     TO SCD-COD-REG
003190          MOVE SCD-OUT-DES-REG TO SCD-DES-REG
003200      END-IF.
003210  3350-RISOLVI-REGIONE-EXIT.
003220      EXIT.
003230*----------------------------------------------------------------
003240  3400-ACCUMULA-REGIONE.
003250      MOVE ZERO TO SCD-POS.
003260      PERFORM 3450-CERCA-POSIZIONE
003270          THRU 3450-CERCA-POSIZIONE-EXIT
003280          VARYING SCD-J FROM 1 BY 1
003290          UNTIL SCD-J > SCD-CONTA
003300             OR SCD-POS > ZERO.
003310      IF SCD-POS > ZERO
003320          IF SCD-T-COD-REG(SCD-POS) = SCD-COD-REG
003330              PERFORM 3600-SOMMA-CLIENTE
003340                  THRU 3600-SOMMA-CLIENTE-EXIT
003350              GO TO 3400-ACCUMULA-REGIONE-EXIT
003360          END-IF
003370      END-IF.
003380      IF SCD-CONTA NOT LESS THAN 30
003390          DISPLAY "CLI500 - TABELLA REGIONI PIENA A 30"
003400          ADD 1 TO SCD-PERSI
003410          GO TO 3400-ACCUMULA-REGIONE-EXIT
003420      END-IF.
003430      ADD 1 TO SCD-CONTA.
003440      IF SCD-POS = ZERO
003450          MOVE SCD-CONTA TO SCD-POS
003460      ELSE
003470          PERFORM 3500-SPOSTA-ELEMENTO
003480              THRU 3500-SPOSTA-ELEMENTO-EXIT
003490              VARYING SCD-J FROM SCD-CONTA BY -1
003500              UNTIL SCD-J NOT GREATER THAN SCD-POS
003510      END-IF.
003520      MOVE SCD-COD-REG TO SCD-T-COD-REG(SCD-POS).
003530      MOVE SCD-DES-REG TO SCD-T-DES-REG(SCD-POS).
003540      MOVE ZERO        TO SCD-T-CLIENTI(SCD-POS)
003550                          SCD-T-FASCIA(SCD-POS, 1)
003560                          SCD-T-FASCIA(SCD-POS, 2)
003570                          SCD-T-FASCIA(SCD-POS, 3)
003580                          SCD-T-FASCIA(SCD-POS, 4)
003590                          SCD-T-ACCONTI(SCD-POS).
003600      PERFORM 3600-SOMMA-CLIENTE
003610          THRU 3600-SOMMA-CLIENTE-EXIT.
003620  3400-ACCUMULA-REGIONE-EXIT.
003630      EXIT.
003640*----------------------------------------------------------------
003650  3450-CERCA-POSIZIONE.
003660      IF SCD-T-COD-REG(SCD-J) NOT LESS THAN SCD-COD-REG
003670          MOVE SCD-J TO SCD-POS
003680      END-IF.
003690  3450-CERCA-POSIZIONE-EXIT.
003700      EXIT.
003710*----------------------------------------------------------------
003720  3500-SPOSTA-ELEMENTO.
003730      MOVE SCD-REGIONE(SCD-J - 1) TO SCD-REGIONE(SCD-J).
003740  3500-SPOSTA-ELEMENTO-EXIT.
003750      EXIT.
003760*----------------------------------------------------------------
003770  3600-SOMMA-CLIENTE.
003780      ADD 1 TO SCD-T-CLIENTI(SCD-POS).
003790      PERFORM 3650-SOMMA-FASCIA
003800          THRU 3650-SOMMA-FASCIA-EXIT
003810          VARYING SCD-F FROM 1 BY 1
003820          UNTIL SCD-F > 4.
003830      ADD SCD-C-ACCONTI TO SCD-T-ACCONTI(SCD-POS).
003840  3600-SOMMA-CLIENTE-EXIT.
003850      EXIT.
003860*----------------------------------------------------------------
003870  3650-SOMMA-FASCIA.
003880      ADD SCD-C-FASCIA(SCD-F) TO SCD-T-FASCIA(SCD-POS, SCD-F).
003890  3650-SOMMA-FASCIA-EXIT.
003900      EXIT.
003910*----------------------------------------------------------------
003920  5000-STAMPA-RIEPILOGO.
003930      MOVE SPACES TO REPORT-OUT-RECORD.
003940      WRITE REPORT-OUT-RECORD.
003950      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-REG-TITOLO.
003960      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-INTESTAZ-2.
003970      PERFORM 5100-STAMPA-REGIONE
003980          THRU 5100-STAMPA-REGIONE-EXIT
003990          VARYING SCD-J FROM 1 BY 1
004000          UNTIL SCD-J > SCD-CONTA.
004010      MOVE SPACES TO SCD-RIGA-TOTALE.
004020      MOVE "TOTALE GENERALE" TO SCD-RIGA-TOTALE.
004030      MOVE ZERO TO SCD-TOTALE.
004040      PERFORM 5200-IMPORTA-TOTALE
004050          THRU 5200-IMPORTA-TOTALE-EXIT
004060          VARYING SCD-F FROM 1 BY 1
004070          UNTIL SCD-F > 4.
004080      SUBTRACT SCD-G-ACCONTI FROM SCD-TOTALE.
004090      MOVE SCD-TOTALE TO SCD-S-TOTALE.
004100      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-TOTALE.
004110      IF SCD-PERSI > ZERO
004120          MOVE SCD-PERSI TO SCD-W-PERSI
004130          WRITE REPORT-OUT-RECORD FROM SCD-RIGA-PERSI
004140      END-IF.
004150  5000-STAMPA-RIEPILOGO-EXIT.
004160      EXIT.
004170*----------------------------------------------------------------
004180  5100-STAMPA-REGIONE.
004190      MOVE SPACES                 TO SCD-RIGA-REGIONE.
004200      MOVE SCD-T-COD-REG(SCD-J)   TO SCD-R-COD-REG.
004210      MOVE SCD-T-DES-REG(SCD-J)   TO SCD-R-DES-REG.
004220      MOVE ZERO                   TO SCD-TOTALE.
004230      PERFORM 5150-IMPORTA-REGIONE
004240          THRU 5150-IMPORTA-REGIONE-EXIT
004250          VARYING SCD-F FROM 1 BY 1
004260          UNTIL SCD-F > 4.
004270      SUBTRACT SCD-T-ACCONTI(SCD-J) FROM SCD-TOTALE.
004280      MOVE SCD-TOTALE             TO SCD-R-TOTALE.
004290      WRITE REPORT-OUT-RECORD FROM SCD-RIGA-REGIONE.
004300  5100-STAMPA-REGIONE-EXIT.
004310      EXIT.
004320*----------------------------------------------------------------
004330  5150-IMPORTA-REGIONE.
004340      MOVE SCD-T-FASCIA(SCD-J, SCD-F) TO SCD-R-FASCIA(SCD-F).
004350      ADD SCD-T-FASCIA(SCD-J, SCD-F)  TO SCD-TOTALE.
004360  5150-IMPORTA-REGIONE-EXIT.
004370      EXIT.
004380*----------------------------------------------------------------
004390  5200-IMPORTA-TOTALE.
004400      MOVE SCD-G-FASCIA(SCD-F) TO SCD-S-FASCIA(SCD-F).
004410      ADD SCD-G-FASCIA(SCD-F)  TO SCD-TOTALE.
004420  5200-IMPORTA-TOTALE-EXIT.
004430      EXIT.
004440*----------------------------------------------------------------
004450  8000-FINALIZZA.
004460      CLOSE PARTITE-F.
004470      CLOSE CLIENTI-F.
004480      CLOSE REPORT-OUT.
004490      DISPLAY "CLI500 - PARTITE LETTE        : " SCD-LETTE.
004500      DISPLAY "CLI500 - CLIENTI CON PARTITE  : " SCD-CLIENTI.
004510      DISPLAY "CLI500 - CLIENTI NON RIPORTATI: " SCD-PERSI.
004520  8000-FINALIZZA-EXIT.
004530      EXIT.
