000350*                     WRITE/REWRITE; I CLIENTI RIENTRATI VENGONO
000360*                     CANCELLATI DALLO STORICO, COME IL MASTER
000370*                     CLIENTI IN CLI200.
000371* 15/10/2026 SR      CON PARAMETRO "P" SU SOLPARM IL CICLO NON
000372*                     LEGGE PIU L'ESTRATTO SALDI MA LE PARTITE
000373*                     APERTE (MASTER PARTITE DI CLI200): PER OGNI
000374*                     CLIENTE IL DEBITO DA SOLLECITARE E LA SOMMA
000375*                     DEI RESIDUI GIA SCADUTI, AL NETTO DEGLI
000376*                     ACCONTI NON ABBINATI, E IL MODULO ELENCA LE
000377*                     FATTURE SCADUTE. SENZA PARAMETRO RESTA
000378*                     L'ESTRATTO SALDI SALDIIN.
000380*----------------------------------------------------------------
000390*================================================================
000400  ENVIRONMENT DIVISION.
000550          ACCESS MODE IS RANDOM
000560          RECORD KEY IS SOH-COD
000570          FILE STATUS IS SLD-FS-STORICO.
000571      SELECT PARM-IN     ASSIGN TO SOLPARM
000572          ORGANIZATION IS SEQUENTIAL
000573          FILE STATUS IS SLD-FS-PARM.
000574      SELECT PARTITE-F   ASSIGN TO PARTITE
000575          ORGANIZATION IS INDEXED
000576          ACCESS MODE IS SEQUENTIAL
000577          RECORD KEY IS PAR-CHIAVE
000578          FILE STATUS IS SLD-FS-PARTITE.
000580*================================================================
000590  DATA DIVISION.
000600*================================================================
000720  FD  STORICO-F
000730      LABEL RECORDS ARE STANDARD.
000740      COPY SOLHST.
000741  FD  PARM-IN
000742      LABEL RECORDS ARE STANDARD
000743      RECORDING MODE IS F.
000744  01  PARM-IN-RECORD.
000745      05  SP-FONTE                PIC X(01).
000746      05  FILLER                  PIC X(79).
000747  FD  PARTITE-F
000748      LABEL RECORDS ARE STANDARD.
000749      COPY PARREC.
000750  WORKING-STORAGE SECTION.
000760  77  SLD-FS-SALDI                PIC X(02) VALUE SPACES.
000770  77  SLD-FS-MODULI               PIC X(02) VALUE SPACES.
000840  77  SLD-NUOVO-LIVELLO           PIC 9(01) VALUE ZERO.
000850  77  SLD-IN-ATTESA               PIC 9(05) COMP VALUE ZERO.
000860  77  SLD-DECADUTI                PIC 9(05) COMP VALUE ZERO.
000861  77  SLD-FS-PARM                 PIC X(02) VALUE SPACES.
000862  77  SLD-FS-PARTITE              PIC X(02) VALUE SPACES.
000863  77  SLD-COD                     PIC X(05) VALUE SPACES.
000864  77  SLD-SALDO                   PIC S9(9)V99 VALUE ZERO.
000865  77  SLD-SCADUTO                 PIC S9(9)V99 VALUE ZERO.
000866  77  SLD-ACCONTI                 PIC S9(9)V99 VALUE ZERO.
000867  77  SLD-CONTA-SCADUTE           PIC 9(03) COMP VALUE ZERO.
000868  77  SLD-X                       PIC 9(03) COMP VALUE ZERO.
000870  01  SLD-RUN-PARAMETRI.
000880      05  SLD-RUN-PROGRAMMA       PIC X(08) VALUE "SOLLECI1".
000890      05  SLD-RUN-TIPO            PIC X(01) VALUE "I".
000970          88  SLD-EOF-SALDI                 VALUE "S".
000980      05  SLD-NUOVO-SW            PIC X(01) VALUE "N".
000990          88  SLD-STORICO-NUOVO             VALUE "S".
000991      05  SLD-FONTE-SW            PIC X(01) VALUE "S".
000992          88  SLD-DA-PARTITE                VALUE "P".
000993      05  SLD-EOF-PAR-SW          PIC X(01) VALUE "N".
000994          88  SLD-EOF-PARTITE               VALUE "S".
000995  01  SLD-TAB-SCADUTE.
000996      05  SLD-SCADUTA OCCURS 20 TIMES.
000997          10  SLD-T-ANNO          PIC 9(04).
000998          10  SLD-T-NUMERO        PIC 9(05).
000999          10  SLD-T-DATA-DOC      PIC X(08).
001000          10  SLD-T-SCADENZA      PIC X(08).
001001          10  SLD-T-RESIDUO       PIC S9(7)V99.
001002  01  SLD-CONTA-LIVELLO.
001010      05  SLD-EMESSI-LIV          PIC 9(05) COMP
001020              OCCURS 3 TIMES.
001030  01  SLD-OGGI.
001390              VALUE "MODULI EMESSI TOTALI".
001400      05  SLD-R-TOTALE            PIC ZZ,ZZ9.
001410      05  FILLER                  PIC X(54) VALUE SPACES.
001411  01  SLD-RIGA-PARTITA.
001412      05  FILLER                  PIC X(04) VALUE SPACES.
001413      05  FILLER                  PIC X(08) VALUE "FATTURA ".
001414      05  SLD-R-NUMERO            PIC ZZZZ9.
001415      05  FILLER                  PIC X(01) VALUE "/".
001416      05  SLD-R-ANNO              PIC 9(04).
001417      05  FILLER                  PIC X(05) VALUE " DEL ".
001418      05  SLD-R-DATA-DOC          PIC X(08).
001419      05  FILLER                  PIC X(12)
001420              VALUE " SCADUTA IL ".
001421      05  SLD-R-SCADENZA          PIC X(08).
001422      05  FILLER                  PIC X(02) VALUE SPACES.
001423      05  SLD-R-RESIDUO           PIC ZZZ,ZZZ,ZZ9.99.
001424      05  FILLER                  PIC X(09) VALUE SPACES.
001425  01  SLD-RIGA-ALTRE.
001426      05  FILLER                  PIC X(04) VALUE SPACES.
001427      05  FILLER                  PIC X(40)
001428              VALUE "ALTRE FATTURE SCADUTE NON ELENCATE".
001429      05  FILLER                  PIC X(36) VALUE SPACES.
001430*================================================================
001431  PROCEDURE DIVISION.
001440*================================================================
001450  0000-MAINLINE.
001453      PERFORM 0500-LEGGI-PARAMETRI
001456          THRU 0500-LEGGI-PARAMETRI-EXIT.
001460      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001470      PERFORM 2000-LETTURA-SALDI THRU 2000-LETTURA-SALDI-EXIT.
001480      PERFORM 3000-ELABORA-SALDO THRU 3000-ELABORA-SALDO-EXIT
001500      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001510      STOP RUN.
001520*----------------------------------------------------------------
001521  0500-LEGGI-PARAMETRI.
001522      OPEN INPUT PARM-IN.
001523      IF SLD-FS-PARM NOT = "00"
001524          GO TO 0500-LEGGI-PARAMETRI-EXIT
001525      END-IF.
001526      READ PARM-IN
001527          AT END
001528              CONTINUE
001529          NOT AT END
001530              IF SP-FONTE = "P"
001531                  MOVE "P" TO SLD-FONTE-SW
001532              END-IF
001533      END-READ.
001534      CLOSE PARM-IN.
001535  0500-LEGGI-PARAMETRI-EXIT.
001536      EXIT.
001537*----------------------------------------------------------------
001538  1000-INIZIALIZZA.
001539      IF SLD-DA-PARTITE
001540          OPEN INPUT PARTITE-F
001541          IF SLD-FS-PARTITE NOT = "00"
001542              DISPLAY "SOLLECI1 - ERR APERTURA PARTITE "
001543                  SLD-FS-PARTITE
001544              STOP RUN
001545          END-IF
001546          PERFORM 2150-LEGGI-PARTITA
001547              THRU 2150-LEGGI-PARTITA-EXIT
001548      ELSE
001549          OPEN INPUT  SALDI-IN
001550          IF SLD-FS-SALDI NOT = "00"
001551              DISPLAY "SOLLECI1 - ERR APERTURA SALDI-IN "
001552                  SLD-FS-SALDI
001553              STOP RUN
001554          END-IF
001555      END-IF.
001590      OPEN OUTPUT MODULI-OUT.
001600      IF SLD-FS-MODULI NOT = "00"
001610         DISPLAY "SOLLECI1 - ERR APERTURA MODULI" SLD-FS-MODULI
001830      EXIT.
001840*----------------------------------------------------------------
001850  2000-LETTURA-SALDI.
001851      IF SLD-DA-PARTITE
001852          PERFORM 2100-RAGGRUPPA-PARTITE
001853              THRU 2100-RAGGRUPPA-PARTITE-EXIT
001854          GO TO 2000-LETTURA-SALDI-EXIT
001855      END-IF.
001860      READ SALDI-IN
001870          AT END
001880              MOVE "S" TO SLD-EOF-SW
001882          NOT AT END
001884              MOVE SI-COD   TO SLD-COD
001886              MOVE SI-SALDO TO SLD-SALDO
001890      END-READ.
001900  2000-LETTURA-SALDI-EXIT.
001910      EXIT.
001911*----------------------------------------------------------------
001912  2100-RAGGRUPPA-PARTITE.
001913      IF SLD-EOF-PARTITE
001914          MOVE "S" TO SLD-EOF-SW
001915          GO TO 2100-RAGGRUPPA-PARTITE-EXIT
001916      END-IF.
001917      MOVE PAR-CLIENTE TO SLD-COD.
001918      MOVE ZERO TO SLD-SCADUTO SLD-ACCONTI SLD-CONTA-SCADUTE.
001919      PERFORM 2200-ACCUMULA-PARTITA
001920          THRU 2200-ACCUMULA-PARTITA-EXIT
001921          UNTIL SLD-EOF-PARTITE
001922             OR PAR-CLIENTE NOT = SLD-COD.
001923      COMPUTE SLD-SALDO = SLD-ACCONTI - SLD-SCADUTO.
001924  2100-RAGGRUPPA-PARTITE-EXIT.
001925      EXIT.
001926*----------------------------------------------------------------
001927  2150-LEGGI-PARTITA.
001928      READ PARTITE-F
001929          AT END
001930              MOVE "S" TO SLD-EOF-PAR-SW
001931      END-READ.
001932  2150-LEGGI-PARTITA-EXIT.
001933      EXIT.
001934*----------------------------------------------------------------
001935  2200-ACCUMULA-PARTITA.
001936      IF NOT PAR-APERTA
001937          GO TO 2200-ACCUMULA-PARTITA-PROSEGUI
001938      END-IF.
001939      IF PAR-ACCONTO
001940          ADD PAR-RESIDUO TO SLD-ACCONTI
001941          GO TO 2200-ACCUMULA-PARTITA-PROSEGUI
001942      END-IF.
001943      MOVE PAR-DATA-SCAD TO SLD-DATA-PREC.
001944      PERFORM 3200-CALCOLA-GIORNI
001945          THRU 3200-CALCOLA-GIORNI-EXIT.
001946      IF SLD-GIORNI-TRASCORSI NOT GREATER THAN ZERO
001947          GO TO 2200-ACCUMULA-PARTITA-PROSEGUI
001948      END-IF.
001949      ADD PAR-RESIDUO TO SLD-SCADUTO.
001950      ADD 1 TO SLD-CONTA-SCADUTE.
001951      IF SLD-CONTA-SCADUTE NOT GREATER THAN 20
001952          MOVE SLD-CONTA-SCADUTE TO SLD-X
001953          MOVE PAR-ANNO      TO SLD-T-ANNO(SLD-X)
001954          MOVE PAR-NUMERO    TO SLD-T-NUMERO(SLD-X)
001955          MOVE PAR-DATA-DOC  TO SLD-T-DATA-DOC(SLD-X)
001956          MOVE PAR-DATA-SCAD TO SLD-T-SCADENZA(SLD-X)
001957          MOVE PAR-RESIDUO   TO SLD-T-RESIDUO(SLD-X)
001958      END-IF.
001959  2200-ACCUMULA-PARTITA-PROSEGUI.
001960      PERFORM 2150-LEGGI-PARTITA THRU 2150-LEGGI-PARTITA-EXIT.
001961  2200-ACCUMULA-PARTITA-EXIT.
001962      EXIT.
001963*----------------------------------------------------------------
001964  3000-ELABORA-SALDO.
001965      ADD 1 TO SLD-LETTI.
001966      IF SLD-SALDO < 0
001967          PERFORM 3100-VALUTA-SOLLECITO
001970              THRU 3100-VALUTA-SOLLECITO-EXIT
001980      ELSE
001990          PERFORM 3600-DECADENZA-STORICO
002090              THRU 3250-PRIMO-SOLLECITO-EXIT
002100          GO TO 3100-VALUTA-SOLLECITO-EXIT
002110      END-IF.
002120      MOVE SLD-COD TO SOH-COD.
002130      READ STORICO-F
002140          INVALID KEY
002150              PERFORM 3250-PRIMO-SOLLECITO
002640      PERFORM 3300-STAMPA-SOLLECITO
002650          THRU 3300-STAMPA-SOLLECITO-EXIT.
002660      MOVE SPACES            TO SOH-RECORD.
002670      MOVE SLD-COD           TO SOH-COD.
002680      MOVE SLD-NUOVO-LIVELLO TO SOH-LIVELLO.
002690      MOVE SLD-OGGI          TO SOH-DATA.
002700      WRITE SOH-RECORD
002900      MOVE SPACES          TO MODULI-OUT-RECORD.
002910      MOVE SLD-RIGA-INTESTAZ TO MODULI-OUT-RECORD.
002920      WRITE MODULI-OUT-RECORD.
002930      MOVE SLD-COD         TO SLD-R-COD.
002940      MOVE SLD-SALDO       TO SLD-R-SALDO.
002950      MOVE SLD-RIGA-CLIENTE TO MODULI-OUT-RECORD.
002960      WRITE MODULI-OUT-RECORD.
002961      IF SLD-DA-PARTITE
002962          PERFORM 3350-STAMPA-SCADUTA
002963              THRU 3350-STAMPA-SCADUTA-EXIT
002964              VARYING SLD-X FROM 1 BY 1
002965              UNTIL SLD-X > SLD-CONTA-SCADUTE
002966                 OR SLD-X > 20
002967          IF SLD-CONTA-SCADUTE > 20
002968              MOVE SLD-RIGA-ALTRE TO MODULI-OUT-RECORD
002969              WRITE MODULI-OUT-RECORD
002970          END-IF
002971      END-IF.
002972      IF SLD-NUOVO-LIVELLO = 3
002980          MOVE SLD-RIGA-AVVISO TO MODULI-OUT-RECORD
002990          WRITE MODULI-OUT-RECORD
003000      END-IF.
003040      ADD 1 TO SLD-EMESSI-LIV(SLD-NUOVO-LIVELLO).
003050  3300-STAMPA-SOLLECITO-EXIT.
003060      EXIT.
003061*----------------------------------------------------------------
003062  3350-STAMPA-SCADUTA.
003063      MOVE SLD-T-NUMERO(SLD-X)   TO SLD-R-NUMERO.
003064      MOVE SLD-T-ANNO(SLD-X)     TO SLD-R-ANNO.
003065      MOVE SLD-T-DATA-DOC(SLD-X) TO SLD-R-DATA-DOC.
003066      MOVE SLD-T-SCADENZA(SLD-X) TO SLD-R-SCADENZA.
003067      MOVE SLD-T-RESIDUO(SLD-X)  TO SLD-R-RESIDUO.
003068      MOVE SLD-RIGA-PARTITA      TO MODULI-OUT-RECORD.
003069      WRITE MODULI-OUT-RECORD.
003070  3350-STAMPA-SCADUTA-EXIT.
003071      EXIT.
003072*----------------------------------------------------------------
003080  3600-DECADENZA-STORICO.
003090      IF SLD-STORICO-NUOVO
003100          GO TO 3600-DECADENZA-STORICO-EXIT
003110      END-IF.
003120      MOVE SLD-COD TO SOH-COD.
003130      DELETE STORICO-F RECORD
003140          INVALID KEY
003150              CONTINUE
003270      MOVE SLD-MODULI-EMESSI TO SLD-R-TOTALE.
003280      MOVE SLD-RIGA-TOTALE   TO MODULI-OUT-RECORD.
003290      WRITE MODULI-OUT-RECORD.
003293      IF SLD-DA-PARTITE
003296          CLOSE PARTITE-F
003299      ELSE
003302          CLOSE SALDI-IN
003305      END-IF.
003310      CLOSE MODULI-OUT.
003320      CLOSE STORICO-F.
003330      DISPLAY "SOLLECI1 - MODULI DI SOLLECITO EMESSI: "
