000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     MAG200.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - MAGAZZINO ARTICOLI.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - PROPOSTA DI RIORDINO
000130*                     GIORNALIERA: LEGGE IL MASTER MAGAZZ IN
000140*                     ORDINE DI ARTICOLO E ELENCA GLI ARTICOLI CON
000150*                     SCORTA MINIMA IMPOSTATA E GIACENZA SOTTO LA
000160*                     SCORTA, CON DESCRIZIONE DA ARTANA E PREZZO
000170*                     CORRENTE DAL MASTER PREZZI. LA QUANTITA
000180*                     PROPOSTA E LA QUANTITA DI RIORDINO DEL
000190*                     MASTER; SE NON IMPOSTATA, QUANTO MANCA PER
000200*                     TORNARE ALLA SCORTA MINIMA. TOTALE ARTICOLI
000210*                     E VALORE DEL RIORDINO A PREZZO DI LISTINO.
000220*----------------------------------------------------------------
000230*================================================================
000240  ENVIRONMENT DIVISION.
000250*================================================================
000260  CONFIGURATION SECTION.
000270  SOURCE-COMPUTER.   IBM-370.
000280  OBJECT-COMPUTER.   IBM-370.
000290  INPUT-OUTPUT SECTION.
000300  FILE-CONTROL.
000310      SELECT MAGAZZ-F    ASSIGN TO MAGAZZ
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS SEQUENTIAL
000340          RECORD KEY IS MAG-COD-ART
000350          FILE STATUS IS RIO-FS-MAGAZZ.
000360      SELECT ARTANA-MST  ASSIGN TO ARTANA
000370          ORGANIZATION IS INDEXED
000380          ACCESS MODE IS RANDOM
000390          RECORD KEY IS ART-ANA-COD
000400          FILE STATUS IS RIO-FS-ARTANA.
000410      SELECT PREZZI-MST  ASSIGN TO PREZZI
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS RANDOM
000440          RECORD KEY IS PRZ-COD-ART
000450          FILE STATUS IS RIO-FS-PREZZI.
000460      SELECT REPORT-OUT  ASSIGN TO MAGRIORD
000470          ORGANIZATION IS SEQUENTIAL
000480          FILE STATUS IS RIO-FS-REPORT.
000490*================================================================
000500  DATA DIVISION.
000510*================================================================
000520  FILE SECTION.
000530  FD  MAGAZZ-F
000540      LABEL RECORDS ARE STANDARD.
000550      COPY MAGREC.
000560  FD  ARTANA-MST
000570      LABEL RECORDS ARE STANDARD.
000580      COPY ARTREC.
000590  FD  PREZZI-MST
000600      LABEL RECORDS ARE STANDARD.
000610      COPY PRZREC.
000620  FD  REPORT-OUT
000630      LABEL RECORDS ARE STANDARD
000640      RECORDING MODE IS F.
000650  01  REPORT-OUT-RECORD           PIC X(100).
000660  WORKING-STORAGE SECTION.
000670  77  RIO-FS-MAGAZZ               PIC X(02) VALUE SPACES.
000680  77  RIO-FS-ARTANA               PIC X(02) VALUE SPACES.
000690  77  RIO-FS-PREZZI               PIC X(02) VALUE SPACES.
000700  77  RIO-FS-REPORT               PIC X(02) VALUE SPACES.
000710  77  RIO-LETTI                   PIC 9(05) COMP VALUE ZERO.
000720  77  RIO-SOTTO-SCORTA            PIC 9(05) COMP VALUE ZERO.
000730  77  RIO-SENZA-PREZZO            PIC 9(05) COMP VALUE ZERO.
000740  77  RIO-DATA-ODIERNA            PIC X(08) VALUE SPACES.
000750  77  RIO-QTA-PROPOSTA            PIC 9(07) VALUE ZERO.
000760  77  RIO-VALORE                  PIC 9(11) VALUE ZERO.
000770  77  RIO-TOT-VALORE              PIC 9(11) VALUE ZERO.
000780  01  RIO-SWITCHES.
000790      05  RIO-EOF-SW              PIC X(01) VALUE "N".
000800          88  RIO-EOF-MAGAZZ                VALUE "S".
000810  01  RIO-RIGA-INTESTAZ-1.
000820      05  FILLER                  PIC X(40)
000830              VALUE "ARTICOLI SOTTO SCORTA MINIMA        DATA".
000840      05  FILLER                  PIC X(01) VALUE SPACES.
000850      05  RIO-H-DATA              PIC X(08).
000860      05  FILLER                  PIC X(51) VALUE SPACES.
000870  01  RIO-RIGA-INTESTAZ-2.
000880      05  FILLER                  PIC X(09) VALUE "ARTICOLO".
000890      05  FILLER                  PIC X(31) VALUE "DESCRIZIONE".
000900      05  FILLER                  PIC X(11) VALUE "  GIACENZA".
000910      05  FILLER                  PIC X(11) VALUE "    SCORTA".
000920      05  FILLER                  PIC X(11) VALUE "  PROPOSTA".
000930      05  FILLER                  PIC X(09) VALUE "   PREZZO".
000940      05  FILLER                  PIC X(14)
000942              VALUE "        VALORE".
000945      05  FILLER                  PIC X(04) VALUE SPACES.
000950  01  RIO-RIGA-DETTAGLIO.
000960      05  RIO-D-COD-ART           PIC X(07).
000970      05  FILLER                  PIC X(02) VALUE SPACES.
000980      05  RIO-D-DES               PIC X(30).
000990      05  FILLER                  PIC X(01) VALUE SPACES.
001000      05  RIO-D-GIACENZA          PIC -,---,--9.
001010      05  FILLER                  PIC X(02) VALUE SPACES.
001020      05  RIO-D-SCORTA            PIC Z,ZZZ,ZZ9.
001030      05  FILLER                  PIC X(02) VALUE SPACES.
001040      05  RIO-D-PROPOSTA          PIC Z,ZZZ,ZZ9.
001050      05  FILLER                  PIC X(02) VALUE SPACES.
001060      05  RIO-D-PREZZO            PIC ZZZ,ZZ9.
001070      05  FILLER                  PIC X(02) VALUE SPACES.
001080      05  RIO-D-VALORE            PIC ZZ,ZZZ,ZZZ,ZZ9.
001090      05  FILLER                  PIC X(04) VALUE SPACES.
001100  01  RIO-RIGA-TOTALE.
001110      05  FILLER                  PIC X(23)
001120              VALUE "ARTICOLI DA RIORDINARE".
001130      05  RIO-T-ARTICOLI          PIC ZZ,ZZ9.
001140      05  FILLER                  PIC X(53) VALUE SPACES.
001150      05  RIO-T-VALORE            PIC ZZ,ZZZ,ZZZ,ZZ9.
001160      05  FILLER                  PIC X(04) VALUE SPACES.
001170*================================================================
001180  PROCEDURE DIVISION.
001190*================================================================
001200  0000-MAINLINE.
001210      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001220      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001230      PERFORM 3000-ELABORA-ARTICOLO
001235          THRU 3000-ELABORA-ARTICOLO-EXIT
001240          UNTIL RIO-EOF-MAGAZZ.
001250      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001260      STOP RUN.
001270*----------------------------------------------------------------
001280  1000-INIZIALIZZA.
001290      OPEN INPUT MAGAZZ-F.
001300      IF RIO-FS-MAGAZZ NOT = "00"
001310          DISPLAY "MAG200 - ERR APERTURA MAGAZZ " RIO-FS-MAGAZZ
001320          STOP RUN
001330      END-IF.
001340      OPEN INPUT ARTANA-MST.
001350      IF RIO-FS-ARTANA NOT = "00"
001360          DISPLAY "MAG200 - ERR APERTURA ARTANA " RIO-FS-ARTANA
001370          STOP RUN
001380      END-IF.
001390      OPEN INPUT PREZZI-MST.
001400      IF RIO-FS-PREZZI NOT = "00"
001410          DISPLAY "MAG200 - ERR APERTURA PREZZI " RIO-FS-PREZZI
001420          STOP RUN
001430      END-IF.
001440      OPEN OUTPUT REPORT-OUT.
001450      ACCEPT RIO-DATA-ODIERNA FROM DATE YYYYMMDD.
001460      MOVE RIO-DATA-ODIERNA TO RIO-H-DATA.
001470      WRITE REPORT-OUT-RECORD FROM RIO-RIGA-INTESTAZ-1.
001480      WRITE REPORT-OUT-RECORD FROM RIO-RIGA-INTESTAZ-2.
001490  1000-INIZIALIZZA-EXIT.
001500      EXIT.
001510*----------------------------------------------------------------
001520  2000-LETTURA.
001530      READ MAGAZZ-F NEXT RECORD
001540          AT END
001550              MOVE "S" TO RIO-EOF-SW
001560      END-READ.
001570      IF NOT RIO-EOF-MAGAZZ
001580          ADD 1 TO RIO-LETTI
001590      END-IF.
001600  2000-LETTURA-EXIT.
001610      EXIT.
001620*----------------------------------------------------------------
001630  3000-ELABORA-ARTICOLO.
001640      IF MAG-SCORTA-MIN = ZERO
001650          GO TO 3000-ELABORA-ARTICOLO-PROSEGUI
001660      END-IF.
001670      IF MAG-GIACENZA NOT < MAG-SCORTA-MIN
001680          GO TO 3000-ELABORA-ARTICOLO-PROSEGUI
001690      END-IF.
001700      IF MAG-QTA-RIORDINO > ZERO
001710          MOVE MAG-QTA-RIORDINO TO RIO-QTA-PROPOSTA
001720      ELSE
001730          COMPUTE RIO-QTA-PROPOSTA = MAG-SCORTA-MIN - MAG-GIACENZA
001740      END-IF.
001750      MOVE MAG-COD-ART TO ART-ANA-COD.
001760      READ ARTANA-MST
001770          INVALID KEY
001780              MOVE "*** ARTICOLO NON IN ANAGRAFICA" TO ART-ANA-DES
001790      END-READ.
001800      MOVE MAG-COD-ART TO PRZ-COD-ART.
001810      READ PREZZI-MST
001820          INVALID KEY
001830              MOVE ZERO TO PRZ-PRU
001840              ADD 1 TO RIO-SENZA-PREZZO
001850      END-READ.
001860      COMPUTE RIO-VALORE = RIO-QTA-PROPOSTA * PRZ-PRU.
001870      ADD RIO-VALORE TO RIO-TOT-VALORE.
001880      ADD 1 TO RIO-SOTTO-SCORTA.
001890      MOVE MAG-COD-ART      TO RIO-D-COD-ART.
001900      MOVE ART-ANA-DES      TO RIO-D-DES.
001910      MOVE MAG-GIACENZA     TO RIO-D-GIACENZA.
001920      MOVE MAG-SCORTA-MIN   TO RIO-D-SCORTA.
001930      MOVE RIO-QTA-PROPOSTA TO RIO-D-PROPOSTA.
001940      MOVE PRZ-PRU          TO RIO-D-PREZZO.
001950      MOVE RIO-VALORE       TO RIO-D-VALORE.
001960      WRITE REPORT-OUT-RECORD FROM RIO-RIGA-DETTAGLIO.
001970  3000-ELABORA-ARTICOLO-PROSEGUI.
001980      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001990  3000-ELABORA-ARTICOLO-EXIT.
002000      EXIT.
002010*----------------------------------------------------------------
002020  8000-FINALIZZA.
002030      MOVE RIO-SOTTO-SCORTA TO RIO-T-ARTICOLI.
002040      MOVE RIO-TOT-VALORE   TO RIO-T-VALORE.
002050      WRITE REPORT-OUT-RECORD FROM RIO-RIGA-TOTALE.
002060      CLOSE MAGAZZ-F.
002070      CLOSE ARTANA-MST.
002080      CLOSE PREZZI-MST.
002090      CLOSE REPORT-OUT.
002100      DISPLAY "MAG200 - ARTICOLI A MAGAZZINO : " RIO-LETTI.
002110      DISPLAY "MAG200 - ARTICOLI SOTTO SCORTA: " RIO-SOTTO-SCORTA.
002120      DISPLAY "MAG200 - ARTICOLI SENZA PREZZO: " RIO-SENZA-PREZZO.
002130  8000-FINALIZZA-EXIT.
002140      EXIT.
