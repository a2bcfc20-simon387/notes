000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CON100.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - FATTURAZIONE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - ELENCO DELLE CONDIZIONI DI
000130*                     PREZZO IN SCADENZA: LEGGE IL MASTER CONDPRZ
000140*                     IN ORDINE DI CHIAVE E STAMPA LE CONDIZIONI
000150*                     CON DATA FINE VALIDITA NEI PROSSIMI 30
000160*                     GIORNI (OGGI COMPRESO), CON NOME CLIENTE,
000170*                     DESCRIZIONE ARTICOLO O CLASSE SCONTO E
000180*                     GIORNI RESIDUI, PER IL RINNOVO DA PARTE
000190*                     DELLE VENDITE. GIORNI CALCOLATI SUL MESE
000200*                     COMMERCIALE DI 30 GIORNI COME IN CLI500.
000210*----------------------------------------------------------------
000220*================================================================
000230  ENVIRONMENT DIVISION.
000240*================================================================
000250  CONFIGURATION SECTION.
000260  SOURCE-COMPUTER.   IBM-370.
000270  OBJECT-COMPUTER.   IBM-370.
000280  INPUT-OUTPUT SECTION.
000290  FILE-CONTROL.
000300      SELECT CONDIZ-MST  ASSIGN TO CONDPRZ
000310          ORGANIZATION IS INDEXED
000320          ACCESS MODE IS SEQUENTIAL
000330          RECORD KEY IS PCN-CHIAVE
000340          FILE STATUS IS SCA-FS-CONDIZ.
000350      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000360          ORGANIZATION IS INDEXED
000370          ACCESS MODE IS RANDOM
000380          RECORD KEY IS CLI-CHIAVE
000390          FILE STATUS IS SCA-FS-CLIENTI.
000400      SELECT ARTANA-MST  ASSIGN TO ARTANA
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS RANDOM
000430          RECORD KEY IS ART-ANA-COD
000440          FILE STATUS IS SCA-FS-ARTANA.
000450      SELECT REPORT-OUT  ASSIGN TO CONSCAD
000460          ORGANIZATION IS SEQUENTIAL
000470          FILE STATUS IS SCA-FS-REPORT.
000480*================================================================
000490  DATA DIVISION.
000500*================================================================
000510  FILE SECTION.
000520  FD  CONDIZ-MST
000530      LABEL RECORDS ARE STANDARD.
000540      COPY PRZCND.
000550  FD  CLIENTI-F
000560      LABEL RECORDS ARE STANDARD.
000570      COPY CLIREC.
000580  FD  ARTANA-MST
000590      LABEL RECORDS ARE STANDARD.
000600      COPY ARTREC.
000610  FD  REPORT-OUT
000620      LABEL RECORDS ARE STANDARD
000630      RECORDING MODE IS F.
000640  01  REPORT-OUT-RECORD           PIC X(120).
000650  WORKING-STORAGE SECTION.
000660  77  SCA-FS-CONDIZ               PIC X(02) VALUE SPACES.
000670  77  SCA-FS-CLIENTI              PIC X(02) VALUE SPACES.
000680  77  SCA-FS-ARTANA               PIC X(02) VALUE SPACES.
000690  77  SCA-FS-REPORT               PIC X(02) VALUE SPACES.
000700  77  SCA-LETTE                   PIC 9(05) COMP VALUE ZERO.
000710  77  SCA-IN-SCADENZA             PIC 9(05) COMP VALUE ZERO.
000720  77  SCA-GIORNI                  PIC S9(05) COMP VALUE ZERO.
000730  01  SCA-OGGI.
000740      05  SCA-OGGI-AAAA           PIC 9(04).
000750      05  SCA-OGGI-MM             PIC 9(02).
000760      05  SCA-OGGI-GG             PIC 9(02).
000770  01  SCA-FINE.
000780      05  SCA-FINE-AAAA           PIC 9(04).
000790      05  SCA-FINE-MM             PIC 9(02).
000800      05  SCA-FINE-GG             PIC 9(02).
000810  01  SCA-SWITCHES.
000820      05  SCA-EOF-SW              PIC X(01) VALUE "N".
000830          88  SCA-EOF-CONDIZ                VALUE "S".
000840  01  SCA-RIGA-INTESTAZ-1.
000850      05  FILLER                  PIC X(40)
000860              VALUE "CONDIZIONI DI PREZZO IN SCADENZA ENTRO".
000870      05  FILLER                  PIC X(14)
000880              VALUE "30 GIORNI DAL ".
000890      05  SCA-H-DATA              PIC X(08).
000900      05  FILLER                  PIC X(58) VALUE SPACES.
000910  01  SCA-RIGA-INTESTAZ-2.
000920      05  FILLER                  PIC X(27) VALUE "CLIENTE".
000930      05  FILLER                  PIC X(12) VALUE "T CODICE".
000940      05  FILLER                  PIC X(31) VALUE "ARTICOLO".
000950      05  FILLER                  PIC X(22) VALUE "CONDIZIONE".
000960      05  FILLER                  PIC X(10) VALUE "INIZIO".
000970      05  FILLER                  PIC X(10) VALUE "FINE".
000980      05  FILLER                  PIC X(08) VALUE "GIORNI".
000990  01  SCA-RIGA-DETTAGLIO.
001000      05  SCA-D-CLIENTE           PIC X(05).
001010      05  FILLER                  PIC X(01) VALUE SPACES.
001020      05  SCA-D-NOME              PIC X(20).
001030      05  FILLER                  PIC X(01) VALUE SPACES.
001040      05  SCA-D-TIPO              PIC X(01).
001050      05  FILLER                  PIC X(01) VALUE SPACES.
001060      05  SCA-D-CODICE            PIC X(07).
001070      05  FILLER                  PIC X(03) VALUE SPACES.
001080      05  SCA-D-DES-ART           PIC X(30).
001090      05  FILLER                  PIC X(01) VALUE SPACES.
001100      05  SCA-D-DESCRIZIONE       PIC X(20).
001110      05  FILLER                  PIC X(02) VALUE SPACES.
001120      05  SCA-D-INIZIO            PIC X(08).
001130      05  FILLER                  PIC X(02) VALUE SPACES.
001140      05  SCA-D-FINE              PIC X(08).
001150      05  FILLER                  PIC X(02) VALUE SPACES.
001160      05  SCA-D-GIORNI            PIC Z9.
001170      05  FILLER                  PIC X(06) VALUE SPACES.
001180  01  SCA-RIGA-TOTALE.
001190      05  FILLER                  PIC X(30)
001200              VALUE "CONDIZIONI IN SCADENZA       :".
001210      05  SCA-T-SCADENZA          PIC ZZ,ZZ9.
001220      05  FILLER                  PIC X(84) VALUE SPACES.
001230*================================================================
001240  PROCEDURE DIVISION.
001250*================================================================
001260  0000-MAINLINE.
001270      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001280      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001290      PERFORM 3000-ELABORA-CONDIZIONE
001300          THRU 3000-ELABORA-CONDIZIONE-EXIT
001310          UNTIL SCA-EOF-CONDIZ.
001320      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001330      STOP RUN.
001340*----------------------------------------------------------------
001350  1000-INIZIALIZZA.
001360      OPEN INPUT CONDIZ-MST.
001370      IF SCA-FS-CONDIZ NOT = "00"
001380          DISPLAY "CON100 - ERR APERTURA CONDPRZ " SCA-FS-CONDIZ
001390          STOP RUN
001400      END-IF.
001410      OPEN INPUT CLIENTI-F.
001420      IF SCA-FS-CLIENTI NOT = "00"
001430          DISPLAY "CON100 - ERR APERTURA CLIENTI " SCA-FS-CLIENTI
001440          STOP RUN
001450      END-IF.
001460      OPEN INPUT ARTANA-MST.
001470      IF SCA-FS-ARTANA NOT = "00"
001480          DISPLAY "CON100 - ERR APERTURA ARTANA " SCA-FS-ARTANA
001490          STOP RUN
001500      END-IF.
001510      OPEN OUTPUT REPORT-OUT.
001520      ACCEPT SCA-OGGI FROM DATE YYYYMMDD.
001530      MOVE SCA-OGGI TO SCA-H-DATA.
001540      WRITE REPORT-OUT-RECORD FROM SCA-RIGA-INTESTAZ-1.
001550      WRITE REPORT-OUT-RECORD FROM SCA-RIGA-INTESTAZ-2.
001560  1000-INIZIALIZZA-EXIT.
001570      EXIT.
001580*----------------------------------------------------------------
001590  2000-LETTURA.
001600      READ CONDIZ-MST NEXT RECORD
001610          AT END
001620              MOVE "S" TO SCA-EOF-SW
001630      END-READ.
001640      IF NOT SCA-EOF-CONDIZ
001650          ADD 1 TO SCA-LETTE
001660      END-IF.
001670  2000-LETTURA-EXIT.
001680      EXIT.
001690*----------------------------------------------------------------
001700  3000-ELABORA-CONDIZIONE.
001710      IF PCN-DATA-FINE NOT NUMERIC
001720          GO TO 3000-ELABORA-CONDIZIONE-PROSEGUI
001730      END-IF.
001740      MOVE PCN-DATA-FINE TO SCA-FINE.
001750      COMPUTE SCA-GIORNI =
001760          (SCA-FINE-AAAA - SCA-OGGI-AAAA) * 360
001770        + (SCA-FINE-MM   - SCA-OGGI-MM)   * 30
001780        + (SCA-FINE-GG   - SCA-OGGI-GG).
001790      IF SCA-GIORNI < ZERO OR SCA-GIORNI > 30
001800          GO TO 3000-ELABORA-CONDIZIONE-PROSEGUI
001810      END-IF.
001820      MOVE SPACES TO SCA-D-NOME SCA-D-DES-ART.
001830      MOVE PCN-CLIENTE TO CLI-CHIAVE.
001840      READ CLIENTI-F
001850          INVALID KEY
001860              MOVE "*** NON A MASTER" TO SCA-D-NOME
001870          NOT INVALID KEY
001880              MOVE CLI-NOME TO SCA-D-NOME
001890      END-READ.
001900      IF PCN-PER-ARTICOLO
001910          MOVE PCN-CODICE TO ART-ANA-COD
001920          READ ARTANA-MST
001930              INVALID KEY
001940                  MOVE "*** ARTICOLO NON IN ANAGRAFICA"
001950                      TO SCA-D-DES-ART
001960              NOT INVALID KEY
001970                  MOVE ART-ANA-DES TO SCA-D-DES-ART
001980          END-READ
001990      ELSE
002000          MOVE "CLASSE SCONTO" TO SCA-D-DES-ART
002010      END-IF.
002020      MOVE PCN-CLIENTE     TO SCA-D-CLIENTE.
002030      MOVE PCN-TIPO        TO SCA-D-TIPO.
002040      MOVE PCN-CODICE      TO SCA-D-CODICE.
002050      MOVE PCN-DESCRIZIONE TO SCA-D-DESCRIZIONE.
002060      MOVE PCN-DATA-INIZIO TO SCA-D-INIZIO.
002070      MOVE PCN-DATA-FINE   TO SCA-D-FINE.
002080      MOVE SCA-GIORNI      TO SCA-D-GIORNI.
002090      WRITE REPORT-OUT-RECORD FROM SCA-RIGA-DETTAGLIO.
002100      ADD 1 TO SCA-IN-SCADENZA.
002110  3000-ELABORA-CONDIZIONE-PROSEGUI.
002120      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002130  3000-ELABORA-CONDIZIONE-EXIT.
002140      EXIT.
002150*----------------------------------------------------------------
002160  8000-FINALIZZA.
002170      MOVE SCA-IN-SCADENZA TO SCA-T-SCADENZA.
002180      WRITE REPORT-OUT-RECORD FROM SCA-RIGA-TOTALE.
002190      CLOSE CONDIZ-MST.
002200      CLOSE CLIENTI-F.
002210      CLOSE ARTANA-MST.
002220      CLOSE REPORT-OUT.
002230      DISPLAY "CON100 - CONDIZIONI LETTE    : " SCA-LETTE.
002240      DISPLAY "CON100 - CONDIZIONI IN SCADENZA: " SCA-IN-SCADENZA.
002250  8000-FINALIZZA-EXIT.
002260      EXIT.
