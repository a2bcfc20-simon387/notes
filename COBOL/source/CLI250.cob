000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     CLI250.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - CONTABILITA CLIENTI.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - PREPARAZIONE DEL LOTTO DEI
000130*                     MOVIMENTI CLIENTI IMMESSI A MANO: LE SCHEDE
000140*                     MOVMAN DEL TERMINALISTA (STESSO TRACCIATO
000150*                     DEI MOVIMENTI DI CLI200) VENGONO CONTROLLATE
000160*                     (CHIAVE PRESENTE, TIPO P, IMPORTO
000170*                     NUMERICO) E COPIATE SU MOVMANU FRA UN
000180*                     RECORD DI TESTATA E UNO DI CODA (TRACCIATO
000190*                     MOVLOT) CON ID LOTTO CLI250 + DATA + ORA,
000200*                     NUMERO MOVIMENTI E TOTALE IMPORTI, COME I
000210*                     FILE DI FAT200 E BNK100. LE SCHEDE ERRATE
000220*                     VANNO SU MOVMSCAR PER LA CORREZIONE.
000222*                     FATTURE (F) E NOTE DI CREDITO (N) ARRIVANO
000224*                     SOLO DA FAT200, CHE NE FA ANCHE LA
000226*                     REGISTRAZIONE CONTABILE: A MANO VENGONO
000228*                     SCARTATE.
000230*----------------------------------------------------------------
000240*================================================================
000250  ENVIRONMENT DIVISION.
000260*================================================================
000270  CONFIGURATION SECTION.
000280  SOURCE-COMPUTER.   IBM-370.
000290  OBJECT-COMPUTER.   IBM-370.
000300  INPUT-OUTPUT SECTION.
000310  FILE-CONTROL.
000320      SELECT SCHEDE-IN   ASSIGN TO MOVMAN
000330          ORGANIZATION IS SEQUENTIAL
000340          FILE STATUS IS MAN-FS-SCHEDE.
000350      SELECT LOTTO-OUT   ASSIGN TO MOVMANU
000360          ORGANIZATION IS SEQUENTIAL
000370          FILE STATUS IS MAN-FS-LOTTO.
000380      SELECT SCARTI-OUT  ASSIGN TO MOVMSCAR
000390          ORGANIZATION IS SEQUENTIAL
000400          FILE STATUS IS MAN-FS-SCARTI.
000410*================================================================
000420  DATA DIVISION.
000430*================================================================
000440  FILE SECTION.
000450  FD  SCHEDE-IN
000460      LABEL RECORDS ARE STANDARD
000470      RECORDING MODE IS F.
000480  01  SCHEDE-IN-RECORD.
000490      05  SM-CHIAVE               PIC X(05).
000500      05  SM-TIPO                 PIC X(01).
000510      05  SM-IMPORTO              PIC X(09).
000520      05  SM-IMPORTO-N REDEFINES SM-IMPORTO
000530                                  PIC 9(07)V99.
000540      05  SM-DATA-VALUTA          PIC X(08).
000550      05  SM-RIF-ANNO             PIC X(04).
000560      05  SM-RIF-NUMERO           PIC X(05).
000570      05  FILLER                  PIC X(48).
000580  FD  LOTTO-OUT
000590      LABEL RECORDS ARE STANDARD
000600      RECORDING MODE IS F.
000610  01  LOTTO-OUT-RECORD            PIC X(80).
000620      COPY MOVLOT.
000630  FD  SCARTI-OUT
000640      LABEL RECORDS ARE STANDARD
000650      RECORDING MODE IS F.
000660  01  SCARTI-OUT-RECORD.
000670      05  SS-SCHEDA               PIC X(40).
000680      05  FILLER                  PIC X(02) VALUE SPACES.
000690      05  SS-MOTIVO               PIC X(20).
000700      05  FILLER                  PIC X(18).
000710  WORKING-STORAGE SECTION.
000720  77  MAN-FS-SCHEDE               PIC X(02) VALUE SPACES.
000730  77  MAN-FS-LOTTO                PIC X(02) VALUE SPACES.
000740  77  MAN-FS-SCARTI               PIC X(02) VALUE SPACES.
000750  77  MAN-LETTE                   PIC 9(05) COMP VALUE ZERO.
000760  77  MAN-SCRITTE                 PIC 9(05) COMP VALUE ZERO.
000770  77  MAN-SCARTATE                PIC 9(05) COMP VALUE ZERO.
000780  77  MAN-TOT-IMPORTI             PIC 9(11)V99 VALUE ZERO.
000790  77  MAN-MOTIVO                  PIC X(20) VALUE SPACES.
000800  77  MAN-OGGI                    PIC X(08) VALUE SPACES.
000810  77  MAN-ID-LOTTO                PIC X(22) VALUE SPACES.
000820  01  MAN-SWITCHES.
000830      05  MAN-EOF-SW              PIC X(01) VALUE "N".
000840          88  MAN-EOF-SCHEDE                VALUE "S".
000850  01  MAN-ORA-LOTTO.
000860      05  MAN-L-ORA               PIC X(06).
000870      05  FILLER                  PIC X(02).
000880*================================================================
000890  PROCEDURE DIVISION.
000900*================================================================
000910  0000-MAINLINE.
000920      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
000930      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
000940      PERFORM 3000-ELABORA-SCHEDA
000950          THRU 3000-ELABORA-SCHEDA-EXIT
000960          UNTIL MAN-EOF-SCHEDE.
000970      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
000980      STOP RUN.
000990*----------------------------------------------------------------
001000  1000-INIZIALIZZA.
001010      OPEN INPUT SCHEDE-IN.
001020      IF MAN-FS-SCHEDE NOT = "00"
001030          DISPLAY "CLI250 - ERR APERTURA MOVMAN " MAN-FS-SCHEDE
001040          STOP RUN
001050      END-IF.
001060      OPEN OUTPUT LOTTO-OUT.
001070      IF MAN-FS-LOTTO NOT = "00"
001080          DISPLAY "CLI250 - ERR APERTURA MOVMANU " MAN-FS-LOTTO
001090          STOP RUN
001100      END-IF.
001110      OPEN OUTPUT SCARTI-OUT.
001120      IF MAN-FS-SCARTI NOT = "00"
001130          DISPLAY "CLI250 - ERR APERTURA MOVMSCAR " MAN-FS-SCARTI
001140          STOP RUN
001150      END-IF.
001160      ACCEPT MAN-OGGI FROM DATE YYYYMMDD.
001170      ACCEPT MAN-ORA-LOTTO FROM TIME.
001180      MOVE SPACES             TO MLT-RECORD.
001190      MOVE "H"                TO MLT-TIPO-REC.
001200      MOVE "CLI250"           TO MLT-PROGRAMMA.
001210      MOVE MAN-OGGI           TO MLT-DATA-LOTTO.
001220      MOVE MAN-L-ORA          TO MLT-ORA-LOTTO.
001230      MOVE ZERO               TO MLT-NUM-RECORD MLT-TOT-IMPORTI.
001240      MOVE MLT-ID-LOTTO       TO MAN-ID-LOTTO.
001250      WRITE MLT-RECORD.
001260  1000-INIZIALIZZA-EXIT.
001270      EXIT.
001280*----------------------------------------------------------------
001290  2000-LETTURA.
001300      READ SCHEDE-IN
001310          AT END
001320              MOVE "S" TO MAN-EOF-SW
001330      END-READ.
001340  2000-LETTURA-EXIT.
001350      EXIT.
001360*----------------------------------------------------------------
001370  3000-ELABORA-SCHEDA.
001380      ADD 1 TO MAN-LETTE.
001390      IF SM-CHIAVE = SPACES
001400          MOVE "CHIAVE MANCANTE"      TO MAN-MOTIVO
001410          PERFORM 7100-SCRIVI-SCARTO
001420              THRU 7100-SCRIVI-SCARTO-EXIT
001430          GO TO 3000-ELABORA-SCHEDA-PROSEGUI
001440      END-IF.
001450      IF SM-TIPO = "F" OR SM-TIPO = "N"
001452          MOVE "F/N SOLO DA FAT200"   TO MAN-MOTIVO
001454          PERFORM 7100-SCRIVI-SCARTO
001456              THRU 7100-SCRIVI-SCARTO-EXIT
001458          GO TO 3000-ELABORA-SCHEDA-PROSEGUI
001460      END-IF.
001462      IF SM-TIPO NOT = "P"
001470          MOVE "TIPO NON PREVISTO"    TO MAN-MOTIVO
001480          PERFORM 7100-SCRIVI-SCARTO
001490              THRU 7100-SCRIVI-SCARTO-EXIT
001500          GO TO 3000-ELABORA-SCHEDA-PROSEGUI
001510      END-IF.
001520      IF SM-IMPORTO NOT NUMERIC
001530          MOVE "IMPORTO NON NUMERICO" TO MAN-MOTIVO
001540          PERFORM 7100-SCRIVI-SCARTO
001550              THRU 7100-SCRIVI-SCARTO-EXIT
001560          GO TO 3000-ELABORA-SCHEDA-PROSEGUI
001570      END-IF.
001580      WRITE LOTTO-OUT-RECORD FROM SCHEDE-IN-RECORD.
001590      ADD 1 TO MAN-SCRITTE.
001600      ADD SM-IMPORTO-N TO MAN-TOT-IMPORTI.
001610  3000-ELABORA-SCHEDA-PROSEGUI.
001620      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001630  3000-ELABORA-SCHEDA-EXIT.
001640      EXIT.
001650*----------------------------------------------------------------
001660  7100-SCRIVI-SCARTO.
001670      MOVE SPACES            TO SCARTI-OUT-RECORD.
001680      MOVE SCHEDE-IN-RECORD  TO SS-SCHEDA.
001690      MOVE MAN-MOTIVO        TO SS-MOTIVO.
001700      WRITE SCARTI-OUT-RECORD.
001710      ADD 1 TO MAN-SCARTATE.
001720  7100-SCRIVI-SCARTO-EXIT.
001730      EXIT.
001740*----------------------------------------------------------------
001750  8000-FINALIZZA.
001760      MOVE SPACES             TO MLT-RECORD.
001770      MOVE "T"                TO MLT-TIPO-REC.
001780      MOVE MAN-ID-LOTTO       TO MLT-ID-LOTTO.
001790      MOVE MAN-SCRITTE        TO MLT-NUM-RECORD.
001800      MOVE MAN-TOT-IMPORTI    TO MLT-TOT-IMPORTI.
001810      WRITE MLT-RECORD.
001820      CLOSE SCHEDE-IN.
001830      CLOSE LOTTO-OUT.
001840      CLOSE SCARTI-OUT.
001850      DISPLAY "CLI250 - SCHEDE LETTE     : " MAN-LETTE.
001860      DISPLAY "CLI250 - MOVIMENTI A LOTTO: " MAN-SCRITTE.
001870      DISPLAY "CLI250 - SCHEDE SCARTATE  : " MAN-SCARTATE.
001880      DISPLAY "CLI250 - LOTTO MOVMANU    : " MAN-ID-LOTTO.
001890  8000-FINALIZZA-EXIT.
001900      EXIT.
