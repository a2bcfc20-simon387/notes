000170*                     APERTURA I-O (OUTPUT SOLO ALLA PRIMISSIMA
000180*                     CREAZIONE), MATRICOLA NUOVA IN WRITE E
000190*                     MATRICOLA GIA A MASTER IN REWRITE.
000191* 15/10/2026 SR      IBAN DI ACCREDITO STIPENDIO SUL FLUSSO
000192*                     (DIPANAIN DA 80 A 120) E SULL'ANAGRAFICA
000193*                     ANA-IBAN, CONTROLLATO COL SOTTOPROGRAMMA
000194*                     IBN100: UN IBAN ERRATO VIENE SEGNALATO MA
000195*                     MEMORIZZATO COME RICEVUTO, COSI FINISCE
000196*                     SULLA LISTA ECCEZIONI DI PAY500 FINCHE NON
000197*                     VIENE CORRETTO. IBAN A SPAZI IN
000198*                     AGGIORNAMENTO LASCIA QUELLO GIA A MASTER.
000200*----------------------------------------------------------------
000210*================================================================
000220  ENVIRONMENT DIVISION.
000460      05  DI-NOME                 PIC X(25).
000470      05  DI-COD-FISCALE          PIC X(16).
000480      05  DI-DATA-ASSUNZ          PIC X(08).
000485      05  DI-IBAN                 PIC X(34).
000490      05  FILLER                  PIC X(32).
000500  FD  DIPANA-MST
000510      LABEL RECORDS ARE STANDARD.
000520      COPY DIPANA.
000570  77  ANA-INSERITI                PIC 9(07) COMP VALUE ZERO.
000580  77  ANA-AGGIORNATI              PIC 9(07) COMP VALUE ZERO.
000590  77  ANA-SCARTATI                PIC 9(07) COMP VALUE ZERO.
000593  77  ANA-IBAN-ERRATI             PIC 9(07) COMP VALUE ZERO.
000596  77  ANA-IBAN-ESITO              PIC X(02) VALUE SPACES.
000600  01  ANA-SWITCHES.
000610      05  ANA-EOF-SW              PIC X(01) VALUE "N".
000620          88  ANA-EOF-IN                    VALUE "S".
001500      MOVE DI-NOME        TO ANA-NOME.
001510      MOVE DI-COD-FISCALE TO ANA-COD-FISCALE.
001520      MOVE DI-DATA-ASSUNZ TO ANA-DATA-ASSUNZ.
001521      IF DI-IBAN = SPACES
001522          GO TO 3300-VALORIZZA-CAMPI-EXIT
001523      END-IF.
001524      MOVE DI-IBAN        TO ANA-IBAN.
001525      CALL "IBN100" USING ANA-IBAN ANA-IBAN-ESITO.
001526      IF ANA-IBAN-ESITO NOT = "00"
001527          DISPLAY "PAY900 - IBAN NON VALIDO MATRICOLA " DI-MATR
001528              " ESITO " ANA-IBAN-ESITO
001529          ADD 1 TO ANA-IBAN-ERRATI
001530      END-IF.
001531  3300-VALORIZZA-CAMPI-EXIT.
001540      EXIT.
001550*----------------------------------------------------------------
001560  8000-FINALIZZA.
001600      DISPLAY "PAY900 - MATRICOLE INSERITE : " ANA-INSERITI.
001610      DISPLAY "PAY900 - MATRICOLE AGGIORNATE: " ANA-AGGIORNATI.
001620      DISPLAY "PAY900 - RECORD SCARTATI    : " ANA-SCARTATI.
001625      DISPLAY "PAY900 - IBAN NON VALIDI    : " ANA-IBAN-ERRATI.
001630  8000-FINALIZZA-EXIT.
001640      EXIT.
