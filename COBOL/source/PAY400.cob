000170*                     DIPANA E STAMPA PER OGNI DIPENDENTE LORDO,
000180*                     RITENUTA E NETTO PROGRESSIVI DELL'ANNO CON
000190*                     I TOTALI AZIENDALI IN CODA.
000191* 15/10/2026 SR      A FINE STAMPA I TOTALI DI OGNI ANNO
000192*                     PRESENTE SU PAYYTD (DIPENDENTI, LORDO,
000193*                     RITENUTA, NETTO) VENGONO ANNOTATI CON DATA
000194*                     E ORA SUL REGISTRO CHIUSURE CHIANNI: LA
000195*                     CHIUSURA ANNUALE CHI100 STORICIZZA I
000196*                     PROGRESSIVI SOLO SE IL RIEPILOGO DELL'ANNO
000197*                     E STATO STAMPATO E NON SONO VARIATI DOPO.
000198*                     UN ANNO GIA CHIUSO NON VIENE TOCCATO.
000200*----------------------------------------------------------------
000210*================================================================
000220  ENVIRONMENT DIVISION.
000390      SELECT CERTIF-OUT  ASSIGN TO CERTIF
000400          ORGANIZATION IS SEQUENTIAL
000410          FILE STATUS IS CER-FS-CERTIF.
000411      SELECT CHIUSURE-F  ASSIGN TO CHIANNI
000412          ORGANIZATION IS INDEXED
000413          ACCESS MODE IS RANDOM
000414          RECORD KEY IS CHA-ANNO
000415          FILE STATUS IS CER-FS-CHIUSURE.
000420*================================================================
000430  DATA DIVISION.
000440*================================================================
000530      LABEL RECORDS ARE STANDARD
000540      RECORDING MODE IS F.
000550  01  CERTIF-OUT-RECORD           PIC X(80).
000552  FD  CHIUSURE-F
000554      LABEL RECORDS ARE STANDARD.
000556      COPY CHIANN.
000560  WORKING-STORAGE SECTION.
000570  77  CER-FS-PROGRE               PIC X(02) VALUE SPACES.
000580  77  CER-FS-DIPANA               PIC X(02) VALUE SPACES.
000590  77  CER-FS-CERTIF               PIC X(02) VALUE SPACES.
000592  77  CER-FS-CHIUSURE             PIC X(02) VALUE SPACES.
000594  77  CER-X                       PIC 9(02) COMP VALUE ZERO.
000596  77  CER-ORA-STAMPA              PIC X(08) VALUE SPACES.
000600  77  CER-STAMPATI                PIC 9(05) COMP VALUE ZERO.
000610  77  CER-SENZA-ANAGRAFICA        PIC 9(05) COMP VALUE ZERO.
000620  77  CER-TOT-LORDO               PIC S9(11)V99 VALUE ZERO.
000650  01  CER-SWITCHES.
000660      05  CER-EOF-SW              PIC X(01) VALUE "N".
000670          88  CER-EOF-PROGRE                VALUE "S".
000671      05  CER-TROVATO-SW          PIC X(01) VALUE "N".
000672          88  CER-ANNO-TROVATO              VALUE "S".
000673      05  CER-NUOVO-SW            PIC X(01) VALUE "N".
000674          88  CER-ANNO-NUOVO                VALUE "S".
000675  01  CER-TAB-ANNI.
000676      05  CER-NUM-ANNI            PIC 9(02) COMP VALUE ZERO.
000677      05  CER-ANNO-TAB            OCCURS 5 TIMES.
000678          10  CER-T-ANNO          PIC 9(04).
000679          10  CER-T-DIPENDENTI    PIC 9(05) COMP.
000680          10  CER-T-LORDO         PIC S9(11)V99.
000681          10  CER-T-RITENUTA      PIC S9(11)V99.
000682          10  CER-T-NETTO         PIC S9(11)V99.
000683  01  CER-RIGA-INTESTAZ-1.
000690      05  FILLER                  PIC X(31)
000700              VALUE "RIEPILOGO ANNUO PAGHE    DATA  ".
000710      05  CER-H-DATA              PIC X(08).
001650      ADD YTD-LORDO    TO CER-TOT-LORDO.
001660      ADD YTD-RITENUTA TO CER-TOT-RITENUTA.
001670      ADD YTD-NETTO    TO CER-TOT-NETTO.
001675      PERFORM 3500-CUMULA-ANNO THRU 3500-CUMULA-ANNO-EXIT.
001680      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001690  3000-STAMPA-DIPENDENTE-EXIT.
001700      EXIT.
001701*----------------------------------------------------------------
001702* TOTALI PER ANNO DEI PROGRESSIVI STAMPATI, PER IL REGISTRO
001703* CHIUSURE (A CAVALLO D'ANNO PAYYTD HA PIU ANNI INSIEME)
001704*----------------------------------------------------------------
001705  3500-CUMULA-ANNO.
001706      MOVE "N" TO CER-TROVATO-SW.
001707      PERFORM 3510-CERCA-ANNO THRU 3510-CERCA-ANNO-EXIT
001708          VARYING CER-X FROM 1 BY 1
001709          UNTIL CER-X > CER-NUM-ANNI
001710             OR CER-ANNO-TROVATO.
001711      IF NOT CER-ANNO-TROVATO
001712          IF CER-NUM-ANNI = 5
001713              DISPLAY "PAY400 - TROPPI ANNI SU PAYYTD, ANNO "
001714                  YTD-ANNO " NON REGISTRATO"
001715              GO TO 3500-CUMULA-ANNO-EXIT
001716          END-IF
001717          ADD 1 TO CER-NUM-ANNI
001718          MOVE CER-NUM-ANNI TO CER-X
001719          MOVE YTD-ANNO TO CER-T-ANNO(CER-X)
001720          MOVE ZERO     TO CER-T-DIPENDENTI(CER-X)
001721                           CER-T-LORDO(CER-X)
001722                           CER-T-RITENUTA(CER-X)
001723                           CER-T-NETTO(CER-X)
001724      ELSE
001725          SUBTRACT 1 FROM CER-X
001726      END-IF.
001727      ADD 1            TO CER-T-DIPENDENTI(CER-X).
001728      ADD YTD-LORDO    TO CER-T-LORDO(CER-X).
001729      ADD YTD-RITENUTA TO CER-T-RITENUTA(CER-X).
001730      ADD YTD-NETTO    TO CER-T-NETTO(CER-X).
001731  3500-CUMULA-ANNO-EXIT.
001732      EXIT.
001733*----------------------------------------------------------------
001734  3510-CERCA-ANNO.
001735      IF CER-T-ANNO(CER-X) = YTD-ANNO
001736          MOVE "S" TO CER-TROVATO-SW
001737      END-IF.
001738  3510-CERCA-ANNO-EXIT.
001739      EXIT.
001740*----------------------------------------------------------------
001741  8000-FINALIZZA.
001742      MOVE CER-TOT-LORDO    TO CER-R-LORDO.
001743      MOVE CER-TOT-RITENUTA TO CER-R-RITENUTA.
001750      MOVE CER-TOT-NETTO    TO CER-R-NETTO.
001760      WRITE CERTIF-OUT-RECORD FROM CER-RIGA-TOTALE.
001770      CLOSE PROGRE-F.
001780      CLOSE DIPANA-MST.
001790      CLOSE CERTIF-OUT.
001795      PERFORM 8500-REGISTRA-ANNI THRU 8500-REGISTRA-ANNI-EXIT.
001800      DISPLAY "PAY400 - DIPENDENTI STAMPATI : " CER-STAMPATI.
001810      DISPLAY "PAY400 - SENZA ANAGRAFICA    : "
001820          CER-SENZA-ANAGRAFICA.
001830  8000-FINALIZZA-EXIT.
001840      EXIT.
001850*----------------------------------------------------------------
001860  8500-REGISTRA-ANNI.
001870      IF CER-NUM-ANNI = ZERO
001880          GO TO 8500-REGISTRA-ANNI-EXIT
001890      END-IF.
001900      OPEN I-O CHIUSURE-F.
001910      IF CER-FS-CHIUSURE = "35"
001920          DISPLAY "PAY400 - CHIANNI ASSENTE, CREAZIONE REGISTRO"
001930          OPEN OUTPUT CHIUSURE-F
001940          CLOSE CHIUSURE-F
001950          OPEN I-O CHIUSURE-F
001960      END-IF.
001970      IF CER-FS-CHIUSURE NOT = "00"
001980          DISPLAY "PAY400 - ERR APERTURA CHIANNI " CER-FS-CHIUSURE
001990          MOVE 8 TO RETURN-CODE
002000          GO TO 8500-REGISTRA-ANNI-EXIT
002010      END-IF.
002020      ACCEPT CER-ORA-STAMPA FROM TIME.
002030      PERFORM 8550-REGISTRA-ANNO THRU 8550-REGISTRA-ANNO-EXIT
002040          VARYING CER-X FROM 1 BY 1
002050          UNTIL CER-X > CER-NUM-ANNI.
002060      CLOSE CHIUSURE-F.
002070  8500-REGISTRA-ANNI-EXIT.
002080      EXIT.
002090*----------------------------------------------------------------
002100  8550-REGISTRA-ANNO.
002110      MOVE CER-T-ANNO(CER-X) TO CHA-ANNO.
002120      MOVE "N" TO CER-NUOVO-SW.
002130      READ CHIUSURE-F
002140          INVALID KEY
002150              MOVE "S" TO CER-NUOVO-SW
002160      END-READ.
002170      IF CER-ANNO-NUOVO
002180          MOVE SPACES            TO CHA-RECORD
002190          MOVE CER-T-ANNO(CER-X) TO CHA-ANNO
002200          MOVE ZERO TO CHA-MOV-ARCHIVIATI CHA-MOV-APERTURE
002210                       CHA-FAT-ARCHIVIATE CHA-YTD-ARCHIVIATI
002220                       CHA-TOT-SALDI
002230      ELSE
002240          IF NOT CHA-APERTO
002250              DISPLAY "PAY400 - ANNO " CHA-ANNO
002260                  " GIA CHIUSO, RIEPILOGO NON REGISTRATO"
002270              GO TO 8550-REGISTRA-ANNO-EXIT
002280          END-IF
002290      END-IF.
002300      MOVE CER-H-DATA                TO CHA-PAY400-DATA.
002310      MOVE CER-ORA-STAMPA            TO CHA-PAY400-ORA.
002320      MOVE CER-T-DIPENDENTI(CER-X)   TO CHA-PAY400-DIPENDENTI.
002330      MOVE CER-T-LORDO(CER-X)        TO CHA-PAY400-LORDO.
002340      MOVE CER-T-RITENUTA(CER-X)     TO CHA-PAY400-RITENUTA.
002350      MOVE CER-T-NETTO(CER-X)        TO CHA-PAY400-NETTO.
002360      IF CER-ANNO-NUOVO
002370          WRITE CHA-RECORD
002380      ELSE
002390          REWRITE CHA-RECORD
002400      END-IF.
002410      IF CER-FS-CHIUSURE NOT = "00"
002420          DISPLAY "PAY400 - ERR SCRITTURA CHIANNI " CHA-ANNO
002430              " " CER-FS-CHIUSURE
002440          MOVE 8 TO RETURN-CODE
002450      ELSE
002460          DISPLAY "PAY400 - RIEPILOGO REGISTRATO ANNO " CHA-ANNO
002470      END-IF.
002480  8550-REGISTRA-ANNO-EXIT.
002490      EXIT.
