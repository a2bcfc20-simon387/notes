000226*                     PAYYTD (AZZERAMENTO AUTOMATICO AL CAMBIO
000227*                     ANNO), DA CUI PAY400 STAMPA IL RIEPILOGO
000228*                     DI FINE ANNO PER LE CERTIFICAZIONI.
000229* 15/10/2026 SR      PER OGNI DIPENDENTE PAGATO VIENE SCRITTO IL
000230*                     FLUSSO NETTI DA PAGARE PAYNET (MATRICOLA,
000231*                     LORDO, RITENUTA, NETTO, PERIODO ANNO/MESE
000232*                     DEL CICLO) CHIUSO DA UN RECORD TOTALI CON I
000233*                     TOTALI DEL REGISTRO E LE RITENUTE PER
000234*                     SCAGLIONE. DAL FLUSSO PAY500 PREPARA I
000235*                     BONIFICI SEPA DEGLI STIPENDI E PAY600 IL
000236*                     RIEPILOGO DEL VERSAMENTO F24 DELLE RITENUTE.
000237* 15/10/2026 SR      CONTABILITA GENERALE: A FINE CICLO I TOTALI
000238*                     DEL REGISTRO GENERANO SUL GIORNALE CONTABILE
000239*                     GIOCONT (TRACCIATO GIOMOV) LA REGISTRAZIONE
000240*                     DELLE PAGHE DEL MESE: DARE SALARI E STIPENDI
000241*                     PER IL LORDO, AVERE ERARIO C/RITENUTE DA
000242*                     VERSARE PER LE RITENUTE E DIPENDENTI
000243*                     C/RETRIBUZIONI PER I NETTI DA PAGARE.
000244*----------------------------------------------------------------
000245*================================================================
000250  ENVIRONMENT DIVISION.
000260*================================================================
000270  CONFIGURATION SECTION.
000442          ACCESS MODE IS RANDOM
000443          RECORD KEY IS YTD-MATR
000444          FILE STATUS IS PAY-FS-PROGRE.
000445      SELECT NETTI-OUT   ASSIGN TO PAYNET
000446          ORGANIZATION IS SEQUENTIAL
000447          FILE STATUS IS PAY-FS-NETTI.
000448      SELECT GIORNALE-OUT ASSIGN TO GIOCONT
000449          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS PAY-FS-GIORNALE.
000451*================================================================
000452  DATA DIVISION.
000460*================================================================
000470  FILE SECTION.
000480  FD  DIPEND-IN
000738  FD  PROGRE-F
000739      LABEL RECORDS ARE STANDARD.
000741      COPY PAYYTD.
000742  FD  NETTI-OUT
000743      LABEL RECORDS ARE STANDARD
000744      RECORDING MODE IS F.
000745      COPY PAYNET.
000746  FD  GIORNALE-OUT
000747      LABEL RECORDS ARE STANDARD
000748      RECORDING MODE IS F.
000749      COPY GIOMOV.
000750  WORKING-STORAGE SECTION.
000751  77  PAY-FS-DIPEND                PIC X(02) VALUE SPACES.
000760  77  PAY-FS-PAGHE                 PIC X(02) VALUE SPACES.
000770  77  PAY-FS-REGISTRO              PIC X(02) VALUE SPACES.
000780  77  PAY-FS-ERRORI                PIC X(02) VALUE SPACES.
000781  77  PAY-FS-DIPANA                PIC X(02) VALUE SPACES.
000782  77  PAY-FS-CEDOL                 PIC X(02) VALUE SPACES.
000783  77  PAY-FS-PROGRE                PIC X(02) VALUE SPACES.
000784  77  PAY-FS-NETTI                 PIC X(02) VALUE SPACES.
000785  77  PAY-FS-GIORNALE              PIC X(02) VALUE SPACES.
000786  77  PAY-GIO-RIGA                 PIC 9(03) COMP VALUE ZERO.
000787  77  PAY-GIO-CONTO                PIC X(06) VALUE SPACES.
000788  77  PAY-GIO-SEGNO                PIC X(01) VALUE SPACES.
000789  77  PAY-GIO-IMPORTO              PIC S9(11)V99 VALUE ZERO.
000790  77  PAY-CEDOLINI                 PIC 9(05) COMP VALUE ZERO.
000791  77  PAY-NOME-DIP                 PIC X(25) VALUE SPACES.
000792  77  PAY-CF-DIP                   PIC X(16) VALUE SPACES.
000793  77  PAY-DIP-CONTA                PIC 9(03) COMP VALUE ZERO.
000800  77  PAY-PAGATI                   PIC 9(05) COMP VALUE ZERO.
000810  77  PAY-BLOCCATI                 PIC 9(05) COMP VALUE ZERO.
000820  77  PAY-RITENUTA                 PIC S9(9)V99 VALUE ZERO.
001410      05  FILLER                  PIC X(38) VALUE SPACES.
001411  01  PAY-OGGI.
001412      05  PAY-OGGI-AAAA           PIC 9(04).
001413      05  PAY-OGGI-MM             PIC 9(02).
001414      05  FILLER                  PIC X(02).
001415  01  PAY-ORA-LOTTO.
001416      05  PAY-L-ORA               PIC X(06).
001417      05  FILLER                  PIC X(02).
001418  01  PAY-GIO-RIFERIMENTO.
001419      05  FILLER                  PIC X(06) VALUE "PAGHE ".
001420      05  PAY-GR-ANNO             PIC 9(04).
001421      05  FILLER                  PIC X(01) VALUE "/".
001422      05  PAY-GR-MESE             PIC 9(02).
001423      COPY PDCTAB.
001424  01  PAY-CED-INTESTAZ.
001425      05  FILLER                  PIC X(15)
001426              VALUE "CEDOLINO PAGA  ".
001427      05  FILLER                  PIC X(05) VALUE "DATA ".
001428      05  PAY-C-DATA              PIC X(08).
001429      05  FILLER                  PIC X(52) VALUE SPACES.
001430  01  PAY-CED-ANAGRAFICA.
001431      05  FILLER                  PIC X(10)
001432              VALUE "MATRICOLA ".
001433      05  PAY-C-MATR              PIC X(05).
001434      05  FILLER                  PIC X(02) VALUE SPACES.
001435      05  PAY-C-NOME              PIC X(25).
001436      05  FILLER                  PIC X(04) VALUE " CF ".
001437      05  PAY-C-CF                PIC X(16).
001438      05  FILLER                  PIC X(18) VALUE SPACES.
001439  01  PAY-CED-IMPORTO.
001440      05  PAY-C-DESCRIZIONE       PIC X(12).
001441      05  PAY-C-IMPORTO           PIC -Z,ZZZ,ZZ9.99.
001442      05  FILLER                  PIC X(55) VALUE SPACES.
001443  01  PAY-RIGA-TOTALE.
001444      05  FILLER                  PIC X(09) VALUE "TOTALI   ".
001445      05  PAY-R-LORDO             PIC Z,ZZZ,ZZZ,ZZ9.99.
001450      05  FILLER                  PIC X(01) VALUE SPACES.
001460      05  PAY-R-RITENUTA          PIC Z,ZZZ,ZZZ,ZZ9.99.
001470      05  FILLER                  PIC X(01) VALUE SPACES.
001753          DISPLAY "PAY300 - ERR APERTURA PAYYTD " PAY-FS-PROGRE
001754          STOP RUN
001755      END-IF.
001756      OPEN OUTPUT NETTI-OUT.
001757      IF PAY-FS-NETTI NOT = "00"
001758          DISPLAY "PAY300 - ERR APERTURA PAYNET " PAY-FS-NETTI
001759          STOP RUN
001760      END-IF.
001761      OPEN EXTEND GIORNALE-OUT.
001762      IF PAY-FS-GIORNALE = "35"
001763          OPEN OUTPUT GIORNALE-OUT
001764      END-IF.
001765      IF PAY-FS-GIORNALE NOT = "00"
001766          DISPLAY "PAY300 - ERR APERTURA GIOCONT " PAY-FS-GIORNALE
001767          STOP RUN
001768      END-IF.
001769      ACCEPT PAY-ORA-LOTTO FROM TIME.
001770      PERFORM 1100-AZZERA-SCAGLIONE
001771          THRU 1100-AZZERA-SCAGLIONE-EXIT
001772          VARYING PAY-X FROM 1 BY 1
001780          UNTIL PAY-X > 8.
001790      PERFORM 1200-LETTURA-DIPEND
001800          THRU 1200-LETTURA-DIPEND-EXIT.
002654          THRU 3400-STAMPA-CEDOLINO-EXIT.
002656      PERFORM 3500-AGGIORNA-PROGRESSIVI
002658          THRU 3500-AGGIORNA-PROGRESSIVI-EXIT.
002659      PERFORM 3600-SCRIVI-NETTO
002660          THRU 3600-SCRIVI-NETTO-EXIT.
002661  3000-ELABORA-PAGA-PROSEGUI.
002670      PERFORM 2000-LETTURA-PAGHE
002680          THRU 2000-LETTURA-PAGHE-EXIT.
002690  3000-ELABORA-PAGA-EXIT.
003309  3570-SOMMA-PROGRESSIVO-EXIT.
003310      EXIT.
003311*----------------------------------------------------------------
003312  3600-SCRIVI-NETTO.
003313      MOVE SPACES        TO PNT-RECORD.
003314      MOVE "D"           TO PNT-TIPO.
003315      MOVE PAY-OGGI-AAAA TO PNT-ANNO.
003316      MOVE PAY-OGGI-MM   TO PNT-MESE.
003317      MOVE PG-MATR       TO PNT-MATR.
003318      MOVE PG-LORDO-N    TO PNT-LORDO.
003319      MOVE PAY-RITENUTA  TO PNT-RITENUTA.
003320      MOVE PAY-NETTO     TO PNT-NETTO.
003321      MOVE PAY-OGGI      TO PNT-DATA-PAGA.
003322      WRITE PNT-RECORD.
003323  3600-SCRIVI-NETTO-EXIT.
003324      EXIT.
003325*----------------------------------------------------------------
003326  7000-SCRIVI-ERRORE.
003327      WRITE ERRORI-OUT-RECORD.
003328      ADD 1 TO PAY-BLOCCATI.
003329  7000-SCRIVI-ERRORE-EXIT.
003330      EXIT.
003331*----------------------------------------------------------------
003332  8000-FINALIZZA.
003333      MOVE PAY-TOT-LORDO    TO PAY-R-LORDO.
003334      MOVE PAY-TOT-RITENUTA TO PAY-R-RITENUTA.
003340      MOVE PAY-TOT-NETTO    TO PAY-R-NETTO.
003350      WRITE REGISTRO-OUT-RECORD FROM PAY-RIGA-TOTALE.
003360      PERFORM 8100-STAMPA-SCAGLIONE
003370          THRU 8100-STAMPA-SCAGLIONE-EXIT
003380          VARYING PAY-X FROM 1 BY 1
003390          UNTIL PAY-X > 8.
003391      MOVE SPACES           TO PNT-RECORD.
003392      MOVE "T"              TO PNT-TIPO.
003393      MOVE PAY-OGGI-AAAA    TO PNT-ANNO.
003394      MOVE PAY-OGGI-MM      TO PNT-MESE.
003395      MOVE PAY-PAGATI       TO PNT-T-PAGATI.
003396      MOVE PAY-TOT-LORDO    TO PNT-T-LORDO.
003397      MOVE PAY-TOT-RITENUTA TO PNT-T-RITENUTA.
003398      MOVE PAY-TOT-NETTO    TO PNT-T-NETTO.
003399      PERFORM 8200-TOTALE-SCAGLIONE
003400          THRU 8200-TOTALE-SCAGLIONE-EXIT
003401          VARYING PAY-X FROM 1 BY 1
003402          UNTIL PAY-X > 8.
003403      WRITE PNT-RECORD.
003404      IF PAY-PAGATI > ZERO
003405          PERFORM 8300-SCRIVI-CONTABILITA
003406              THRU 8300-SCRIVI-CONTABILITA-EXIT
003407      END-IF.
003408      CLOSE PAGHE-IN.
003410      CLOSE REGISTRO-OUT.
003420      CLOSE ERRORI-OUT.
003422      CLOSE DIPANA-MST.
003424      CLOSE CEDOL-OUT.
003426      CLOSE PROGRE-F.
003428      CLOSE NETTI-OUT.
003429      CLOSE GIORNALE-OUT.
003430      DISPLAY "PAY300 - DIPENDENTI PAGATI  : " PAY-PAGATI.
003440      DISPLAY "PAY300 - MATRICOLE BLOCCATE : " PAY-BLOCCATI.
003442      DISPLAY "PAY300 - CEDOLINI STAMPATI  : " PAY-CEDOLINI.
003446      DISPLAY "PAY300 - RIGHE GIORNALE CG  : " PAY-GIO-RIGA.
003450  8000-FINALIZZA-EXIT.
003460      EXIT.
003470*----------------------------------------------------------------
003510      WRITE REGISTRO-OUT-RECORD FROM PAY-RIGA-SCAGLIONE.
003520  8100-STAMPA-SCAGLIONE-EXIT.
003530      EXIT.
003540*----------------------------------------------------------------
003550  8200-TOTALE-SCAGLIONE.
003560      MOVE PAY-TOT-SCAGLIONE(PAY-X) TO PNT-T-SCAGLIONE(PAY-X).
003570  8200-TOTALE-SCAGLIONE-EXIT.
003580      EXIT.
003590*----------------------------------------------------------------
003600* REGISTRAZIONE CONTABILE DELLE PAGHE DEL MESE DAI TOTALI REGISTRO
003610*----------------------------------------------------------------
003620  8300-SCRIVI-CONTABILITA.
003630      MOVE PAY-OGGI-AAAA    TO PAY-GR-ANNO.
003640      MOVE PAY-OGGI-MM      TO PAY-GR-MESE.
003650      MOVE PDC-STIPENDI     TO PAY-GIO-CONTO.
003660      MOVE "D"              TO PAY-GIO-SEGNO.
003670      MOVE PAY-TOT-LORDO    TO PAY-GIO-IMPORTO.
003680      PERFORM 8350-RIGA-GIORNALE THRU 8350-RIGA-GIORNALE-EXIT.
003690      MOVE PDC-RITENUTE     TO PAY-GIO-CONTO.
003700      MOVE "A"              TO PAY-GIO-SEGNO.
003710      MOVE PAY-TOT-RITENUTA TO PAY-GIO-IMPORTO.
003720      PERFORM 8350-RIGA-GIORNALE THRU 8350-RIGA-GIORNALE-EXIT.
003730      MOVE PDC-RETRIBUZIONI TO PAY-GIO-CONTO.
003740      MOVE PAY-TOT-NETTO    TO PAY-GIO-IMPORTO.
003750      PERFORM 8350-RIGA-GIORNALE THRU 8350-RIGA-GIORNALE-EXIT.
003760  8300-SCRIVI-CONTABILITA-EXIT.
003770      EXIT.
003780*----------------------------------------------------------------
003790  8350-RIGA-GIORNALE.
003800      IF PAY-GIO-IMPORTO = ZERO
003810          GO TO 8350-RIGA-GIORNALE-EXIT
003820      END-IF.
003830      ADD 1 TO PAY-GIO-RIGA.
003840      MOVE SPACES              TO GIO-RECORD.
003850      MOVE "PAY300"            TO GIO-PROGRAMMA.
003860      MOVE PAY-H-DATA          TO GIO-DATA-LOTTO GIO-DATA-REG.
003870      MOVE PAY-L-ORA           TO GIO-ORA-LOTTO.
003880      MOVE 1                   TO GIO-REGISTRAZIONE.
003890      MOVE PAY-GIO-RIGA        TO GIO-RIGA.
003900      MOVE PAY-GIO-CONTO       TO GIO-CONTO.
003910      MOVE PAY-GIO-SEGNO       TO GIO-SEGNO.
003920      MOVE PAY-GIO-IMPORTO     TO GIO-IMPORTO.
003930      MOVE PAY-GIO-RIFERIMENTO TO GIO-RIFERIMENTO.
003940      MOVE "PAGHE DEL MESE"    TO GIO-DESCRIZIONE.
003950      WRITE GIO-RECORD.
003960  8350-RIGA-GIORNALE-EXIT.
003970      EXIT.
