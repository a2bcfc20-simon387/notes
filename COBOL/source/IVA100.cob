000180*                     SPACCATI PER ALIQUOTA (NORMALE 22 PCT E
000190*                     RIDOTTA 10 PCT) PER LA LIQUIDAZIONE
000200*                     PERIODICA DEL COMMERCIALISTA.
000201* 15/10/2026 SR      NOTE DI CREDITO: IL REGISTRO FATTURE PORTA
000202*                     ANCHE LE NOTE EMESSE DA FAT200 CON IMPORTI
000203*                     NEGATIVI. LA RIGA DI DETTAGLIO INDICA IL
000204*                     TIPO DOCUMENTO E LA FATTURA STORNATA; A FINE
000205*                     MESE PER OGNI ALIQUOTA VENGONO STAMPATI
000206*                     FATTURE, NOTE IN DIMINUZIONE E NETTO DA
000207*                     LIQUIDARE.
000210*----------------------------------------------------------------
000220*================================================================
000230  ENVIRONMENT DIVISION.
000650  77  IVA-TOT-IVA-NORM            PIC S9(11)V99 VALUE ZERO.
000660  77  IVA-TOT-IMPON-RID           PIC S9(11)V99 VALUE ZERO.
000670  77  IVA-TOT-IVA-RID             PIC S9(11)V99 VALUE ZERO.
000671  77  IVA-NOTE                    PIC 9(05) COMP VALUE ZERO.
000672  77  IVA-NC-IMPON-NORM           PIC S9(11)V99 VALUE ZERO.
000673  77  IVA-NC-IVA-NORM             PIC S9(11)V99 VALUE ZERO.
000674  77  IVA-NC-IMPON-RID            PIC S9(11)V99 VALUE ZERO.
000675  77  IVA-NC-IVA-RID              PIC S9(11)V99 VALUE ZERO.
000680  01  IVA-SWITCHES.
000690      05  IVA-EOF-SW              PIC X(01) VALUE "N".
000700          88  IVA-EOF-REGFAT                VALUE "S".
000960      05  IVA-D-IMPONIBILE        PIC -Z,ZZZ,ZZ9.99.
000970      05  FILLER                  PIC X(02) VALUE SPACES.
000980      05  IVA-D-IVA               PIC -Z,ZZZ,ZZ9.99.
000981      05  FILLER                  PIC X(02) VALUE SPACES.
000982      05  IVA-D-TIPO              PIC X(02).
000983      05  FILLER                  PIC X(01) VALUE SPACES.
000984      05  IVA-D-RIFERIMENTO.
000985          10  IVA-D-RIF-DES       PIC X(04).
000986          10  IVA-D-RIF-NUMERO    PIC ZZZZ9.
000987          10  IVA-D-RIF-BARRA     PIC X(01).
000988          10  IVA-D-RIF-ANNO      PIC 9(04).
000990      05  FILLER                  PIC X(09) VALUE SPACES.
001000  01  IVA-RIGA-ALIQUOTA.
001010      05  IVA-R-VOCE              PIC X(09).
001020      05  IVA-R-ALIQ              PIC X(02).
001030      05  FILLER                  PIC X(17)
001040              VALUE " PCT  IMPONIBILE ".
001130      05  FILLER                  PIC X(16)
001140              VALUE "   FUORI MESE : ".
001150      05  IVA-R-FUORI             PIC ZZ,ZZ9.
001152      05  FILLER                  PIC X(16)
001154              VALUE "   NOTE CRED. : ".
001156      05  IVA-R-NOTE              PIC ZZ,ZZ9.
001160      05  FILLER                  PIC X(10) VALUE SPACES.
001170*================================================================
001180  PROCEDURE DIVISION.
001190*================================================================
001770      END-IF.
001780      PERFORM 3100-STAMPA-DETTAGLIO
001790          THRU 3100-STAMPA-DETTAGLIO-EXIT.
001791      IF FRG-NOTA-CREDITO
001792          ADD FRG-IMPON-NORM TO IVA-NC-IMPON-NORM
001793          ADD FRG-IVA-NORM   TO IVA-NC-IVA-NORM
001794          ADD FRG-IMPON-RID  TO IVA-NC-IMPON-RID
001795          ADD FRG-IVA-RID    TO IVA-NC-IVA-RID
001796          GO TO 3000-ELABORA-FATTURA-PROSEGUI
001797      END-IF.
001800      ADD FRG-IMPON-NORM TO IVA-TOT-IMPON-NORM.
001810      ADD FRG-IVA-NORM   TO IVA-TOT-IVA-NORM.
001820      ADD FRG-IMPON-RID  TO IVA-TOT-IMPON-RID.
001920      MOVE FRG-CLIENTE    TO IVA-D-CLIENTE.
001930      MOVE FRG-IMPONIBILE TO IVA-D-IMPONIBILE.
001940      MOVE FRG-IVA        TO IVA-D-IVA.
001941      MOVE SPACES         TO IVA-D-RIFERIMENTO.
001942      IF FRG-NOTA-CREDITO
001943          MOVE "NC"           TO IVA-D-TIPO
001944          MOVE "RIF "         TO IVA-D-RIF-DES
001945          MOVE FRG-RIF-NUMERO TO IVA-D-RIF-NUMERO
001946          MOVE "/"            TO IVA-D-RIF-BARRA
001947          MOVE FRG-RIF-ANNO   TO IVA-D-RIF-ANNO
001948          ADD 1 TO IVA-NOTE
001949      ELSE
001950          MOVE "FT"           TO IVA-D-TIPO
001951          ADD 1 TO IVA-STAMPATE
001952      END-IF.
001953      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-DETTAGLIO.
001970  3100-STAMPA-DETTAGLIO-EXIT.
001980      EXIT.
001990*----------------------------------------------------------------
002010      MOVE SPACES TO REGIVA-OUT-RECORD.
002020      WRITE REGIVA-OUT-RECORD.
002030      MOVE "22"               TO IVA-R-ALIQ.
002035      MOVE "FATTURE  "        TO IVA-R-VOCE.
002040      MOVE IVA-TOT-IMPON-NORM TO IVA-R-IMPON.
002050      MOVE IVA-TOT-IVA-NORM   TO IVA-R-IVA.
002060      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002061      MOVE "NOTE CR. "        TO IVA-R-VOCE.
002062      MOVE IVA-NC-IMPON-NORM  TO IVA-R-IMPON.
002063      MOVE IVA-NC-IVA-NORM    TO IVA-R-IVA.
002064      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002065      MOVE "NETTO    "        TO IVA-R-VOCE.
002066      ADD IVA-TOT-IMPON-NORM IVA-NC-IMPON-NORM GIVING IVA-R-IMPON.
002067      ADD IVA-TOT-IVA-NORM   IVA-NC-IVA-NORM   GIVING IVA-R-IVA.
002068      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002070      MOVE "10"               TO IVA-R-ALIQ.
002075      MOVE "FATTURE  "        TO IVA-R-VOCE.
002080      MOVE IVA-TOT-IMPON-RID  TO IVA-R-IMPON.
002090      MOVE IVA-TOT-IVA-RID    TO IVA-R-IVA.
002100      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002101      MOVE "NOTE CR. "        TO IVA-R-VOCE.
002102      MOVE IVA-NC-IMPON-RID   TO IVA-R-IMPON.
002103      MOVE IVA-NC-IVA-RID     TO IVA-R-IVA.
002104      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002105      MOVE "NETTO    "        TO IVA-R-VOCE.
002106      ADD IVA-TOT-IMPON-RID  IVA-NC-IMPON-RID  GIVING IVA-R-IMPON.
002107      ADD IVA-TOT-IVA-RID    IVA-NC-IVA-RID    GIVING IVA-R-IVA.
002108      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-ALIQUOTA.
002110      MOVE IVA-STAMPATE   TO IVA-R-STAMPATE.
002120      MOVE IVA-FUORI-MESE TO IVA-R-FUORI.
002125      MOVE IVA-NOTE       TO IVA-R-NOTE.
002130      WRITE REGIVA-OUT-RECORD FROM IVA-RIGA-TOTALE.
002140      CLOSE REGFAT-IN.
002150      CLOSE REGIVA-OUT.
002160      DISPLAY "IVA100 - FATTURE STAMPATE : " IVA-STAMPATE.
002170      DISPLAY "IVA100 - FATTURE FUORI MESE: " IVA-FUORI-MESE.
002175      DISPLAY "IVA100 - NOTE CREDITO     : " IVA-NOTE.
002180  8000-FINALIZZA-EXIT.
002190      EXIT.
