000010*================================================================
000020* MAGMOV    - LAYOUT RECORD MOVIMENTI DI MAGAZZINO (FILE
000030*             MAGMOVI IN ACCODAMENTO): UN RECORD PER OGNI
000040*             VARIAZIONE DI GIACENZA CON CAUSALE, QUANTITA CON
000050*             SEGNO (+ ENTRATA, - USCITA), GIACENZA RISULTANTE E
000060*             RIFERIMENTO DEL DOCUMENTO
000070*             SCRITTO   : S.ROSSI    15/10/2026
000080*             MODIFICHE :
000090*             15/10/2026 SR  PRIMA STESURA
000100*================================================================
000110  01  MMV-RECORD.
000120      05  MMV-DATA                 PIC X(08).
000130      05  MMV-COD-ART              PIC X(07).
000140      05  MMV-CAUSALE              PIC X(01).
000150          88  MMV-CARICO                     VALUE "C".
000160          88  MMV-VENDITA                    VALUE "V".
000170          88  MMV-RESO                       VALUE "R".
000180          88  MMV-RETTIFICA                  VALUE "I".
000190      05  MMV-QUANTITA             PIC S9(07).
000200      05  MMV-GIACENZA             PIC S9(07).
000210      05  MMV-RIFERIMENTO          PIC X(20).
000220      05  MMV-PROGRAMMA            PIC X(08).
000230      05  FILLER                   PIC X(22).
