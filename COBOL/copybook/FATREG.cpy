000072*             02/09/2026 SR  IMPONIBILE E IVA ANCHE SPACCATI PER
000074*                            ALIQUOTA (NORMALE 22% / RIDOTTA 10%)
000076*                            PER IL REGISTRO IVA VENDITE IVA100
000077*             15/10/2026 SR  TIPO DOCUMENTO (FATTURA O NOTA DI
000078*                            CREDITO, CON NUMERAZIONE PROPRIA) E
000079*                            RIFERIMENTO ALLA FATTURA STORNATA;
000080*                            LE NOTE HANNO IMPORTI NEGATIVI
000085*================================================================
000090  01  FRG-RECORD.
000100      05  FRG-NUMERO               PIC 9(05).
000110      05  FRG-DATA                 PIC X(08).
000154      05  FRG-IVA-NORM             PIC S9(07)V99.
000156      05  FRG-IMPON-RID            PIC S9(07)V99.
000158      05  FRG-IVA-RID              PIC S9(07)V99.
000159      05  FRG-TIPO-DOC             PIC X(01).
000160          88  FRG-NOTA-CREDITO               VALUE "N".
000161      05  FRG-RIF-ANNO             PIC 9(04).
000162      05  FRG-RIF-NUMERO           PIC 9(05).
000163      05  FILLER                   PIC X(09).
