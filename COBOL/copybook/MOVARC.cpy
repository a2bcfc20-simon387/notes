000030*             (UN RECORD PER MOVIMENTO APPLICATO DA CLI200:
000040*             CHIAVE, TIPO, DATA VALUTA, SALDO PRECEDENTE,
000050*             IMPORTO, NUOVO SALDO) PER GLI ESTRATTI CONTO
000051*             TIPI MOVIMENTO : P = PAGAMENTO
000052*                              F = FATTURA
000053*                              N = NOTA DI CREDITO
000054*                              A = APERTURA ESERCIZIO, SCRITTO
000055*                                  DA CHI100 CON VALUTA 1 GENNAIO
000056*                                  E IMPORTO ZERO: IL NUOVO SALDO
000057*                                  E' IL SALDO INIZIALE LETTO
000058*                                  DA CLI400
000060*             SCRITTO   : S.ROSSI    02/09/2026
000070*             MODIFICHE :
000080*             02/09/2026 SR  PRIMA STESURA
000085*             15/10/2026 SR  AGGIUNTO IL TIPO A (APERTURA)
000090*================================================================
000100  01  MAR-RECORD.
000110      05  MAR-CHIAVE               PIC X(05).
