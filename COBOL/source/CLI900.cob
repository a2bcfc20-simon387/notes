000172* 22/08/2026 SR      LA CONVERSIONE RIPORTA IL RECORD INTERO,
000174*                     COMPRESI I CODICI GEOGRAFICI (REGIONE,
000176*                     PROVINCIA, CAP) ORA PRESENTI SUL TRACCIATO.
000177* 15/10/2026 SR      IL VECCHIO FLUSSO NON HA I GIORNI DI
000178*                     PAGAMENTO: I CLIENTI CONVERTITI PARTONO
000179*                     CON IL DEFAULT DI 30 GIORNI.
000180* 15/10/2026 SR      I CLIENTI CONVERTITI PARTONO SENZA FIDO
000181*                     (ZERO = NESSUN CONTROLLO IN FATTURAZIONE).
000182*----------------------------------------------------------------
000190*================================================================
000200  ENVIRONMENT DIVISION.
000210*================================================================
000900*----------------------------------------------------------------
000910  3000-CARICA-CLIENTE.
000920      MOVE CLISEQ-IN-RECORD TO CLI-RECORD.
000930      MOVE 30               TO CLI-GG-PAGAMENTO.
000940      MOVE ZERO             TO CLI-FIDO.
000960      WRITE CLI-RECORD
000970          INVALID KEY
000980              DISPLAY "CLI900 - CHIAVE DUPLICATA " CLS-CHIAVE
