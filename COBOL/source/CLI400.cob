000210*                     SALDO DELL'ULTIMO MOVIMENTO). E IL
000220*                     DOCUMENTO RICHIESTO DAI CLIENTI CHE
000230*                     CONTESTANO UN SOLLECITO.
000231* 15/10/2026 SR      IL MOVIMENTO DI APERTURA (TIPO "A") LASCIATO
000232*                     DALLA CHIUSURA ANNUALE CHI100 AL PRIMO
000233*                     GENNAIO PORTA SOLO IL SALDO RIPORTATO: DA
000234*                     IL SALDO INIZIALE DELL'ESTRATTO E NON VIENE
000235*                     STAMPATO NE CONTATO COME MOVIMENTO.
000240*----------------------------------------------------------------
000250*================================================================
000260  ENVIRONMENT DIVISION.
002560          PERFORM 3300-APRI-ESTRATTO
002570              THRU 3300-APRI-ESTRATTO-EXIT
002580      END-IF.
002582      IF SRT-TIPO = "A"
002584          MOVE SRT-NUOVO-SALDO TO EST-SALDO-FINALE
002586          GO TO 3200-STAMPA-MOVIMENTO-PROSEGUI
002588      END-IF.
002590      MOVE SRT-DATA-VALUTA TO EST-D-DATA.
002600      MOVE SRT-TIPO        TO EST-D-TIPO.
002610      MOVE SRT-IMPORTO     TO EST-D-IMPORTO.
002630      WRITE ESTRATTI-OUT-RECORD FROM EST-RIGA-MOVIMENTO.
002640      MOVE SRT-NUOVO-SALDO TO EST-SALDO-FINALE.
002650      ADD 1 TO EST-MOVIMENTI.
002655  3200-STAMPA-MOVIMENTO-PROSEGUI.
002660      PERFORM 3100-RITORNA-MOVIMENTO
002670          THRU 3100-RITORNA-MOVIMENTO-EXIT.
002680  3200-STAMPA-MOVIMENTO-EXIT.
