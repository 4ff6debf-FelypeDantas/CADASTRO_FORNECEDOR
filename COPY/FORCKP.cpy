          03 CKP-CONTADOR          PIC 9(08).
          03 CKP-DATAHORA          PIC 9(16).
      *    CKP-DATAHORA: ULTIMO LOG-DATAHORA JA EXPORTADO (SCE012)
      *    CKP-JOB "SCE029": CKP-CONTADOR = ULTIMO LOTE CONTABIL ABERTO;
      *    CKP-DATAHORA ZERADO = LOTE AINDA NAO CONCLUIDO (REINICIO)
      *    CKP-JOB "SCE007": CKP-CONTADOR = ULTIMO LOTE DE REMESSA
      *    ABERTO NO ARQFORREM
