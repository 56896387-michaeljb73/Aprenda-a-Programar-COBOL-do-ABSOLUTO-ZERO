      *                  (copybooks ENVCFG*, sub-rotina ENV-CONFIG) e
      *                  estampa o aviso de AMBIENTE DE TREINAMENTO
      *                  no topo de cada passagem pelo menu.
      * 15/10/2026  MJB  Incluida a opcao 12 - consulta dos relatorios
      *                  guardados no spool (RPT-BROWSE); ENCERRAR
      *                  passou para a opcao 13.
      * 15/10/2026  MJB  Incluida a opcao 13 - consulta generica de
      *                  registros (REC-INQUIRY); ENCERRAR passou para
      *                  a opcao 14.
      * 15/10/2026  MJB  Incluida a opcao 14 - extracao ad hoc de
      *                  clientes (XTR-MAINT); ENCERRAR passou para a
      *                  opcao 15.
      * 15/10/2026  MJB  Incluida a opcao 15 - fila de relatorios sob
      *                  demanda (BATCH-QUEUE); ENCERRAR passou para a
      *                  opcao 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-DRIVER.
            DISPLAY ' 9 - LANCAMENTO DE PEDIDOS'
            DISPLAY '10 - CADASTRO EM TELA CHEIA'
            DISPLAY '11 - RODAR CADEIA NOTURNA COMPLETA'
            DISPLAY '12 - CONSULTAR RELATORIOS GUARDADOS'
            DISPLAY '13 - CONSULTA GENERICA DE REGISTROS'
            DISPLAY '14 - EXTRACAO AD HOC DE CLIENTES'
            DISPLAY '15 - FILA DE RELATORIOS SOB DEMANDA'
            DISPLAY '16 - ENCERRAR'
            DISPLAY 'INFORME A OPCAO DESEJADA: '
            ACCEPT WS-OPCAO-MENU

                WHEN 09  CALL 'ORDER-ENTRY'
                WHEN 10  CALL 'CAD-TELA'
                WHEN 11  CALL 'JOB-SEQUENCER'
                WHEN 12  CALL 'RPT-BROWSE'
                WHEN 13  CALL 'REC-INQUIRY'
                WHEN 14  CALL 'XTR-MAINT'
                WHEN 15  CALL 'BATCH-QUEUE'
                WHEN 16  SET WS-FIM-SIM TO TRUE
                WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE.'
            END-EVALUATE.
