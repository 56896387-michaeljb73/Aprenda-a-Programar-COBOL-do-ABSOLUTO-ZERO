                    TO WS-ARQ-EXPCTL
               MOVE 'src\assets\treino\CUSTSNAP.dat'
                    TO WS-ARQ-CUSTSNAP
               MOVE 'src\assets\treino\CONTRATOS.dat'
                    TO WS-ARQ-CONTRATOS
               MOVE 'src\assets\treino\ENDERECOS.dat'
                    TO WS-ARQ-ENDERECOS
               MOVE 'src\assets\treino\ENTREGAS.dat'
                    TO WS-ARQ-ENTREGAS
               MOVE 'src\assets\treino\PESSOAS.dat'
                    TO WS-ARQ-PESSOAS
               MOVE 'src\assets\treino\ACORDOS.dat'
                    TO WS-ARQ-ACORDOS
               MOVE 'src\assets\treino\PEDPROG.dat'
                    TO WS-ARQ-PROGRAMADOS
               MOVE 'src\assets\treino\RPTCAT.dat'
                    TO WS-ARQ-RPTCAT
               MOVE 'src\assets\treino\DOCKYC.dat'
                    TO WS-ARQ-DOCKYC
               MOVE 'src\assets\treino\spool\'
                    TO WS-DIR-SPOOL

               DISPLAY '*********************************************'
               DISPLAY '***      AMBIENTE DE TREINAMENTO          ***'
