               VALUE  "    COMPETENCIA (AAAAMM):".
           05  LINE 08  COLUMN 01
               VALUE  "    SEQUENCIA (01...):".
           05  LINE 09  COLUMN 05
               VALUE  "TIPO (F=FALTA A=ATEST O=FOLGA V=FER L=INSS):".
           05  LINE 10  COLUMN 01
               VALUE  "    QUANTIDADE DE DIAS (00-31):".
           05  LINE 11  COLUMN 01
                   GO TO R2C.
           IF OCO-TIPO NOT = "F" AND OCO-TIPO NOT = "A"
              AND OCO-TIPO NOT = "O" AND OCO-TIPO NOT = "V"
              AND OCO-TIPO NOT = "L"
                MOVE "*** DIGITE F, A, O, V OU L=AFASTAMENTO INSS ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
