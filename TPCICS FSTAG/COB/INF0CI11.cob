                 OR 'ARC1CI11' OR 'LET1CI11' OR 'PAR1CI11' OR 'HAB1CI11'
                 OR 'REJ1CI11' OR 'ALR1CI11' OR 'EXT1CI11'
                 OR 'LAT1CI11' OR 'ENT1CI11' OR 'NOT1CI11'
                 OR 'JOU1CI11' OR 'SIT1CI11' OR 'TAU1CI11' OR 'OPP1CI11'
                 OR 'NDF1CI11' OR 'AID1CI11' OR 'AID2CI11' OR 'LIB1CI11'
                 OR 'FNC1CI11' OR 'FNC2CI11' OR 'SAL1CI11' OR 'IND1CI11'
                 OR 'PRQ1CI11' OR 'CMP1CI11' OR 'CMP2CI11' OR 'OFF1CI11'
                 OR 'OFF2CI11' OR 'TUT1CI11' OR 'EVP1CI11' OR 'VIS1CI11'
                 OR 'TRI1CI11' OR 'ATR1CI11' OR 'RCL1CI11' OR 'REN1CI11'
                 OR 'PAC1CI11' OR 'MAB1CI11' OR 'TRF1CI11' OR 'DSI1CI11'
                 OR 'MAT1CI11' OR 'MAT2CI11' OR 'MAT3CI11' OR 'MAT4CI11'
                 OR 'QST1CI11' OR 'QST2CI11' OR 'QCT1CI11' OR 'CAM1CI11'
                 perform 23130-VERIFIE-ACCES-MAJ
              ELSE
                 perform 23110-PROG-SUIVANT
               WHEN '49'
                 MOVE 'DRA1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '50'
                 MOVE 'TAU1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '51'
                 MOVE 'OPP1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '52'
                 MOVE 'NDF1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '53'
                 MOVE 'AID1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '54'
                 MOVE 'AID2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '55'
                 MOVE 'LIB1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '56'
                 MOVE 'FNC1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '57'
                 MOVE 'FNC2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '58'
                 MOVE 'SAL1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '59'
                 MOVE 'IND1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '60'
                 MOVE 'PLA1CI11' TO PROG-SUIVANT
                 perform 23110-PROG-SUIVANT
               WHEN '61'
                 MOVE 'PRQ1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '62'
                 MOVE 'CRT2CI11' TO PROG-SUIVANT
                 perform 23110-PROG-SUIVANT
               WHEN '63'
                 MOVE 'CMP1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '64'
                 MOVE 'CMP2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '65'
                 MOVE 'OFF1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '66'
                 MOVE 'OFF2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '67'
                 MOVE 'TUT1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '68'
                 MOVE 'EVP1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '69'
                 MOVE 'VIS1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '70'
                 MOVE 'EST1CI11' TO PROG-SUIVANT
                 perform 23110-PROG-SUIVANT
               WHEN '71'
                 MOVE 'TRI1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '72'
                 MOVE 'ATR1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '73'
                 MOVE 'RCL1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '74'
                 MOVE 'REN1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '75'
                 MOVE 'PAC1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '76'
                 MOVE 'MAB1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '77'
                 MOVE 'TRF1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '78'
                 MOVE 'DSI1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '79'
                 MOVE 'MAT1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '80'
                 MOVE 'MAT2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '81'
                 MOVE 'MAT3CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '82'
                 MOVE 'MAT4CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '83'
                 MOVE 'QST1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '84'
                 MOVE 'QST2CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '85'
                 MOVE 'QCT1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN '86'
                 MOVE 'VUE1CI11' TO PROG-SUIVANT
                 perform 23110-PROG-SUIVANT
               WHEN '87'
                 MOVE 'CAM1CI11' TO PROG-SUIVANT
                 perform 23130-VERIFIE-ACCES-MAJ
               WHEN OTHER
                 perform 23120-handle-cursor
           END-EVALUATE
