                             MOVE 'PROGRAMME ' TO W-LIG-NATURE
                          WHEN PAH-APPLIQUE
                             MOVE 'APPLIQUE  ' TO W-LIG-NATURE
                          WHEN PAH-ANNULATION
                             MOVE 'ANNULATION' TO W-LIG-NATURE
                          WHEN OTHER
                             MOVE E-PAH-NATURE TO W-LIG-NATURE
                       END-EVALUATE
