000000                     TO WS-TEXTE-ANOMALIE
000000                 PERFORM 050-RETENIR-ANOMALIE
000000             END-IF
000000         WHEN WS-LIGNE-EXAMEN(1:17) = 'REFUS DE SECURITE'
000000             PERFORM 060-EXAMINER-VALEUR
000000             IF WS-VALEUR-NON-NULLE = 'Y'
000000                 MOVE 'ACTION' TO WS-GRAVITE
000000                 MOVE WS-LIGNE-EXAMEN(1:80)
000000                     TO WS-TEXTE-ANOMALIE
000000                 PERFORM 050-RETENIR-ANOMALIE
000000             END-IF
000000         WHEN WS-LIGNE-EXAMEN(1:18) = 'VARIATIONS > SEUIL'
000000             PERFORM 060-EXAMINER-VALEUR
000000             IF WS-VALEUR-NON-NULLE = 'Y'
