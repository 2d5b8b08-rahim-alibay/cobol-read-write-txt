000000*    PAS D'ENTREE) ET SIGNALE TOUT ARTICLE DONT LE STOCK
000000*    EST AU POINT DE COMMANDE OU EN DESSOUS. PRODUIT UN
000000*    FICHIER DE SUGGESTIONS D'ACHAT POUR LES ACHETEURS ET
000000*    UN RAPPORT PAGINE SUR LE MODELE DU LISTING ARTICLES.
000000*    LA QUANTITE DEJA EN COMMANDE FOURNISSEUR (LIGNES
000000*    OUVERTES DU CARNET OPEN-ORDERS.TXT) S'AJOUTE AU STOCK
000000*    POUR NE PAS RESUGGERER CHAQUE NUIT LE MEME MANQUE.
000000*    LE SEUIL EST TESTE SUR LE DISPONIBLE (STOCK MOINS LA
000000*    QUANTITE RESERVEE AUX COMMANDES CLIENTS)
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. REAPPROVISIONNEMENT.
000000             ASSIGN TO 'replenishment-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000         SELECT COMMANDES-OUVERTES ASSIGN TO 'open-orders.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-CDE-CLE
000000             FILE STATUS IS WS-COMMANDES-STATUT.
000000*
000000 DATA DIVISION.
000000
000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD SEUILS.
000000*        'A' + ID ARTICLE OU 'C' + CATEGORIE, PUIS POINT DE
000000*        COMMANDE (MIN) ET STOCK MAXIMUM VISE (MAX)
000000         05 FS-SUGG-CDE    PIC 9(5).
000000     FD RAPPORT-REAPPRO.
000000         01 FS-RAPPORT-REAPPRO PIC X(132).
000000     FD COMMANDES-OUVERTES.
000000         01 FS-COMMANDE.
000000         05 FS-CDE-CLE.
000000            10 FS-CDE-NUM   PIC 9(8).
000000            10 FS-CDE-ID    PIC X(3).
000000            10 FS-CDE-DEP   PIC X(2).
000000         05 FS-CDE-FOU       PIC X(4).
000000         05 FS-CDE-NAME      PIC X(14).
000000         05 FS-CDE-DATE      PIC X(8).
000000         05 FS-CDE-ECHEANCE  PIC X(8).
000000         05 FS-CDE-QTE-CDE   PIC 9(5).
000000         05 FS-CDE-QTE-RECUE PIC 9(5).
000000         05 FS-CDE-QTE-OUVERTE PIC 9(5).
000000         05 FS-CDE-QTE-EXCES PIC 9(5).
000000         05 FS-CDE-DATE-RECEPTION PIC X(8).
000000*        'O' = OUVERTE, 'S' = SOLDEE
000000         05 FS-CDE-ETAT      PIC X(1).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-SEUILS-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-SUGGESTIONS-STATUT PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-COMMANDES-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-IDX-SEUIL          PIC 9(3) VALUE 0.
000000           01 WS-SEUIL-TROUVE       PIC X VALUE 'N'.
000000*
000000*    QUANTITE ENCORE OUVERTE EN COMMANDE PAR ARTICLE ET
000000*    DEPOT, CUMULEE SUR TOUTES LES COMMANDES NON SOLDEES
000000           01 WS-TABLE-EN-COMMANDE.
000000           05 WS-ENCDE-ENTREE OCCURS 500 TIMES.
000000              10 WS-ENCDE-ID    PIC X(3).
000000              10 WS-ENCDE-DEP   PIC X(2).
000000              10 WS-ENCDE-QTE   PIC 9(6).
000000           01 WS-NB-EN-COMMANDE     PIC 9(3) VALUE 0.
000000           01 WS-IDX-ENCDE          PIC 9(3) VALUE 0.
000000           01 WS-ENCDE-TROUVE       PIC X VALUE 'N'.
000000*
000000*    SEUIL RETENU POUR L'ARTICLE EN COURS
000000           01 WS-SEUIL-MIN          PIC 9(5) VALUE 0.
000000           01 WS-SEUIL-MAX          PIC 9(5) VALUE 0.
000000           01 WS-SUGGESTION         PIC 9(5) VALUE 0.
000000*    POSITION = DISPONIBLE + QUANTITE EN COMMANDE ; LE
000000*    DISPONIBLE EST LE STOCK EN MAIN MOINS LA RESERVE
000000           01 WS-QTE-EN-COMMANDE    PIC 9(6) VALUE 0.
000000           01 WS-QTE-DISPONIBLE     PIC 9(5) VALUE 0.
000000           01 WS-POSITION           PIC 9(7) VALUE 0.
000000*
000000           01 WS-CPT-ARTICLES-LUS   PIC 9(6) VALUE 0.
000000           01 WS-CPT-SOUS-SEUIL     PIC 9(6) VALUE 0.
000000           01 WS-CPT-SANS-SEUIL     PIC 9(6) VALUE 0.
000000           01 WS-CPT-COUVERTS-CDE   PIC 9(6) VALUE 0.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000*
000000*    RAPPORT PAGINE, MEME CADENCE QUE LE LISTING ARTICLES
000000           01 WS-QTE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-SEUIL-EDITE        PIC ZZ,ZZ9.
000000           01 WS-CDE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-ENCDE-EDITE        PIC ZZZ,ZZ9.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     PERFORM 200-CHARGER-SEUILS.
000000     PERFORM 250-CHARGER-EN-COMMANDE.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         PERFORM 300-BALAYER-MAITRE
000000     END-IF.
000000         MOVE 'Y' TO WS-SEUIL-TROUVE
000000     END-IF.
000000*
000000 250-CHARGER-EN-COMMANDE.
000000*    CARNET ABSENT = RIEN EN COMMANDE : LE STOCK EN MAIN
000000*    EST ALORS SEUL CONFRONTE AU SEUIL, COMME AUPARAVANT
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT COMMANDES-OUVERTES.
000000     IF WS-COMMANDES-STATUT = '00'
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ COMMANDES-OUVERTES NEXT RECORD
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     IF FS-CDE-ETAT = 'O'
000000                         PERFORM 260-CUMULER-EN-COMMANDE
000000                     END-IF
000000             END-READ
000000             IF WS-COMMANDES-STATUT NOT = '00'
000000                 AND WS-COMMANDES-STATUT NOT = '10'
000000                 DISPLAY 'PANNE SUR OPEN-ORDERS.TXT, STATUT : '
000000                     WS-COMMANDES-STATUT
000000                 MOVE 'Y' TO WS-EOF
000000                 MOVE 12 TO RETURN-CODE
000000             END-IF
000000         END-PERFORM
000000         CLOSE COMMANDES-OUVERTES
000000     ELSE
000000         DISPLAY 'OPEN-ORDERS.TXT ABSENT, STATUT : '
000000             WS-COMMANDES-STATUT
000000     END-IF.
000000*
000000 260-CUMULER-EN-COMMANDE.
000000     MOVE 'N' TO WS-ENCDE-TROUVE.
000000     PERFORM 265-CHERCHER-EN-COMMANDE
000000         VARYING WS-IDX-ENCDE FROM 1 BY 1
000000         UNTIL WS-IDX-ENCDE > WS-NB-EN-COMMANDE
000000            OR WS-ENCDE-TROUVE = 'Y'.
000000     IF WS-ENCDE-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-ENCDE
000000         ADD FS-CDE-QTE-OUVERTE TO WS-ENCDE-QTE(WS-IDX-ENCDE)
000000     ELSE
000000         IF WS-NB-EN-COMMANDE < 500
000000             ADD 1 TO WS-NB-EN-COMMANDE
000000             MOVE FS-CDE-ID
000000                 TO WS-ENCDE-ID(WS-NB-EN-COMMANDE)
000000             MOVE FS-CDE-DEP
000000                 TO WS-ENCDE-DEP(WS-NB-EN-COMMANDE)
000000             MOVE FS-CDE-QTE-OUVERTE
000000                 TO WS-ENCDE-QTE(WS-NB-EN-COMMANDE)
000000         ELSE
000000             DISPLAY 'TABLE DES QUANTITES EN COMMANDE PLEINE, '
000000                 'IGNORE : ' FS-CDE-ID ' ' FS-CDE-DEP
000000         END-IF
000000     END-IF.
000000*
000000 265-CHERCHER-EN-COMMANDE.
000000     IF WS-ENCDE-ID(WS-IDX-ENCDE) = FS-CDE-ID
000000         AND WS-ENCDE-DEP(WS-IDX-ENCDE) = FS-CDE-DEP
000000         MOVE 'Y' TO WS-ENCDE-TROUVE
000000     END-IF.
000000*
000000 300-BALAYER-MAITRE.
000000*    PARCOURS DU MAITRE EN ORDRE DE CLE, COMME LE RAPPORT
000000*    DE VALORISATION DU PROGRAMME PRINCIPAL
000000     IF WS-SEUIL-TROUVE = 'N'
000000         ADD 1 TO WS-CPT-SANS-SEUIL
000000     ELSE
000000         PERFORM 315-CHERCHER-EN-COMMANDE
000000         PERFORM 317-CALCULER-DISPONIBLE
000000         COMPUTE WS-POSITION =
000000             WS-QTE-DISPONIBLE + WS-QTE-EN-COMMANDE
000000         IF WS-POSITION NOT > WS-SEUIL-MIN
000000             ADD 1 TO WS-CPT-SOUS-SEUIL
000000*            SUGGESTION PLAFONNEE AU MAXIMUM VISE ; UN MAX
000000*            MAL SAISI SOUS LA POSITION DONNE ZERO
000000             IF WS-SEUIL-MAX > WS-POSITION
000000                 COMPUTE WS-SUGGESTION =
000000                     WS-SEUIL-MAX - WS-POSITION
000000             ELSE
000000                 MOVE 0 TO WS-SUGGESTION
000000             END-IF
000000             PERFORM 330-ECRIRE-SUGGESTION
000000             PERFORM 340-IMPRIMER-LIGNE-DETAIL
000000         ELSE
000000*            SOUS LE SEUIL EN MAIN MAIS DEJA COUVERT PAR UNE
000000*            COMMANDE EN COURS : NE SORT PLUS EN SUGGESTION
000000             IF WS-QTE-DISPONIBLE NOT > WS-SEUIL-MIN
000000                 ADD 1 TO WS-CPT-COUVERTS-CDE
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 315-CHERCHER-EN-COMMANDE.
000000     MOVE 0 TO WS-QTE-EN-COMMANDE.
000000     MOVE 'N' TO WS-ENCDE-TROUVE.
000000     PERFORM 316-COMPARER-EN-COMMANDE
000000         VARYING WS-IDX-ENCDE FROM 1 BY 1
000000         UNTIL WS-IDX-ENCDE > WS-NB-EN-COMMANDE
000000            OR WS-ENCDE-TROUVE = 'Y'.
000000     IF WS-ENCDE-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-ENCDE
000000         MOVE WS-ENCDE-QTE(WS-IDX-ENCDE) TO WS-QTE-EN-COMMANDE
000000     END-IF.
000000*
000000 316-COMPARER-EN-COMMANDE.
000000     IF WS-ENCDE-ID(WS-IDX-ENCDE) = FS-SORTIE-ID
000000         AND WS-ENCDE-DEP(WS-IDX-ENCDE) = FS-SORTIE-DEPOT
000000         MOVE 'Y' TO WS-ENCDE-TROUVE
000000     END-IF.
000000*
000000 317-CALCULER-DISPONIBLE.
000000*    RESERVE A BLANC (MAITRE ANTERIEUR) = AUCUNE RESERVE ; UNE
000000*    RESERVE SUPERIEURE AU STOCK NE LAISSE RIEN DE DISPONIBLE
000000     MOVE FS-SORTIE-QTY TO WS-QTE-DISPONIBLE.
000000     IF FS-SORTIE-RESERVE NUMERIC
000000         IF FS-SORTIE-RESERVE < FS-SORTIE-QTY
000000             COMPUTE WS-QTE-DISPONIBLE =
000000                 FS-SORTIE-QTY - FS-SORTIE-RESERVE
000000         ELSE
000000             MOVE 0 TO WS-QTE-DISPONIBLE
000000         END-IF
000000     END-IF.
000000*
000000         MOVE FS-SORTIE-DEPOT TO FS-SUGG-DEP
000000         MOVE FS-SORTIE-NAME  TO FS-SUGG-NAME
000000         MOVE FS-SORTIE-CAT  TO FS-SUGG-CAT
000000         MOVE WS-QTE-DISPONIBLE TO FS-SUGG-QTY
000000         MOVE WS-SEUIL-MIN   TO FS-SUGG-SEUIL
000000         MOVE WS-SUGGESTION  TO FS-SUGG-CDE
000000         WRITE FS-SUGGESTION
000000     IF WS-LIGNE-PAGE >= WS-LIGNES-PAR-PAGE
000000         PERFORM 450-IMPRIMER-ENTETE
000000     END-IF.
000000     MOVE WS-QTE-DISPONIBLE TO WS-QTE-EDITE.
000000     MOVE WS-SEUIL-MIN  TO WS-SEUIL-EDITE.
000000     MOVE WS-SUGGESTION TO WS-CDE-EDITE.
000000     MOVE WS-QTE-EN-COMMANDE TO WS-ENCDE-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING FS-SORTIE-ID    DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-QTE-EDITE    DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-SEUIL-EDITE  DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-ENCDE-EDITE  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-CDE-EDITE    DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 460-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ID  DP LIBELLE        CAT   DISPO   SEUIL  '
000000                              DELIMITED BY SIZE
000000            ' EN CDE  A COMMANDER'
000000                              DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 460-ECRIRE-LIGNE-RAPPORT.
000000     MOVE 0 TO WS-LIGNE-PAGE.
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 460-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-COUVERTS-CDE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES COUVERTS PAR CDE: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 460-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-SOUS-SEUIL TO WS-CPT-EDITE.
000000     DISPLAY 'REAPPROVISIONNEMENT TERMINE, SUGGESTIONS : '
000000         WS-CPT-EDITE.
