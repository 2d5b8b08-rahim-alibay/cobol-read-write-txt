000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : VIEILLISSEMENT DU STOCK. TRIE
000000*    STOCK-MOVEMENT-JOURNAL.TXT PAR CLE ARTICLE+DEPOT PUIS
000000*    LE CONFRONTE AU MAITRE SORTIE LU EN ORDRE DE CLE POUR
000000*    RETROUVER LA DERNIERE RECEPTION ET LA DERNIERE SORTIE
000000*    DE CHAQUE ARTICLE. LA QUANTITE EN STOCK EST CLASSEE
000000*    PAR ANCIENNETE DE LA DERNIERE SORTIE (0-30, 31-90,
000000*    91-180, 181-365, PLUS DE 365 JOURS ; A DEFAUT DE
000000*    SORTIE, DE LA DERNIERE RECEPTION), VALORISEE AU PRIX
000000*    DU MAITRE, AVEC SOUS-TOTAUX PAR CATEGORIE ET PAR DEPOT.
000000*    LES ARTICLES EN STOCK SANS AUCUNE LIGNE AU JOURNAL SONT
000000*    LISTES A PART COMME JAMAIS MOUVEMENTES. SERT AU CALCUL
000000*    DE LA PROVISION POUR DEPRECIATION DE FIN DE TRIMESTRE
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. VIEILLISSEMENT-STOCK.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000         SELECT JOURNAL-MOUVEMENTS
000000             ASSIGN TO 'stock-movement-journal.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-JOURNAL-STATUT.
000000         SELECT SORT-MOUVEMENTS ASSIGN TO 'sortwk4'.
000000         SELECT MOUVEMENTS-TRIES
000000             ASSIGN TO 'stock-movement-sorted.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRIES-STATUT.
000000*        ARTICLES JAMAIS MOUVEMENTES, MIS DE COTE PENDANT LA
000000*        CONFRONTATION ET RECOPIES EN FIN DE RAPPORT
000000         SELECT JAMAIS-MOUVEMENTES
000000             ASSIGN TO 'never-moved-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-JAMAIS-STATUT.
000000         SELECT RAPPORT-VIEILLISSEMENT
000000             ASSIGN TO 'stock-ageing-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000     FD SORTIE.
000000         01 FS-SORTIE.
000000         05 FS-SORTIE-CLE.
000000            10 FS-SORTIE-ID    PIC X(3).
000000            10 FS-SORTIE-DEPOT PIC X(2).
000000         05 FS-SORTIE-NAME  PIC X(14).
000000         05 FS-SORTIE-PRICE PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD JOURNAL-MOUVEMENTS.
000000         01 FS-JOURNAL-MOUVEMENT PIC X(132).
000000*    LIGNE DU JOURNAL AUX POSITIONS FIXES ECRITES PAR
000000*    613-ECRIRE-JOURNAL-MOUVEMENT DU PROGRAMME PRINCIPAL
000000     SD SORT-MOUVEMENTS.
000000         01 SD-MOUVEMENT.
000000         05 SD-MVT-HORODATAGE PIC X(19).
000000         05 FILLER            PIC X(1).
000000         05 SD-MVT-CODE       PIC X(1).
000000         05 FILLER            PIC X(1).
000000         05 SD-MVT-ID         PIC X(3).
000000         05 FILLER            PIC X(1).
000000         05 SD-MVT-DEPOT      PIC X(2).
000000         05 FILLER            PIC X(39).
000000         05 SD-MVT-REF-TYPE   PIC X(1).
000000         05 FILLER            PIC X(64).
000000     FD MOUVEMENTS-TRIES.
000000         01 FS-MOUVEMENT-TRIE.
000000         05 FS-TRIE-DATE      PIC X(10).
000000         05 FILLER            PIC X(10).
000000         05 FS-TRIE-CODE      PIC X(1).
000000         05 FILLER            PIC X(1).
000000         05 FS-TRIE-ID        PIC X(3).
000000         05 FILLER            PIC X(1).
000000         05 FS-TRIE-DEPOT     PIC X(2).
000000         05 FILLER            PIC X(39).
000000         05 FS-TRIE-REF-TYPE  PIC X(1).
000000         05 FILLER            PIC X(64).
000000     FD JAMAIS-MOUVEMENTES.
000000         01 FS-JAMAIS-MOUVEMENTE PIC X(132).
000000     FD RAPPORT-VIEILLISSEMENT.
000000         01 FS-RAPPORT-VIEILLISSEMENT PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-JOURNAL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRIES-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-JAMAIS-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-JOURNAL-PRESENT    PIC X VALUE 'N'.
000000           01 WS-TRIES-OUVERT       PIC X VALUE 'N'.
000000           01 WS-JAMAIS-OUVERT      PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    CLES EN COURS DE PART ET D'AUTRE ; HIGH-VALUES MARQUE
000000*    LA FIN DU FICHIER DANS LA CONFRONTATION
000000           01 WS-CLE-MAITRE.
000000           05 WS-CLE-MAITRE-ID      PIC X(3).
000000           05 WS-CLE-MAITRE-DEP     PIC X(2).
000000           01 WS-CLE-MVT.
000000           05 WS-CLE-MVT-ID         PIC X(3).
000000           05 WS-CLE-MVT-DEP        PIC X(2).
000000*
000000*    DERNIERES DATES DE L'ARTICLE EN COURS (AAAA-MM-JJ) ; LE
000000*    JOURNAL EST TRIE PAR HORODATAGE, LA DERNIERE LUE GAGNE
000000           01 WS-DERN-RECEPTION     PIC X(10).
000000           01 WS-DERN-SORTIE        PIC X(10).
000000           01 WS-DERN-MOUVEMENT     PIC X(10).
000000*
000000*    ANCIENNETE EN JOURS ENTRE LA DATE DE REFERENCE ET LE
000000*    JOUR DU TRAITEMENT
000000           01 WS-DATE-REFERENCE     PIC X(10).
000000           01 WS-DATE-REF-AAAAMMJJ  PIC X(8).
000000           01 WS-DATE-REF-NUM REDEFINES WS-DATE-REF-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-JOUR-INT           PIC 9(7) VALUE 0.
000000           01 WS-REF-INT            PIC 9(7) VALUE 0.
000000           01 WS-ANCIENNETE         PIC S9(7) VALUE 0.
000000           01 WS-IDX-TRANCHE        PIC 9(1) VALUE 0.
000000*
000000*    LIBELLES DES CINQ TRANCHES D'ANCIENNETE
000000           01 WS-LIBELLES-TRANCHES.
000000           05 FILLER PIC X(13) VALUE '0-30 J'.
000000           05 FILLER PIC X(13) VALUE '31-90 J'.
000000           05 FILLER PIC X(13) VALUE '91-180 J'.
000000           05 FILLER PIC X(13) VALUE '181-365 J'.
000000           05 FILLER PIC X(13) VALUE 'PLUS DE 365 J'.
000000           01 WS-TABLE-LIBELLES REDEFINES WS-LIBELLES-TRANCHES.
000000           05 WS-LIBELLE-TRANCHE PIC X(13) OCCURS 5 TIMES.
000000*
000000*    VALEUR PAR TRANCHE : PAR CATEGORIE, PAR DEPOT ET AU
000000*    TOTAL GENERAL
000000           01 WS-TABLE-CATEGORIES.
000000           05 WS-CATEGORIE-ENTREE OCCURS 20 TIMES.
000000              10 WS-CATEG-CODE   PIC X(2).
000000              10 WS-CATEG-NB     PIC 9(6).
000000              10 WS-CATEG-TRANCHE PIC S9(15)V99 OCCURS 5 TIMES.
000000              10 WS-CATEG-TOTAL  PIC S9(15)V99.
000000           01 WS-NB-CATEGORIES     PIC 9(2) VALUE 0.
000000           01 WS-IDX-CATEG         PIC 9(2) VALUE 0.
000000           01 WS-CATEG-TROUVEE     PIC X VALUE 'N'.
000000           01 WS-TABLE-DEPOTS.
000000           05 WS-DEPOT-ENTREE OCCURS 20 TIMES.
000000              10 WS-DEPOT-CODE   PIC X(2).
000000              10 WS-DEPOT-NB     PIC 9(6).
000000              10 WS-DEPOT-TRANCHE PIC S9(15)V99 OCCURS 5 TIMES.
000000              10 WS-DEPOT-TOTAL  PIC S9(15)V99.
000000           01 WS-NB-DEPOTS         PIC 9(2) VALUE 0.
000000           01 WS-IDX-DEPOT         PIC 9(2) VALUE 0.
000000           01 WS-DEPOT-TROUVE      PIC X VALUE 'N'.
000000           01 WS-TOTAUX-TRANCHES.
000000           05 WS-TOTAL-TRANCHE     PIC S9(15)V99 OCCURS 5 TIMES.
000000           01 WS-IDX-COL            PIC 9(1) VALUE 0.
000000           01 WS-POS-COL            PIC 9(3) VALUE 0.
000000*
000000           01 WS-VALEUR             PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-VIEILLI      PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-JAMAIS       PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-STOCK        PIC S9(15)V99 VALUE 0.
000000           01 WS-CPT-ARTICLES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-VIEILLIS       PIC 9(6) VALUE 0.
000000           01 WS-CPT-JAMAIS         PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-JOURNAL PIC 9(6) VALUE 0.
000000           01 WS-CPT-HORS-MAITRE    PIC 9(6) VALUE 0.
000000           01 WS-CPT-AJUSTEMENTS    PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-QTE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-JOURS-EDITE        PIC ZZZZ9.
000000           01 WS-VALEUR-EDITE       PIC -(14)9.99.
000000           01 WS-COLONNE-EDITE      PIC -(11)9.99.
000000           01 WS-RECEPTION-EDITEE   PIC X(10).
000000           01 WS-SORTIE-EDITEE      PIC X(10).
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000           01 WS-DATE-JOUR-NUM REDEFINES WS-DATE-AAAAMMJJ
000000                                    PIC 9(8).
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N' AND WS-JOURNAL-PRESENT = 'Y'
000000         PERFORM 200-TRIER-JOURNAL
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 300-CONFRONTER-FICHIERS
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 500-IMPRIMER-SOUS-TOTAUX
000000         PERFORM 600-RECOPIER-JAMAIS-MOUVEMENTES
000000     END-IF.
000000     PERFORM 700-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SI LE MAITRE, LE TRI OU UN FICHIER DE TRAVAIL
000000*    EST EN PANNE ; CODE 4 SANS JOURNAL, TOUT LE STOCK
000000*    PASSANT ALORS POUR JAMAIS MOUVEMENTE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-JOURNAL-PRESENT = 'N'
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     STOP RUN.
000000*
000000 100-INITIALISER.
000000     MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS.
000000     STRING WS-DATE-HEURE-SYS(1:4) '-'
000000            WS-DATE-HEURE-SYS(5:2) '-'
000000            WS-DATE-HEURE-SYS(7:2)
000000         INTO WS-DATE-FORMATEE.
000000     MOVE WS-DATE-HEURE-SYS(1:8) TO WS-DATE-AAAAMMJJ.
000000     COMPUTE WS-JOUR-INT =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM).
000000     PERFORM 110-VIDER-UNE-TRANCHE
000000         VARYING WS-IDX-TRANCHE FROM 1 BY 1
000000         UNTIL WS-IDX-TRANCHE > 5.
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000*    JOURNAL ABSENT : PAS DE TRI, TOUT ARTICLE EN STOCK
000000*    SERA LISTE COMME JAMAIS MOUVEMENTE
000000     OPEN INPUT JOURNAL-MOUVEMENTS.
000000     IF WS-JOURNAL-STATUT = '00'
000000         MOVE 'Y' TO WS-JOURNAL-PRESENT
000000         CLOSE JOURNAL-MOUVEMENTS
000000     ELSE
000000         DISPLAY 'STOCK-MOVEMENT-JOURNAL.TXT ABSENT, STATUT : '
000000             WS-JOURNAL-STATUT
000000     END-IF.
000000     OPEN OUTPUT JAMAIS-MOUVEMENTES.
000000     IF WS-JAMAIS-STATUT NOT = '00'
000000         DISPLAY 'NEVER-MOVED-WORK.TXT IMPOSSIBLE : '
000000             WS-JAMAIS-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-JAMAIS-OUVERT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-VIEILLISSEMENT.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'STOCK-AGEING-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'VIEILLISSEMENT DU STOCK - LOT DU '
000000                                  DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'ID   DEP  LIBELLE        CAT  QUANTITE  '
000000                                  DELIMITED BY SIZE
000000                'DERN.RECEP  DERN.SORTIE  JOURS  '
000000                                  DELIMITED BY SIZE
000000                'TRANCHE                    VALEUR'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 110-VIDER-UNE-TRANCHE.
000000     MOVE 0 TO WS-TOTAL-TRANCHE(WS-IDX-TRANCHE).
000000*
000000 200-TRIER-JOURNAL.
000000*    LE JOURNAL EST TRIE PAR ARTICLE+DEPOT PUIS PAR
000000*    HORODATAGE ; UN TRI EN PANNE EST UNE PANNE FRANCHE
000000     SORT SORT-MOUVEMENTS
000000         ON ASCENDING KEY SD-MVT-ID
000000                          SD-MVT-DEPOT
000000                          SD-MVT-HORODATAGE
000000         USING JOURNAL-MOUVEMENTS
000000         GIVING MOUVEMENTS-TRIES.
000000     IF SORT-RETURN NOT = 0
000000         DISPLAY 'TRI DU JOURNAL DES MOUVEMENTS EN PANNE, '
000000             'CODE : ' SORT-RETURN
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 300-CONFRONTER-FICHIERS.
000000*    CONFRONTATION EN UNE PASSE : LIGNES DU JOURNAL SANS
000000*    MAITRE = ARTICLE SUPPRIME DEPUIS, IGNOREES ; LIGNES
000000*    D'UNE MEME CLE = CUMUL DES DERNIERES DATES ; CLE DU
000000*    MAITRE DEPASSEE = ARTICLE COMPLET, A CLASSER
000000     MOVE HIGH-VALUES TO WS-CLE-MVT.
000000     IF WS-JOURNAL-PRESENT = 'Y'
000000         OPEN INPUT MOUVEMENTS-TRIES
000000         IF WS-TRIES-STATUT NOT = '00'
000000             DISPLAY 'STOCK-MOVEMENT-SORTED.TXT ILLISIBLE, '
000000                 'STATUT : ' WS-TRIES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-TRIES-OUVERT
000000             PERFORM 320-LIRE-MOUVEMENT
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         MOVE SPACES TO WS-CLE-MAITRE
000000         MOVE LOW-VALUES TO FS-SORTIE-CLE
000000         START SORTIE KEY IS NOT LESS THAN FS-SORTIE-CLE
000000             INVALID KEY
000000                 MOVE HIGH-VALUES TO WS-CLE-MAITRE
000000         END-START
000000         IF WS-CLE-MAITRE = HIGH-VALUES
000000             CONTINUE
000000         ELSE
000000             PERFORM 310-LIRE-MAITRE
000000         END-IF
000000         PERFORM 330-CONFRONTER-UNE-PAIRE
000000             UNTIL (WS-CLE-MAITRE = HIGH-VALUES
000000                 AND WS-CLE-MVT = HIGH-VALUES)
000000                OR WS-PANNE = 'Y'
000000     END-IF.
000000*
000000 310-LIRE-MAITRE.
000000     READ SORTIE NEXT RECORD
000000         AT END MOVE HIGH-VALUES TO WS-CLE-MAITRE
000000         NOT AT END
000000             MOVE FS-SORTIE-CLE TO WS-CLE-MAITRE
000000             MOVE SPACES TO WS-DERN-RECEPTION
000000             MOVE SPACES TO WS-DERN-SORTIE
000000             MOVE SPACES TO WS-DERN-MOUVEMENT
000000     END-READ.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         AND WS-SORTIE-STATUT NOT = '10'
000000         DISPLAY 'PANNE SUR LE MAITRE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 320-LIRE-MOUVEMENT.
000000     READ MOUVEMENTS-TRIES
000000         AT END MOVE HIGH-VALUES TO WS-CLE-MVT
000000         NOT AT END
000000             ADD 1 TO WS-CPT-LIGNES-JOURNAL
000000             MOVE FS-TRIE-ID    TO WS-CLE-MVT-ID
000000             MOVE FS-TRIE-DEPOT TO WS-CLE-MVT-DEP
000000     END-READ.
000000     IF WS-TRIES-STATUT NOT = '00'
000000         AND WS-TRIES-STATUT NOT = '10'
000000         DISPLAY 'PANNE SUR LE JOURNAL TRIE, STATUT : '
000000             WS-TRIES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 330-CONFRONTER-UNE-PAIRE.
000000     EVALUATE TRUE
000000         WHEN WS-CLE-MVT < WS-CLE-MAITRE
000000             ADD 1 TO WS-CPT-HORS-MAITRE
000000             PERFORM 320-LIRE-MOUVEMENT
000000         WHEN WS-CLE-MVT > WS-CLE-MAITRE
000000             PERFORM 350-CLASSER-ARTICLE
000000             PERFORM 310-LIRE-MAITRE
000000         WHEN OTHER
000000             PERFORM 340-RETENIR-DATES
000000             PERFORM 320-LIRE-MOUVEMENT
000000     END-EVALUATE.
000000*
000000 340-RETENIR-DATES.
000000*    RECEPTION 'R', SORTIE 'S' ; TOUTE LIGNE, TRANSFERT
000000*    COMPRIS, VAUT MOUVEMENT. UN AJUSTEMENT D'INVENTAIRE
000000*    (PIECE 'I') CORRIGE LE STOCK SANS LE FAIRE VIVRE : IL
000000*    NE RAJEUNIT PAS L'ARTICLE
000000     IF FS-TRIE-REF-TYPE = 'I'
000000         ADD 1 TO WS-CPT-AJUSTEMENTS
000000     ELSE
000000         MOVE FS-TRIE-DATE TO WS-DERN-MOUVEMENT
000000         IF FS-TRIE-CODE = 'R'
000000             MOVE FS-TRIE-DATE TO WS-DERN-RECEPTION
000000         END-IF
000000         IF FS-TRIE-CODE = 'S'
000000             MOVE FS-TRIE-DATE TO WS-DERN-SORTIE
000000         END-IF
000000     END-IF.
000000*
000000 350-CLASSER-ARTICLE.
000000*    SEUL LE STOCK PHYSIQUE VIEILLIT : UN ARTICLE A ZERO
000000*    N'APPARAIT PAS
000000     ADD 1 TO WS-CPT-ARTICLES.
000000     IF FS-SORTIE-QTY = 0
000000         CONTINUE
000000     ELSE
000000         COMPUTE WS-VALEUR = FS-SORTIE-PRICE * FS-SORTIE-QTY
000000             ON SIZE ERROR
000000                 MOVE 0 TO WS-VALEUR
000000                 DISPLAY 'VALORISATION HORS CAPACITE, '
000000                     'ARTICLE : ' FS-SORTIE-ID
000000         END-COMPUTE
000000         IF WS-DERN-MOUVEMENT = SPACES
000000             PERFORM 370-METTRE-DE-COTE-JAMAIS
000000         ELSE
000000             PERFORM 360-VIEILLIR-ARTICLE
000000         END-IF
000000     END-IF.
000000*
000000 360-VIEILLIR-ARTICLE.
000000*    DATE DE REFERENCE : DERNIERE SORTIE, A DEFAUT DERNIERE
000000*    RECEPTION, A DEFAUT DERNIER TRANSFERT
000000     IF WS-DERN-SORTIE NOT = SPACES
000000         MOVE WS-DERN-SORTIE TO WS-DATE-REFERENCE
000000     ELSE
000000         IF WS-DERN-RECEPTION NOT = SPACES
000000             MOVE WS-DERN-RECEPTION TO WS-DATE-REFERENCE
000000         ELSE
000000             MOVE WS-DERN-MOUVEMENT TO WS-DATE-REFERENCE
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO WS-DATE-REF-AAAAMMJJ.
000000     STRING WS-DATE-REFERENCE(1:4) DELIMITED BY SIZE
000000            WS-DATE-REFERENCE(6:2) DELIMITED BY SIZE
000000            WS-DATE-REFERENCE(9:2) DELIMITED BY SIZE
000000         INTO WS-DATE-REF-AAAAMMJJ.
000000*    UNE DATE ILLISIBLE AU JOURNAL CLASSE L'ARTICLE DANS
000000*    LA TRANCHE LA PLUS ANCIENNE, PAR PRUDENCE
000000     IF WS-DATE-REF-NUM NUMERIC
000000         COMPUTE WS-REF-INT =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-REF-NUM)
000000     ELSE
000000         MOVE 0 TO WS-REF-INT
000000     END-IF.
000000     IF WS-REF-INT = 0
000000         MOVE 99999 TO WS-ANCIENNETE
000000     ELSE
000000         COMPUTE WS-ANCIENNETE = WS-JOUR-INT - WS-REF-INT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-ANCIENNETE <= 30
000000             MOVE 1 TO WS-IDX-TRANCHE
000000         WHEN WS-ANCIENNETE <= 90
000000             MOVE 2 TO WS-IDX-TRANCHE
000000         WHEN WS-ANCIENNETE <= 180
000000             MOVE 3 TO WS-IDX-TRANCHE
000000         WHEN WS-ANCIENNETE <= 365
000000             MOVE 4 TO WS-IDX-TRANCHE
000000         WHEN OTHER
000000             MOVE 5 TO WS-IDX-TRANCHE
000000     END-EVALUATE.
000000     ADD 1 TO WS-CPT-VIEILLIS.
000000     ADD WS-VALEUR TO WS-TOTAL-VIEILLI.
000000     ADD WS-VALEUR TO WS-TOTAL-TRANCHE(WS-IDX-TRANCHE).
000000     PERFORM 380-CUMULER-CATEGORIE.
000000     PERFORM 385-CUMULER-DEPOT.
000000     IF WS-DERN-RECEPTION = SPACES
000000         MOVE 'AUCUNE' TO WS-RECEPTION-EDITEE
000000     ELSE
000000         MOVE WS-DERN-RECEPTION TO WS-RECEPTION-EDITEE
000000     END-IF.
000000     IF WS-DERN-SORTIE = SPACES
000000         MOVE 'AUCUNE' TO WS-SORTIE-EDITEE
000000     ELSE
000000         MOVE WS-DERN-SORTIE TO WS-SORTIE-EDITEE
000000     END-IF.
000000     IF WS-ANCIENNETE < 0
000000         MOVE 0 TO WS-JOURS-EDITE
000000     ELSE
000000         MOVE WS-ANCIENNETE TO WS-JOURS-EDITE
000000     END-IF.
000000     MOVE FS-SORTIE-QTY TO WS-QTE-EDITE.
000000     MOVE WS-VALEUR TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING FS-SORTIE-ID        DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-SORTIE-DEPOT     DELIMITED BY SIZE
000000            '   '               DELIMITED BY SIZE
000000            FS-SORTIE-NAME      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-CAT       DELIMITED BY SIZE
000000            '    '              DELIMITED BY SIZE
000000            WS-QTE-EDITE        DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-RECEPTION-EDITEE DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-SORTIE-EDITEE    DELIMITED BY SIZE
000000            '   '               DELIMITED BY SIZE
000000            WS-JOURS-EDITE      DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-LIBELLE-TRANCHE(WS-IDX-TRANCHE)
000000                                DELIMITED BY SIZE
000000            WS-VALEUR-EDITE     DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 370-METTRE-DE-COTE-JAMAIS.
000000     ADD 1 TO WS-CPT-JAMAIS.
000000     ADD WS-VALEUR TO WS-TOTAL-JAMAIS.
000000     MOVE FS-SORTIE-QTY TO WS-QTE-EDITE.
000000     MOVE WS-VALEUR TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO FS-JAMAIS-MOUVEMENTE.
000000     STRING FS-SORTIE-ID        DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-SORTIE-DEPOT     DELIMITED BY SIZE
000000            '   '               DELIMITED BY SIZE
000000            FS-SORTIE-NAME      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-CAT       DELIMITED BY SIZE
000000            '    '              DELIMITED BY SIZE
000000            WS-QTE-EDITE        DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-VALEUR-EDITE     DELIMITED BY SIZE
000000         INTO FS-JAMAIS-MOUVEMENTE.
000000     WRITE FS-JAMAIS-MOUVEMENTE.
000000     IF WS-JAMAIS-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE NEVER-MOVED-WORK.TXT EN ERREUR : '
000000             WS-JAMAIS-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 380-CUMULER-CATEGORIE.
000000     MOVE 'N' TO WS-CATEG-TROUVEE.
000000     PERFORM 381-CHERCHER-CATEGORIE
000000         VARYING WS-IDX-CATEG FROM 1 BY 1
000000         UNTIL WS-IDX-CATEG > WS-NB-CATEGORIES
000000            OR WS-CATEG-TROUVEE = 'Y'.
000000     IF WS-CATEG-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-CATEG
000000     ELSE
000000         IF WS-NB-CATEGORIES < 20
000000             ADD 1 TO WS-NB-CATEGORIES
000000             MOVE WS-NB-CATEGORIES TO WS-IDX-CATEG
000000             INITIALIZE WS-CATEGORIE-ENTREE(WS-IDX-CATEG)
000000             MOVE FS-SORTIE-CAT TO WS-CATEG-CODE(WS-IDX-CATEG)
000000             MOVE 'Y' TO WS-CATEG-TROUVEE
000000         ELSE
000000             DISPLAY 'TABLE DES CATEGORIES PLEINE : '
000000                 FS-SORTIE-CAT
000000         END-IF
000000     END-IF.
000000     IF WS-CATEG-TROUVEE = 'Y'
000000         ADD 1 TO WS-CATEG-NB(WS-IDX-CATEG)
000000         ADD WS-VALEUR
000000             TO WS-CATEG-TRANCHE(WS-IDX-CATEG, WS-IDX-TRANCHE)
000000         ADD WS-VALEUR TO WS-CATEG-TOTAL(WS-IDX-CATEG)
000000     END-IF.
000000*
000000 381-CHERCHER-CATEGORIE.
000000     IF WS-CATEG-CODE(WS-IDX-CATEG) = FS-SORTIE-CAT
000000         MOVE 'Y' TO WS-CATEG-TROUVEE
000000     END-IF.
000000*
000000 385-CUMULER-DEPOT.
000000     MOVE 'N' TO WS-DEPOT-TROUVE.
000000     PERFORM 386-CHERCHER-DEPOT
000000         VARYING WS-IDX-DEPOT FROM 1 BY 1
000000         UNTIL WS-IDX-DEPOT > WS-NB-DEPOTS
000000            OR WS-DEPOT-TROUVE = 'Y'.
000000     IF WS-DEPOT-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-DEPOT
000000     ELSE
000000         IF WS-NB-DEPOTS < 20
000000             ADD 1 TO WS-NB-DEPOTS
000000             MOVE WS-NB-DEPOTS TO WS-IDX-DEPOT
000000             INITIALIZE WS-DEPOT-ENTREE(WS-IDX-DEPOT)
000000             MOVE FS-SORTIE-DEPOT TO WS-DEPOT-CODE(WS-IDX-DEPOT)
000000             MOVE 'Y' TO WS-DEPOT-TROUVE
000000         ELSE
000000             DISPLAY 'TABLE DES DEPOTS PLEINE : '
000000                 FS-SORTIE-DEPOT
000000         END-IF
000000     END-IF.
000000     IF WS-DEPOT-TROUVE = 'Y'
000000         ADD 1 TO WS-DEPOT-NB(WS-IDX-DEPOT)
000000         ADD WS-VALEUR
000000             TO WS-DEPOT-TRANCHE(WS-IDX-DEPOT, WS-IDX-TRANCHE)
000000         ADD WS-VALEUR TO WS-DEPOT-TOTAL(WS-IDX-DEPOT)
000000     END-IF.
000000*
000000 386-CHERCHER-DEPOT.
000000     IF WS-DEPOT-CODE(WS-IDX-DEPOT) = FS-SORTIE-DEPOT
000000         MOVE 'Y' TO WS-DEPOT-TROUVE
000000     END-IF.
000000*
000000 500-IMPRIMER-SOUS-TOTAUX.
000000*    UNE COLONNE PAR TRANCHE PUIS LE TOTAL DE LA LIGNE
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SOUS-TOTAUX PAR CATEGORIE' DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 550-ECRIRE-ENTETE-COLONNES.
000000     PERFORM 510-ECRIRE-SOUS-TOTAL-CATEG
000000         VARYING WS-IDX-CATEG FROM 1 BY 1
000000         UNTIL WS-IDX-CATEG > WS-NB-CATEGORIES.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SOUS-TOTAUX PAR DEPOT' DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 550-ECRIRE-ENTETE-COLONNES.
000000     PERFORM 520-ECRIRE-SOUS-TOTAL-DEPOT
000000         VARYING WS-IDX-DEPOT FROM 1 BY 1
000000         UNTIL WS-IDX-DEPOT > WS-NB-DEPOTS.
000000*    TOTAL GENERAL DU STOCK VIEILLI, MEMES COLONNES
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     MOVE 'TOTAL' TO WS-LIGNE-RAPPORT(1:5).
000000     PERFORM 530-PLACER-TOTAL-GENERAL
000000         VARYING WS-IDX-COL FROM 1 BY 1
000000         UNTIL WS-IDX-COL > 5.
000000     MOVE WS-TOTAL-VIEILLI TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(94:15).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 510-ECRIRE-SOUS-TOTAL-CATEG.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'CATEGORIE '                DELIMITED BY SIZE
000000            WS-CATEG-CODE(WS-IDX-CATEG) DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 515-PLACER-COLONNE-CATEG
000000         VARYING WS-IDX-COL FROM 1 BY 1
000000         UNTIL WS-IDX-COL > 5.
000000     MOVE WS-CATEG-TOTAL(WS-IDX-CATEG) TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(94:15).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 515-PLACER-COLONNE-CATEG.
000000     COMPUTE WS-POS-COL = 14 + (WS-IDX-COL - 1) * 16.
000000     MOVE WS-CATEG-TRANCHE(WS-IDX-CATEG, WS-IDX-COL)
000000         TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(WS-POS-COL:15).
000000*
000000 520-ECRIRE-SOUS-TOTAL-DEPOT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DEPOT '                    DELIMITED BY SIZE
000000            WS-DEPOT-CODE(WS-IDX-DEPOT) DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 525-PLACER-COLONNE-DEPOT
000000         VARYING WS-IDX-COL FROM 1 BY 1
000000         UNTIL WS-IDX-COL > 5.
000000     MOVE WS-DEPOT-TOTAL(WS-IDX-DEPOT) TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(94:15).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 525-PLACER-COLONNE-DEPOT.
000000     COMPUTE WS-POS-COL = 14 + (WS-IDX-COL - 1) * 16.
000000     MOVE WS-DEPOT-TRANCHE(WS-IDX-DEPOT, WS-IDX-COL)
000000         TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(WS-POS-COL:15).
000000*
000000 530-PLACER-TOTAL-GENERAL.
000000     COMPUTE WS-POS-COL = 14 + (WS-IDX-COL - 1) * 16.
000000     MOVE WS-TOTAL-TRANCHE(WS-IDX-COL) TO WS-COLONNE-EDITE.
000000     MOVE WS-COLONNE-EDITE TO WS-LIGNE-RAPPORT(WS-POS-COL:15).
000000*
000000 550-ECRIRE-ENTETE-COLONNES.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 555-PLACER-LIBELLE
000000         VARYING WS-IDX-COL FROM 1 BY 1
000000         UNTIL WS-IDX-COL > 5.
000000     MOVE '          TOTAL' TO WS-LIGNE-RAPPORT(94:15).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 555-PLACER-LIBELLE.
000000*    LIBELLE CADRE A DROITE SUR LA COLONNE DE 15
000000     COMPUTE WS-POS-COL = 16 + (WS-IDX-COL - 1) * 16.
000000     MOVE WS-LIBELLE-TRANCHE(WS-IDX-COL)
000000         TO WS-LIGNE-RAPPORT(WS-POS-COL:13).
000000*
000000 600-RECOPIER-JAMAIS-MOUVEMENTES.
000000*    LES ARTICLES MIS DE COTE SONT RELUS ET RECOPIES SOUS
000000*    LEUR PROPRE TITRE, APRES LE STOCK VIEILLI
000000     CLOSE JAMAIS-MOUVEMENTES.
000000     MOVE 'N' TO WS-JAMAIS-OUVERT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES EN STOCK JAMAIS MOUVEMENTES'
000000                                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ID   DEP  LIBELLE        CAT  QUANTITE  '
000000                                  DELIMITED BY SIZE
000000            '            VALEUR'  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     OPEN INPUT JAMAIS-MOUVEMENTES.
000000     IF WS-JAMAIS-STATUT NOT = '00'
000000         DISPLAY 'NEVER-MOVED-WORK.TXT ILLISIBLE, STATUT : '
000000             WS-JAMAIS-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-JAMAIS-OUVERT
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ JAMAIS-MOUVEMENTES INTO WS-LIGNE-RAPPORT
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000*
000000 700-ECRIRE-TOTAUX.
000000     COMPUTE WS-TOTAL-STOCK = WS-TOTAL-VIEILLI + WS-TOTAL-JAMAIS.
000000     MOVE WS-CPT-ARTICLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES EXAMINES        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-VIEILLIS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES EN STOCK VIEILLIS: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-JAMAIS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'JAMAIS MOUVEMENTES       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-JOURNAL TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES DU JOURNAL LUES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-HORS-MAITRE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DONT HORS MAITRE         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-AJUSTEMENTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'AJUSTEMENTS EXCLUS       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VIEILLI TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR DU STOCK VIEILLI  : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-JAMAIS TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR JAMAIS MOUVEMENTEE: ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-STOCK TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR TOTALE DU STOCK   : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-VIEILLISSEMENT FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE STOCK-AGEING-REPORT.TXT EN '
000000                 'ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 800-FERMER-FICHIERS.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         CLOSE SORTIE
000000     END-IF.
000000     IF WS-TRIES-OUVERT = 'Y'
000000         CLOSE MOUVEMENTS-TRIES
000000     END-IF.
000000     IF WS-JAMAIS-OUVERT = 'Y'
000000         CLOSE JAMAIS-MOUVEMENTES
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-VIEILLISSEMENT
000000     END-IF.
