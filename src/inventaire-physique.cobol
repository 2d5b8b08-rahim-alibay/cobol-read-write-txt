000000*    GENERE LES AJUSTEMENTS EN MOUVEMENTS 'R'/'S' DANS
000000*    TRANSACTIONS-INPUT.TXT, ENTETE 'H' ET TOTALISEUR 'T'
000000*    COMPRIS, POUR QUE LE LOT GENERE PASSE L'EQUILIBRAGE
000000*    DU PROGRAMME PRINCIPAL COMME N'IMPORTE QUEL AUTRE.
000000*    CHAQUE ARTICLE COMPTE VOIT SA DATE DE DERNIER COMPTAGE
000000*    NOTEE DANS CYCLE-COUNT-CONTROL.TXT, D'OU CLASSEMENT-ABC
000000*    TIRE LES ECHEANCES DES COMPTAGES TOURNANTS. LE LOT
000000*    GENERE EST SOUMIS SOUS L'OPERATEUR 'INVPHYS'
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. INVENTAIRE-PHYSIQUE.
000000             ASSIGN TO 'inventory-variance-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*        CLASSE ET DERNIER COMPTAGE PAR ARTICLE/DEPOT
000000         SELECT CONTROLE-COMPTAGES
000000             ASSIGN TO 'cycle-count-control.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-CTL-CLE
000000             FILE STATUS IS WS-CONTROLE-STATUT.
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
000000     FD COMPTAGE.
000000         01 FS-COMPTE.
000000         05 FS-COMPTE-ID    PIC X(3).
000000         05 FS-TRANS-FOU   PIC X(4).
000000         05 FS-TRANS-DEP   PIC X(2).
000000         05 FS-TRANS-DEP-DEST PIC X(2).
000000         05 FS-TRANS-REF-TYPE PIC X(1).
000000         05 FS-TRANS-REF-NUM  PIC X(8).
000000         05 FS-TRANS-OPERATEUR PIC X(8).
000000         01 FS-TRANS-ENTETE REDEFINES FS-TRANSACTION.
000000         05 FILLER           PIC X(1).
000000         05 FS-ENTETE-DATE   PIC X(8).
000000         05 FILLER           PIC X(52).
000000         05 FS-ENTETE-OPERATEUR PIC X(8).
000000         01 FS-TRANS-TOTALISEUR REDEFINES FS-TRANSACTION.
000000         05 FILLER           PIC X(1).
000000         05 FS-TOTAL-NOMBRE  PIC 9(6).
000000         05 FS-TOTAL-HASH    PIC S9(15)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(44).
000000     FD RAPPORT-ECARTS.
000000         01 FS-RAPPORT-ECARTS PIC X(132).
000000     FD CONTROLE-COMPTAGES.
000000         01 FS-CONTROLE.
000000         05 FS-CTL-CLE.
000000            10 FS-CTL-ID       PIC X(3).
000000            10 FS-CTL-DEPOT    PIC X(2).
000000*        CLASSE A/B/C ET DATE (AAAAMMJJ) DU DERNIER CLASSEMENT
000000         05 FS-CTL-CLASSE      PIC X(1).
000000         05 FS-CTL-DATE-CLASSEMENT PIC X(8).
000000*        DATE (AAAAMMJJ) DU DERNIER COMPTAGE, BLANC = JAMAIS
000000         05 FS-CTL-DERN-COMPTE PIC X(8).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-COMPTAGE-STATUT PIC X(2) VALUE '00'.
000000           01 WS-TRANSACT-STATUT PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT  PIC X(2) VALUE '00'.
000000           01 WS-CONTROLE-STATUT PIC X(2) VALUE '00'.
000000           01 WS-EOF             PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT   PIC X VALUE 'N'.
000000           01 WS-COMPTAGE-OUVERT PIC X VALUE 'N'.
000000           01 WS-TRANSACT-OUVERT PIC X VALUE 'N'.
000000           01 WS-RAPPORT-OUVERT  PIC X VALUE 'N'.
000000           01 WS-CONTROLE-OUVERT PIC X VALUE 'N'.
000000*    OPERATEUR SOUS LEQUEL LE LOT D'AJUSTEMENTS EST SOUMIS ;
000000*    IL DOIT FIGURER DANS OPERATORS.TXT, HABILITE AUX CODES
000000*    R ET S SUR LES DEPOTS COMPTES
000000           01 WS-OPERATEUR-LOT   PIC X(8) VALUE 'INVPHYS'.
000000*
000000*    ECART DE LA LIGNE EN COURS, SIGNE PUIS VALORISE
000000           01 WS-ECART           PIC S9(6) VALUE 0.
000000           01 WS-CPT-CONFORMES   PIC 9(6) VALUE 0.
000000           01 WS-CPT-INCONNUS    PIC 9(6) VALUE 0.
000000           01 WS-CPT-ILLISIBLES  PIC 9(6) VALUE 0.
000000           01 WS-CPT-DATES-NOTEES PIC 9(6) VALUE 0.
000000           01 WS-CPT-EDITE       PIC ZZZ,ZZ9.
000000*
000000           01 WS-DATE-HEURE-SYS  PIC X(21).
000000         OR WS-COMPTAGE-OUVERT = 'N'
000000         OR WS-TRANSACT-OUVERT = 'N'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000*        RAPPROCHEMENT FAIT MAIS DATES DE COMPTAGE NON NOTEES :
000000*        LES ECHEANCES DES COMPTAGES TOURNANTS SERONT FAUSSES
000000         IF WS-CONTROLE-OUVERT = 'N'
000000             AND RETURN-CODE = 0
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     STOP RUN.
000000*
000000             MOVE SPACES TO FS-TRANSACTION
000000             MOVE 'H' TO FS-TRANS-CODE
000000             MOVE WS-DATE-AAAAMMJJ TO FS-ENTETE-DATE
000000             MOVE WS-OPERATEUR-LOT TO FS-ENTETE-OPERATEUR
000000             WRITE FS-TRANSACTION
000000         END-IF
000000     END-IF.
000000*    UN FICHIER DE CONTROLE ABSENT EST CREE VIDE ; S'IL
000000*    RESTE INUTILISABLE, LE RAPPROCHEMENT SE FAIT QUAND MEME
000000     OPEN I-O CONTROLE-COMPTAGES.
000000     IF WS-CONTROLE-STATUT = '35'
000000         OPEN OUTPUT CONTROLE-COMPTAGES
000000         CLOSE CONTROLE-COMPTAGES
000000         OPEN I-O CONTROLE-COMPTAGES
000000     END-IF.
000000     IF WS-CONTROLE-STATUT NOT = '00'
000000         DISPLAY 'CYCLE-COUNT-CONTROL.TXT IMPOSSIBLE : '
000000             WS-CONTROLE-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-CONTROLE-OUVERT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-ECARTS.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'INVENTORY-VARIANCE-REPORT.TXT IMPOSSIBLE : '
000000                 PERFORM 350-ECRIRE-LIGNE-RAPPORT
000000             NOT INVALID KEY
000000                 PERFORM 220-RAPPROCHER-UN-ARTICLE
000000                 PERFORM 250-NOTER-DATE-COMPTAGE
000000         END-READ
000000     END-IF.
000000*
000000         MOVE 'Y' TO WS-CATEG-TROUVEE
000000     END-IF.
000000*
000000 250-NOTER-DATE-COMPTAGE.
000000*    L'ARTICLE EST COMPTE CE JOUR, ECART OU NON ; LA CLASSE
000000*    RESTE CELLE DU DERNIER CLASSEMENT (BLANC SI AUCUN)
000000     IF WS-CONTROLE-OUVERT = 'Y'
000000         MOVE FS-SORTIE-ID    TO FS-CTL-ID
000000         MOVE FS-SORTIE-DEPOT TO FS-CTL-DEPOT
000000         READ CONTROLE-COMPTAGES
000000             INVALID KEY
000000                 MOVE SPACES TO FS-CTL-CLASSE
000000                 MOVE SPACES TO FS-CTL-DATE-CLASSEMENT
000000                 MOVE WS-DATE-AAAAMMJJ TO FS-CTL-DERN-COMPTE
000000                 WRITE FS-CONTROLE
000000             NOT INVALID KEY
000000                 MOVE WS-DATE-AAAAMMJJ TO FS-CTL-DERN-COMPTE
000000                 REWRITE FS-CONTROLE
000000         END-READ
000000         IF WS-CONTROLE-STATUT NOT = '00'
000000             DISPLAY 'MISE A JOUR CYCLE-COUNT-CONTROL.TXT EN '
000000                 'ERREUR : ' WS-CONTROLE-STATUT ' CLE : '
000000                 FS-CTL-CLE
000000             CLOSE CONTROLE-COMPTAGES
000000             MOVE 'N' TO WS-CONTROLE-OUVERT
000000         ELSE
000000             ADD 1 TO WS-CPT-DATES-NOTEES
000000         END-IF
000000     END-IF.
000000*
000000 300-ECRIRE-AJUSTEMENT.
000000*    ECART POSITIF = RECEPTION 'R', NEGATIF = SORTIE 'S',
000000*    POUR LA VALEUR ABSOLUE DE L'ECART ; LE PRIX RESTE A
000000*    ZERO ET ENTRE TEL QUEL DANS LE TOTAL DE CONTROLE. LA
000000*    PIECE 'I' DATEE DU COMPTAGE DISTINGUE L'AJUSTEMENT
000000*    D'UNE RECEPTION OU D'UNE SORTIE ORDINAIRE AU JOURNAL
000000     MOVE SPACES TO FS-TRANSACTION.
000000     IF WS-ECART > 0
000000         MOVE 'R' TO FS-TRANS-CODE
000000     MOVE FS-SORTIE-CAT   TO FS-TRANS-CAT.
000000     MOVE SPACES          TO FS-TRANS-CUR.
000000     MOVE FS-SORTIE-DEPOT TO FS-TRANS-DEP.
000000     MOVE 'I'             TO FS-TRANS-REF-TYPE.
000000     MOVE WS-DATE-AAAAMMJJ TO FS-TRANS-REF-NUM.
000000     MOVE WS-OPERATEUR-LOT TO FS-TRANS-OPERATEUR.
000000     WRITE FS-TRANSACTION.
000000     IF WS-TRANSACT-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE TRANSACTIONS-INPUT.TXT EN PANNE : '
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 350-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-DATES-NOTEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DATES DE COMPTAGE NOTEES : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 350-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-AJUSTEMENTS TO WS-CPT-EDITE.
000000     DISPLAY 'INVENTAIRE RAPPROCHE, AJUSTEMENTS GENERES : '
000000         WS-CPT-EDITE.
000000     IF WS-RAPPORT-OUVERT = 'Y'
000000         CLOSE RAPPORT-ECARTS
000000     END-IF.
000000     IF WS-CONTROLE-OUVERT = 'Y'
000000         CLOSE CONTROLE-COMPTAGES
000000     END-IF.
