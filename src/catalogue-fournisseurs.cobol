000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : IMPORT DES CATALOGUES DE PRIX
000000*    FOURNISSEURS. RELIT LE CATALOGUE REMIS PAR LES ACHATS
000000*    (FOURNISSEUR, ARTICLE, PRIX, DEVISE, DATE D'EFFET),
000000*    CONTROLE LE FOURNISSEUR CONTRE SUPPLIERS.TXT, CONVERTIT
000000*    LES PRIX EN DEVISE AU TAUX EN VIGUEUR A LA DATE D'EFFET
000000*    ET LES CONFRONTE AU PRIX DU MAITRE SORTIE POUR CHAQUE
000000*    ARTICLE DU FOURNISSEUR. LES ECARTS SONT GENERES EN
000000*    MODIFICATIONS 'C' EN MONNAIE LOCALE DANS
000000*    TRANSACTIONS-INPUT.TXT, ENTETE
000000*    'H' ET TOTALISEUR 'T' COMPRIS, COMME LE FAIT LE
000000*    RAPPROCHEMENT D'INVENTAIRE ; LE RAPPORT DE COMPARAISON
000000*    LISTE LES HAUSSES, LES BAISSES, LES LIGNES DU CATALOGUE
000000*    SANS ARTICLE EN STOCK ET NOS ARTICLES DU FOURNISSEUR
000000*    ABSENTS DU CATALOGUE. LE LOT GENERE EST SOUMIS SOUS
000000*    L'OPERATEUR 'CATFOUR'
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. CATALOGUE-FOURNISSEURS.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000         SELECT CATALOGUE ASSIGN TO 'supplier-catalogue.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-CATALOGUE-STATUT.
000000         SELECT FOURNISSEURS ASSIGN TO 'suppliers.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-FOURNISSEURS-STATUT.
000000         SELECT TAUX-CHANGE ASSIGN TO 'exchange-rates.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TAUX-STATUT.
000000         SELECT TRANSACTIONS ASSIGN TO 'transactions-input.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRANSACT-STATUT.
000000         SELECT RAPPORT-CATALOGUE
000000             ASSIGN TO 'catalogue-report.txt'
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
000000*    UNE LIGNE PAR ARTICLE ET PAR FOURNISSEUR ; LE PRIX EST
000000*    DANS LA DEVISE DE LA LIGNE (A BLANC = DEVISE DU
000000*    FOURNISSEUR), LA DATE D'EFFET EN AAAAMMJJ
000000     FD CATALOGUE.
000000         01 FS-CATALOGUE.
000000         05 FS-CAT-FOU      PIC X(4).
000000         05 FS-CAT-ID       PIC X(3).
000000         05 FS-CAT-PRIX     PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-CAT-DEVISE   PIC X(3).
000000         05 FS-CAT-EFFET    PIC X(8).
000000     FD FOURNISSEURS.
000000         01 FS-FOURNISSEUR.
000000         05 FS-FOURN-CODE   PIC X(4).
000000         05 FS-FOURN-NAME   PIC X(20).
000000         05 FS-FOURN-DEVISE PIC X(3).
000000         05 FS-FOURN-ACTIF  PIC X(1).
000000     FD TAUX-CHANGE.
000000         01 FS-TAUX.
000000         05 FS-TAUX-DEVISE PIC X(3).
000000         05 FILLER         PIC X(1).
000000         05 FS-TAUX-DATE   PIC X(8).
000000         05 FILLER         PIC X(1).
000000         05 FS-TAUX-VALEUR PIC X(12).
000000     FD TRANSACTIONS.
000000*        MEME GABARIT QUE LE LOT DE MAINTENANCE DU PROGRAMME
000000*        PRINCIPAL : MOUVEMENT, PUIS VUES ENTETE/TOTALISEUR
000000         01 FS-TRANSACTION.
000000         05 FS-TRANS-CODE  PIC X(1).
000000         05 FS-TRANS-ID    PIC X(3).
000000         05 FS-TRANS-NAME  PIC X(14).
000000         05 FS-TRANS-PRICE PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FS-TRANS-QTY   PIC 9(5).
000000         05 FS-TRANS-CAT   PIC X(2).
000000         05 FS-TRANS-CUR   PIC X(3).
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
000000     FD RAPPORT-CATALOGUE.
000000         01 FS-RAPPORT-CATALOGUE PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-CATALOGUE-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-FOURNISSEURS-STATUT PIC X(2) VALUE '00'.
000000           01 WS-TAUX-STATUT        PIC X(2) VALUE '00'.
000000           01 WS-TRANSACT-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-CATALOGUE-OUVERT   PIC X VALUE 'N'.
000000           01 WS-TRANSACT-OUVERT    PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*    OPERATEUR SOUS LEQUEL LE LOT DE MODIFICATIONS EST
000000*    SOUMIS ; IL DOIT FIGURER DANS OPERATORS.TXT, HABILITE
000000*    AU CODE C SUR LES DEPOTS DES ARTICLES DU FOURNISSEUR
000000           01 WS-OPERATEUR-LOT      PIC X(8) VALUE 'CATFOUR'.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000           01 WS-EFFET-AAAAMMJJ     PIC X(8).
000000           01 WS-EFFET-NUM REDEFINES WS-EFFET-AAAAMMJJ
000000                                    PIC 9(8).
000000*
000000*    REFERENTIEL DES FOURNISSEURS ; AU-CATALOGUE = 'Y' QUAND
000000*    LE FOURNISSEUR A AU MOINS UNE LIGNE RETENUE : SES
000000*    ARTICLES ABSENTS DU CATALOGUE SONT ALORS SIGNALES
000000           01 WS-TABLE-FOURNISSEURS.
000000           05 WS-FOURN-ENTREE OCCURS 50 TIMES.
000000              10 WS-FOURN-CODE   PIC X(4).
000000              10 WS-FOURN-NAME   PIC X(20).
000000              10 WS-FOURN-DEVISE PIC X(3).
000000              10 WS-FOURN-ACTIF  PIC X(1).
000000              10 WS-FOURN-AU-CATALOGUE PIC X(1).
000000           01 WS-NB-FOURNISSEURS    PIC 9(2) VALUE 0.
000000           01 WS-IDX-FOURN          PIC 9(2) VALUE 0.
000000           01 WS-FOURN-TROUVE       PIC X VALUE 'N'.
000000           01 WS-CLE-FOURNISSEUR    PIC X(4).
000000           01 WS-CLE-ARTICLE        PIC X(3).
000000*
000000*    TOUS LES TAUX DATES SONT GARDES : LE COURS RETENU POUR
000000*    UNE LIGNE EST LE PLUS RECENT EN VIGUEUR A SA DATE D'EFFET
000000           01 WS-TABLE-TAUX.
000000           05 WS-TAUX-ENTREE OCCURS 100 TIMES.
000000              10 WS-TAUX-CODE   PIC X(3).
000000              10 WS-TAUX-EFFET  PIC X(8).
000000              10 WS-TAUX-COURS  PIC 9(5)V9(6).
000000           01 WS-NB-TAUX            PIC 9(3) VALUE 0.
000000           01 WS-IDX-TAUX           PIC 9(3) VALUE 0.
000000           01 WS-IDX-TAUX-RETENU    PIC 9(3) VALUE 0.
000000           01 WS-CONV-OK            PIC X VALUE 'Y'.
000000*
000000*    LIGNES RETENUES DU CATALOGUE, PRIX RAMENE EN MONNAIE
000000*    LOCALE ; A-VENIR = 'Y' QUAND LA DATE D'EFFET N'EST PAS
000000*    ENCORE ATTEINTE ; RAPPROCHEE = 'Y' DES QU'UN RECORD DU
000000*    MAITRE LUI A ETE CONFRONTE
000000           01 WS-TABLE-CATALOGUE.
000000           05 WS-CATAL-ENTREE OCCURS 500 TIMES.
000000              10 WS-CATAL-FOU        PIC X(4).
000000              10 WS-CATAL-ID         PIC X(3).
000000              10 WS-CATAL-PRIX       PIC S9(13)V99.
000000              10 WS-CATAL-DEVISE     PIC X(3).
000000              10 WS-CATAL-EFFET      PIC X(8).
000000              10 WS-CATAL-PRIX-LOCAL PIC S9(13)V99.
000000              10 WS-CATAL-A-VENIR    PIC X(1).
000000              10 WS-CATAL-RAPPROCHEE PIC X(1).
000000           01 WS-NB-CATALOGUE       PIC 9(4) VALUE 0.
000000           01 WS-IDX-CATAL          PIC 9(4) VALUE 0.
000000           01 WS-CATAL-TROUVEE      PIC X VALUE 'N'.
000000*
000000*    LIGNE DU CATALOGUE EN COURS DE CONTROLE
000000           01 WS-DEVISE-LIGNE       PIC X(3).
000000           01 WS-PRIX-LOCAL         PIC S9(13)V99 VALUE 0.
000000           01 WS-MOTIF-REJET        PIC X(40).
000000*
000000*    NOMBRE ET TOTAL DE CONTROLE DU LOT GENERE, REPRIS TELS
000000*    QUELS DANS LE TOTALISEUR 'T'
000000           01 WS-CPT-MODIFICATIONS  PIC 9(6) VALUE 0.
000000           01 WS-HASH-LOT           PIC S9(15)V99 VALUE 0.
000000*
000000           01 WS-CPT-LUES           PIC 9(6) VALUE 0.
000000           01 WS-CPT-REJETEES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-HAUSSES        PIC 9(6) VALUE 0.
000000           01 WS-CPT-BAISSES        PIC 9(6) VALUE 0.
000000           01 WS-CPT-INCHANGES      PIC 9(6) VALUE 0.
000000           01 WS-CPT-A-VENIR        PIC 9(6) VALUE 0.
000000           01 WS-CPT-NON-STOCKES    PIC 9(6) VALUE 0.
000000           01 WS-CPT-ABSENTS        PIC 9(6) VALUE 0.
000000*
000000           01 WS-NATURE             PIC X(12).
000000           01 WS-ECART-PRIX         PIC S9(13)V99 VALUE 0.
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-ANCIEN-EDITE       PIC -(12)9.99.
000000           01 WS-NOUVEAU-EDITE      PIC -(12)9.99.
000000           01 WS-ECART-EDITE        PIC -(12)9.99.
000000           01 WS-ORIGINE-EDITE      PIC -(12)9.99.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         AND WS-CATALOGUE-OUVERT = 'Y'
000000         AND WS-TRANSACT-OUVERT = 'Y'
000000         PERFORM 200-CHARGER-CATALOGUE
000000         PERFORM 300-COMPARER-AU-MAITRE
000000         PERFORM 400-SIGNALER-NON-STOCKES
000000         PERFORM 450-ECRIRE-TOTALISEUR
000000     END-IF.
000000     PERFORM 500-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 : SANS MAITRE, SANS CATALOGUE OU SANS LOT
000000*    GENERABLE, LA COMPARAISON N'A PAS EU LIEU ; CODE 4
000000*    QUAND DES LIGNES DU CATALOGUE ONT ETE REJETEES
000000     IF WS-SORTIE-OUVERT = 'N'
000000         OR WS-CATALOGUE-OUVERT = 'N'
000000         OR WS-TRANSACT-OUVERT = 'N'
000000         OR WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-CPT-REJETEES > 0
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
000000     PERFORM 110-CHARGER-FOURNISSEURS.
000000     PERFORM 120-CHARGER-TAUX-CHANGE.
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000     OPEN INPUT CATALOGUE.
000000     IF WS-CATALOGUE-STATUT NOT = '00'
000000         DISPLAY 'SUPPLIER-CATALOGUE.TXT INTROUVABLE, STATUT : '
000000             WS-CATALOGUE-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-CATALOGUE-OUVERT
000000     END-IF.
000000*    SANS CATALOGUE NI MAITRE LISIBLE, TRANSACTIONS-INPUT.TXT
000000*    N'EST PAS RECREE : UN IMPORT SAUTE NE DOIT PAS DETRUIRE
000000*    UN LOT SAISI EN ATTENTE
000000     IF WS-CATALOGUE-OUVERT = 'Y'
000000         AND WS-SORTIE-OUVERT = 'Y'
000000         OPEN OUTPUT TRANSACTIONS
000000         IF WS-TRANSACT-STATUT NOT = '00'
000000             DISPLAY 'TRANSACTIONS-INPUT.TXT IMPOSSIBLE : '
000000                 WS-TRANSACT-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-TRANSACT-OUVERT
000000*            ENTETE 'H' DU LOT, DATE DU JOUR DE L'IMPORT
000000             MOVE SPACES TO FS-TRANSACTION
000000             MOVE 'H' TO FS-TRANS-CODE
000000             MOVE WS-DATE-AAAAMMJJ TO FS-ENTETE-DATE
000000             MOVE WS-OPERATEUR-LOT TO FS-ENTETE-OPERATEUR
000000             WRITE FS-TRANSACTION
000000             IF WS-TRANSACT-STATUT NOT = '00'
000000                 DISPLAY 'ECRITURE DE L''ENTETE EN PANNE : '
000000                     WS-TRANSACT-STATUT
000000                 MOVE 'Y' TO WS-PANNE
000000             END-IF
000000         END-IF
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-CATALOGUE.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'CATALOGUE-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'COMPARAISON DES CATALOGUES FOURNISSEURS - '
000000                                  DELIMITED BY SIZE
000000                'LOT DU '         DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'NATURE       FOUR ID  DP LIBELLE        '
000000                                  DELIMITED BY SIZE
000000                '     PRIX ACTUEL   PRIX CATALOGUE '
000000                                  DELIMITED BY SIZE
000000                '           ECART DEV     PRIX ORIGINE EFFET'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 110-CHARGER-FOURNISSEURS.
000000*    FICHIER ABSENT = TABLE VIDE : TOUTES LES LIGNES DU
000000*    CATALOGUE SERONT REJETEES, FOURNISSEUR INCONNU
000000     INITIALIZE WS-TABLE-FOURNISSEURS.
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT FOURNISSEURS.
000000     IF WS-FOURNISSEURS-STATUT = '00'
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ FOURNISSEURS
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 115-RETENIR-UN-FOURNISSEUR
000000             END-READ
000000         END-PERFORM
000000         CLOSE FOURNISSEURS
000000     ELSE
000000         DISPLAY 'SUPPLIERS.TXT ABSENT, STATUT : '
000000             WS-FOURNISSEURS-STATUT
000000     END-IF.
000000*
000000 115-RETENIR-UN-FOURNISSEUR.
000000*    POUR UN MEME CODE LA DERNIERE LIGNE LUE L'EMPORTE,
000000*    COMME AU PROGRAMME PRINCIPAL
000000     IF FS-FOURN-CODE = SPACES
000000         CONTINUE
000000     ELSE
000000         MOVE FS-FOURN-CODE TO WS-CLE-FOURNISSEUR
000000         PERFORM 116-TROUVER-FOURNISSEUR
000000         IF WS-FOURN-TROUVE = 'N'
000000             IF WS-NB-FOURNISSEURS < 50
000000                 ADD 1 TO WS-NB-FOURNISSEURS
000000                 MOVE WS-NB-FOURNISSEURS TO WS-IDX-FOURN
000000                 MOVE FS-FOURN-CODE
000000                     TO WS-FOURN-CODE(WS-IDX-FOURN)
000000                 MOVE 'N' TO WS-FOURN-AU-CATALOGUE(WS-IDX-FOURN)
000000                 MOVE 'Y' TO WS-FOURN-TROUVE
000000             ELSE
000000                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE, '
000000                     'IGNORE : ' FS-FOURN-CODE
000000             END-IF
000000         END-IF
000000         IF WS-FOURN-TROUVE = 'Y'
000000             MOVE FS-FOURN-NAME
000000                 TO WS-FOURN-NAME(WS-IDX-FOURN)
000000             MOVE FS-FOURN-DEVISE
000000                 TO WS-FOURN-DEVISE(WS-IDX-FOURN)
000000             MOVE FS-FOURN-ACTIF
000000                 TO WS-FOURN-ACTIF(WS-IDX-FOURN)
000000         END-IF
000000     END-IF.
000000*
000000 116-TROUVER-FOURNISSEUR.
000000*    CHERCHE WS-CLE-FOURNISSEUR ; TROUVE, WS-IDX-FOURN POINTE
000000*    SUR SON ENTREE
000000     MOVE 'N' TO WS-FOURN-TROUVE.
000000     PERFORM 117-COMPARER-FOURNISSEUR
000000         VARYING WS-IDX-FOURN FROM 1 BY 1
000000         UNTIL WS-IDX-FOURN > WS-NB-FOURNISSEURS
000000            OR WS-FOURN-TROUVE = 'Y'.
000000     IF WS-FOURN-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-FOURN
000000     END-IF.
000000*
000000 117-COMPARER-FOURNISSEUR.
000000     IF WS-FOURN-CODE(WS-IDX-FOURN) = WS-CLE-FOURNISSEUR
000000         MOVE 'Y' TO WS-FOURN-TROUVE
000000     END-IF.
000000*
000000 120-CHARGER-TAUX-CHANGE.
000000*    FICHIER ABSENT = TABLE VIDE : SEULES LES LIGNES EN
000000*    MONNAIE LOCALE POURRONT ETRE RETENUES
000000     INITIALIZE WS-TABLE-TAUX.
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT TAUX-CHANGE.
000000     IF WS-TAUX-STATUT = '00'
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ TAUX-CHANGE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 125-RETENIR-UN-TAUX
000000             END-READ
000000         END-PERFORM
000000         CLOSE TAUX-CHANGE
000000     ELSE
000000         DISPLAY 'EXCHANGE-RATES.TXT ABSENT, STATUT : '
000000             WS-TAUX-STATUT
000000     END-IF.
000000*
000000 125-RETENIR-UN-TAUX.
000000     IF FS-TAUX-DEVISE = SPACES
000000         CONTINUE
000000     ELSE
000000         IF WS-NB-TAUX < 100
000000             ADD 1 TO WS-NB-TAUX
000000             MOVE FS-TAUX-DEVISE TO WS-TAUX-CODE(WS-NB-TAUX)
000000             MOVE FS-TAUX-DATE   TO WS-TAUX-EFFET(WS-NB-TAUX)
000000             COMPUTE WS-TAUX-COURS(WS-NB-TAUX) =
000000                 FUNCTION NUMVAL(FS-TAUX-VALEUR)
000000         ELSE
000000             DISPLAY 'TABLE DES TAUX PLEINE, IGNORE : '
000000                 FS-TAUX-DEVISE ' ' FS-TAUX-DATE
000000         END-IF
000000     END-IF.
000000*
000000 200-CHARGER-CATALOGUE.
000000     INITIALIZE WS-TABLE-CATALOGUE.
000000     MOVE 'N' TO WS-EOF.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ CATALOGUE
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 PERFORM 210-CONTROLER-UNE-LIGNE
000000         END-READ
000000     END-PERFORM.
000000*
000000 210-CONTROLER-UNE-LIGNE.
000000*    UNE LIGNE REJETEE N'ENTRE NI DANS LA COMPARAISON NI
000000*    DANS LE LOT ; SON FOURNISSEUR N'EST PAS POUR AUTANT
000000*    TENU POUR AVOIR ENVOYE SON CATALOGUE
000000     ADD 1 TO WS-CPT-LUES.
000000     MOVE SPACES TO WS-MOTIF-REJET.
000000     MOVE FS-CAT-EFFET TO WS-EFFET-AAAAMMJJ.
000000     MOVE FS-CAT-FOU TO WS-CLE-FOURNISSEUR.
000000     MOVE FS-CAT-ID  TO WS-CLE-ARTICLE.
000000     PERFORM 116-TROUVER-FOURNISSEUR.
000000     IF FS-CAT-FOU = SPACES OR FS-CAT-ID = SPACES
000000         MOVE 'LIGNE ILLISIBLE' TO WS-MOTIF-REJET
000000     ELSE
000000     IF WS-FOURN-TROUVE = 'N'
000000         MOVE 'FOURNISSEUR INCONNU' TO WS-MOTIF-REJET
000000     ELSE
000000     IF WS-FOURN-ACTIF(WS-IDX-FOURN) NOT = 'O'
000000         MOVE 'FOURNISSEUR INACTIF' TO WS-MOTIF-REJET
000000     ELSE
000000     IF FS-CAT-PRIX NOT NUMERIC
000000         MOVE 'PRIX NON NUMERIQUE' TO WS-MOTIF-REJET
000000     ELSE
000000     IF FS-CAT-PRIX NOT > 0
000000         MOVE 'PRIX NUL OU NEGATIF' TO WS-MOTIF-REJET
000000     ELSE
000000     IF WS-EFFET-NUM NOT NUMERIC
000000         MOVE 'DATE D''EFFET INVALIDE' TO WS-MOTIF-REJET
000000     ELSE
000000         PERFORM 215-CONTROLER-DEVISE
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF.
000000     IF WS-MOTIF-REJET = SPACES
000000         PERFORM 230-CONVERTIR-PRIX
000000         IF WS-CONV-OK = 'N'
000000             MOVE 'AUCUN TAUX A LA DATE D''EFFET'
000000                 TO WS-MOTIF-REJET
000000         END-IF
000000     END-IF.
000000     IF WS-MOTIF-REJET = SPACES
000000         PERFORM 220-CHERCHER-LIGNE-CATALOGUE
000000         IF WS-CATAL-TROUVEE = 'Y'
000000             MOVE 'ARTICLE EN DOUBLE AU CATALOGUE'
000000                 TO WS-MOTIF-REJET
000000         ELSE
000000             IF WS-NB-CATALOGUE NOT < 500
000000                 MOVE 'TABLE DU CATALOGUE PLEINE'
000000                     TO WS-MOTIF-REJET
000000             END-IF
000000         END-IF
000000     END-IF.
000000     IF WS-MOTIF-REJET = SPACES
000000         PERFORM 240-RETENIR-LIGNE-CATALOGUE
000000     ELSE
000000         PERFORM 250-REJETER-LIGNE-CATALOGUE
000000     END-IF.
000000*
000000 215-CONTROLER-DEVISE.
000000*    DEVISE A BLANC = DEVISE DU FOURNISSEUR ; SINON ELLE DOIT
000000*    ETRE LA SIENNE, BLANC ET 'EUR' VALANT TOUS DEUX MONNAIE
000000*    LOCALE, COMME AU CONTROLE DU PROGRAMME PRINCIPAL. SANS
000000*    CELA LA MODIFICATION GENEREE Y SERAIT REFUSEE
000000     IF FS-CAT-DEVISE = SPACES
000000         MOVE WS-FOURN-DEVISE(WS-IDX-FOURN) TO WS-DEVISE-LIGNE
000000     ELSE
000000         MOVE FS-CAT-DEVISE TO WS-DEVISE-LIGNE
000000     END-IF.
000000     IF WS-DEVISE-LIGNE = WS-FOURN-DEVISE(WS-IDX-FOURN)
000000         CONTINUE
000000     ELSE
000000         IF (WS-DEVISE-LIGNE = SPACES
000000             OR WS-DEVISE-LIGNE = 'EUR')
000000             AND (WS-FOURN-DEVISE(WS-IDX-FOURN) = SPACES
000000             OR WS-FOURN-DEVISE(WS-IDX-FOURN) = 'EUR')
000000             CONTINUE
000000         ELSE
000000             MOVE 'DEVISE DIFF. FOURNISSEUR' TO WS-MOTIF-REJET
000000         END-IF
000000     END-IF.
000000*
000000 220-CHERCHER-LIGNE-CATALOGUE.
000000*    CHERCHE LE COUPLE WS-CLE-FOURNISSEUR + WS-CLE-ARTICLE ;
000000*    TROUVE, WS-IDX-CATAL POINTE SUR SA LIGNE
000000     MOVE 'N' TO WS-CATAL-TROUVEE.
000000     PERFORM 225-COMPARER-LIGNE-CATALOGUE
000000         VARYING WS-IDX-CATAL FROM 1 BY 1
000000         UNTIL WS-IDX-CATAL > WS-NB-CATALOGUE
000000            OR WS-CATAL-TROUVEE = 'Y'.
000000     IF WS-CATAL-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-CATAL
000000     END-IF.
000000*
000000 225-COMPARER-LIGNE-CATALOGUE.
000000     IF WS-CATAL-FOU(WS-IDX-CATAL) = WS-CLE-FOURNISSEUR
000000         AND WS-CATAL-ID(WS-IDX-CATAL) = WS-CLE-ARTICLE
000000         MOVE 'Y' TO WS-CATAL-TROUVEE
000000     END-IF.
000000*
000000 230-CONVERTIR-PRIX.
000000*    PRIX EN MONNAIE LOCALE AU COURS LE PLUS RECENT DONT LA
000000*    DATE NE DEPASSE PAS LA DATE D'EFFET DE LA LIGNE
000000     MOVE 'Y' TO WS-CONV-OK.
000000     IF WS-DEVISE-LIGNE = SPACES OR WS-DEVISE-LIGNE = 'EUR'
000000         MOVE FS-CAT-PRIX TO WS-PRIX-LOCAL
000000     ELSE
000000         MOVE 0 TO WS-IDX-TAUX-RETENU
000000         PERFORM 235-RETENIR-COURS
000000             VARYING WS-IDX-TAUX FROM 1 BY 1
000000             UNTIL WS-IDX-TAUX > WS-NB-TAUX
000000         IF WS-IDX-TAUX-RETENU = 0
000000             MOVE 'N' TO WS-CONV-OK
000000         ELSE
000000             IF WS-TAUX-COURS(WS-IDX-TAUX-RETENU) = 0
000000                 MOVE 'N' TO WS-CONV-OK
000000             ELSE
000000                 COMPUTE WS-PRIX-LOCAL ROUNDED =
000000                     FS-CAT-PRIX
000000                         * WS-TAUX-COURS(WS-IDX-TAUX-RETENU)
000000                     ON SIZE ERROR MOVE 'N' TO WS-CONV-OK
000000                 END-COMPUTE
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 235-RETENIR-COURS.
000000     IF WS-TAUX-CODE(WS-IDX-TAUX) = WS-DEVISE-LIGNE
000000         AND WS-TAUX-EFFET(WS-IDX-TAUX) NOT > FS-CAT-EFFET
000000         IF WS-IDX-TAUX-RETENU = 0
000000             MOVE WS-IDX-TAUX TO WS-IDX-TAUX-RETENU
000000         ELSE
000000             IF WS-TAUX-EFFET(WS-IDX-TAUX) >
000000                     WS-TAUX-EFFET(WS-IDX-TAUX-RETENU)
000000                 MOVE WS-IDX-TAUX TO WS-IDX-TAUX-RETENU
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 240-RETENIR-LIGNE-CATALOGUE.
000000     ADD 1 TO WS-NB-CATALOGUE.
000000     MOVE WS-NB-CATALOGUE TO WS-IDX-CATAL.
000000     MOVE FS-CAT-FOU    TO WS-CATAL-FOU(WS-IDX-CATAL).
000000     MOVE FS-CAT-ID     TO WS-CATAL-ID(WS-IDX-CATAL).
000000     MOVE FS-CAT-PRIX   TO WS-CATAL-PRIX(WS-IDX-CATAL).
000000     MOVE WS-DEVISE-LIGNE TO WS-CATAL-DEVISE(WS-IDX-CATAL).
000000     MOVE FS-CAT-EFFET  TO WS-CATAL-EFFET(WS-IDX-CATAL).
000000     MOVE WS-PRIX-LOCAL TO WS-CATAL-PRIX-LOCAL(WS-IDX-CATAL).
000000     MOVE 'N' TO WS-CATAL-RAPPROCHEE(WS-IDX-CATAL).
000000*    UN PRIX DONT LA DATE D'EFFET N'EST PAS ATTEINTE EST
000000*    SIGNALE MAIS PAS GENERE : L'IMPORT RELANCE A LA DATE
000000*    D'EFFET LE PRENDRA
000000     IF FS-CAT-EFFET > WS-DATE-AAAAMMJJ
000000         MOVE 'Y' TO WS-CATAL-A-VENIR(WS-IDX-CATAL)
000000     ELSE
000000         MOVE 'N' TO WS-CATAL-A-VENIR(WS-IDX-CATAL)
000000     END-IF.
000000     MOVE 'Y' TO WS-FOURN-AU-CATALOGUE(WS-IDX-FOURN).
000000*
000000 250-REJETER-LIGNE-CATALOGUE.
000000     ADD 1 TO WS-CPT-REJETEES.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'REJETEE      '   DELIMITED BY SIZE
000000            FS-CAT-FOU        DELIMITED BY SIZE
000000            ' '               DELIMITED BY SIZE
000000            FS-CAT-ID         DELIMITED BY SIZE
000000            '    '            DELIMITED BY SIZE
000000            WS-MOTIF-REJET    DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 300-COMPARER-AU-MAITRE.
000000*    PARCOURS COMPLET DU MAITRE DANS L'ORDRE DES CLES : UN
000000*    ARTICLE TENU DANS PLUSIEURS DEPOTS RECOIT UNE
000000*    MODIFICATION PAR DEPOT
000000     MOVE 'N' TO WS-EOF.
000000     MOVE LOW-VALUES TO FS-SORTIE-CLE.
000000     START SORTIE KEY IS NOT LESS THAN FS-SORTIE-CLE
000000         INVALID KEY MOVE 'Y' TO WS-EOF
000000     END-START.
000000     PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000         READ SORTIE NEXT RECORD
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 IF FS-SORTIE-FOU NOT = SPACES
000000                     PERFORM 310-COMPARER-UN-ARTICLE
000000                 END-IF
000000         END-READ
000000         IF WS-SORTIE-STATUT NOT = '00'
000000             AND WS-SORTIE-STATUT NOT = '10'
000000             DISPLAY 'PANNE SUR DATA-OUTPUT.TXT, STATUT : '
000000                 WS-SORTIE-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-PERFORM.
000000*
000000 310-COMPARER-UN-ARTICLE.
000000     MOVE FS-SORTIE-FOU TO WS-CLE-FOURNISSEUR.
000000     MOVE FS-SORTIE-ID  TO WS-CLE-ARTICLE.
000000     PERFORM 220-CHERCHER-LIGNE-CATALOGUE.
000000     IF WS-CATAL-TROUVEE = 'Y'
000000         MOVE 'Y' TO WS-CATAL-RAPPROCHEE(WS-IDX-CATAL)
000000         COMPUTE WS-ECART-PRIX =
000000             WS-CATAL-PRIX-LOCAL(WS-IDX-CATAL) - FS-SORTIE-PRICE
000000         EVALUATE TRUE
000000             WHEN WS-CATAL-A-VENIR(WS-IDX-CATAL) = 'Y'
000000                 ADD 1 TO WS-CPT-A-VENIR
000000                 MOVE 'A VENIR' TO WS-NATURE
000000                 PERFORM 340-IMPRIMER-UNE-COMPARAISON
000000             WHEN WS-ECART-PRIX = 0
000000                 ADD 1 TO WS-CPT-INCHANGES
000000             WHEN WS-ECART-PRIX > 0
000000                 ADD 1 TO WS-CPT-HAUSSES
000000                 MOVE 'HAUSSE' TO WS-NATURE
000000                 PERFORM 330-ECRIRE-MODIFICATION
000000                 PERFORM 340-IMPRIMER-UNE-COMPARAISON
000000             WHEN OTHER
000000                 ADD 1 TO WS-CPT-BAISSES
000000                 MOVE 'BAISSE' TO WS-NATURE
000000                 PERFORM 330-ECRIRE-MODIFICATION
000000                 PERFORM 340-IMPRIMER-UNE-COMPARAISON
000000         END-EVALUATE
000000     ELSE
000000*        ARTICLE D'UN FOURNISSEUR QUI A ENVOYE SON CATALOGUE
000000*        MAIS QUI N'Y FIGURE PAS : A REVOIR AVEC LES ACHATS
000000         PERFORM 116-TROUVER-FOURNISSEUR
000000         IF WS-FOURN-TROUVE = 'Y'
000000             IF WS-FOURN-AU-CATALOGUE(WS-IDX-FOURN) = 'Y'
000000                 ADD 1 TO WS-CPT-ABSENTS
000000                 PERFORM 350-IMPRIMER-UN-ABSENT
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 330-ECRIRE-MODIFICATION.
000000*    LE PRIX PART EN MONNAIE LOCALE, DEJA CONVERTI AU COURS
000000*    DE LA DATE D'EFFET (230) ; LE PROGRAMME PRINCIPAL N'A
000000*    DONC PAS A LE RECONVERTIR AU COURS DU JOUR. LE LIBELLE,
000000*    LA QUANTITE ET LA CATEGORIE SONT CEUX DU MAITRE A TITRE
000000*    D'INFORMATION : UNE MODIFICATION DU LOT 'CATFOUR' NE
000000*    REPORTE QUE LE PRIX
000000     MOVE SPACES TO FS-TRANSACTION.
000000     MOVE 'C'             TO FS-TRANS-CODE.
000000     MOVE FS-SORTIE-ID    TO FS-TRANS-ID.
000000     MOVE FS-SORTIE-NAME  TO FS-TRANS-NAME.
000000     MOVE WS-CATAL-PRIX-LOCAL(WS-IDX-CATAL) TO FS-TRANS-PRICE.
000000     MOVE FS-SORTIE-QTY   TO FS-TRANS-QTY.
000000     MOVE FS-SORTIE-CAT   TO FS-TRANS-CAT.
000000     MOVE SPACES          TO FS-TRANS-CUR.
000000     MOVE FS-SORTIE-FOU   TO FS-TRANS-FOU.
000000     MOVE FS-SORTIE-DEPOT TO FS-TRANS-DEP.
000000     MOVE WS-OPERATEUR-LOT TO FS-TRANS-OPERATEUR.
000000     WRITE FS-TRANSACTION.
000000     IF WS-TRANSACT-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE TRANSACTIONS-INPUT.TXT EN PANNE : '
000000             WS-TRANSACT-STATUT
000000         MOVE 'N' TO WS-TRANSACT-OUVERT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         ADD 1 TO WS-CPT-MODIFICATIONS
000000         ADD FS-TRANS-PRICE TO WS-HASH-LOT
000000     END-IF.
000000*
000000 340-IMPRIMER-UNE-COMPARAISON.
000000     MOVE FS-SORTIE-PRICE TO WS-ANCIEN-EDITE.
000000     MOVE WS-CATAL-PRIX-LOCAL(WS-IDX-CATAL) TO WS-NOUVEAU-EDITE.
000000     MOVE WS-ECART-PRIX TO WS-ECART-EDITE.
000000     MOVE WS-CATAL-PRIX(WS-IDX-CATAL) TO WS-ORIGINE-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-NATURE           DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-FOU       DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-ID        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-DEPOT     DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-NAME      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-ANCIEN-EDITE     DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-NOUVEAU-EDITE    DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-ECART-EDITE      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-CATAL-DEVISE(WS-IDX-CATAL) DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-ORIGINE-EDITE    DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-CATAL-EFFET(WS-IDX-CATAL) DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 350-IMPRIMER-UN-ABSENT.
000000     MOVE FS-SORTIE-PRICE TO WS-ANCIEN-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ABSENT CATAL ' DELIMITED BY SIZE
000000            FS-SORTIE-FOU       DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-ID        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-DEPOT     DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-SORTIE-NAME      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-ANCIEN-EDITE     DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 400-SIGNALER-NON-STOCKES.
000000*    LIGNES DU CATALOGUE QU'AUCUN RECORD DU MAITRE N'A
000000*    RAPPROCHEES : ARTICLE INCONNU CHEZ NOUS, OU TENU SOUS
000000*    UN AUTRE FOURNISSEUR ; AUCUNE MODIFICATION GENEREE
000000     PERFORM 410-SIGNALER-UN-NON-STOCKE
000000         VARYING WS-IDX-CATAL FROM 1 BY 1
000000         UNTIL WS-IDX-CATAL > WS-NB-CATALOGUE.
000000*
000000 410-SIGNALER-UN-NON-STOCKE.
000000     IF WS-CATAL-RAPPROCHEE(WS-IDX-CATAL) = 'N'
000000         ADD 1 TO WS-CPT-NON-STOCKES
000000         MOVE WS-CATAL-PRIX-LOCAL(WS-IDX-CATAL)
000000             TO WS-NOUVEAU-EDITE
000000         MOVE WS-CATAL-PRIX(WS-IDX-CATAL) TO WS-ORIGINE-EDITE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'NON STOCKE   '  DELIMITED BY SIZE
000000                WS-CATAL-FOU(WS-IDX-CATAL) DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                WS-CATAL-ID(WS-IDX-CATAL)  DELIMITED BY SIZE
000000                '                    '
000000                                 DELIMITED BY SIZE
000000                '                 '
000000                                 DELIMITED BY SIZE
000000                WS-NOUVEAU-EDITE DELIMITED BY SIZE
000000                '                  '
000000                                 DELIMITED BY SIZE
000000                WS-CATAL-DEVISE(WS-IDX-CATAL) DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                WS-ORIGINE-EDITE DELIMITED BY SIZE
000000                ' '              DELIMITED BY SIZE
000000                WS-CATAL-EFFET(WS-IDX-CATAL) DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 450-ECRIRE-TOTALISEUR.
000000*    TOTALISEUR 'T' : NOMBRE DE MODIFICATIONS GENEREES ET
000000*    TOTAL DE CONTROLE DES PRIX, EXACTEMENT CE QUE
000000*    L'EQUILIBRAGE DU PROGRAMME PRINCIPAL RECOMPTERA
000000     IF WS-TRANSACT-OUVERT = 'Y'
000000         MOVE SPACES TO FS-TRANSACTION
000000         MOVE 'T' TO FS-TRANS-CODE
000000         MOVE WS-CPT-MODIFICATIONS TO FS-TOTAL-NOMBRE
000000         MOVE WS-HASH-LOT TO FS-TOTAL-HASH
000000         WRITE FS-TRANSACTION
000000         IF WS-TRANSACT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE DU TOTALISEUR EN PANNE : '
000000                 WS-TRANSACT-STATUT
000000             MOVE 'N' TO WS-TRANSACT-OUVERT
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 500-ECRIRE-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LUES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES DE CATALOGUE LUES : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-REJETEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES REJETEES          : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-HAUSSES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PRIX EN HAUSSE           : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-BAISSES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PRIX EN BAISSE           : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-INCHANGES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PRIX INCHANGES           : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-A-VENIR TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PRIX A VENIR, DIFFERES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-NON-STOCKES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES NON STOCKES     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ABSENTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ABSENTS DU CATALOGUE     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-MODIFICATIONS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'MODIFICATIONS GENEREES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     DISPLAY 'CATALOGUE IMPORTE, MODIFICATIONS GENEREES : '
000000         WS-CPT-EDITE.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-CATALOGUE FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE CATALOGUE-REPORT.TXT EN '
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
000000     IF WS-CATALOGUE-OUVERT = 'Y'
000000         CLOSE CATALOGUE
000000     END-IF.
000000     IF WS-TRANSACT-OUVERT = 'Y'
000000         CLOSE TRANSACTIONS
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-CATALOGUE
000000     END-IF.
