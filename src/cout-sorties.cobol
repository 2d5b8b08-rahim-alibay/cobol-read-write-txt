000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : COUT DES SORTIES DE LA PERIODE.
000000*    RELIT STOCK-MOVEMENT-JOURNAL.TXT POUR LE MOIS DEMANDE
000000*    EN ARGUMENT (AAAA-MM, MOIS EN COURS PAR DEFAUT), RETIENT
000000*    LES SORTIES 'S' ET LES VALORISE AU COUT UNITAIRE PORTE
000000*    PAR LE JOURNAL (COUT MOYEN PONDERE AU MOMENT DE LA
000000*    SORTIE). CATEGORIE ET FOURNISSEUR SONT PRIS AU MAITRE
000000*    SORTIE. IMPRIME LE COUT DES SORTIES PAR CATEGORIE ET
000000*    PAR FOURNISSEUR AVEC LE TOTAL DE LA PERIODE POUR LA
000000*    COMPTABILITE
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. COUT-SORTIES.
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
000000         SELECT RAPPORT-COUT-SORTIES
000000             ASSIGN TO 'cost-of-goods-issued-report.txt'
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
000000     FD RAPPORT-COUT-SORTIES.
000000         01 FS-RAPPORT-COUT-SORTIES PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-JOURNAL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-JOURNAL-OUVERT     PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    VUE ECLATEE D'UNE LIGNE DU JOURNAL DES MOUVEMENTS, AUX
000000*    POSITIONS FIXES ECRITES PAR 613-ECRIRE-JOURNAL-MOUVEMENT
000000*    DU PROGRAMME PRINCIPAL. LES LIGNES ANTERIEURES AU COUT
000000*    MOYEN N'ONT PAS DE COUT : LA SORTIE EST ALORS VALORISEE
000000*    AU COUT MOYEN ACTUEL DU MAITRE
000000           01 WS-LIGNE-MVT          PIC X(132).
000000           01 WS-MVT-DETAIL REDEFINES WS-LIGNE-MVT.
000000           05 WS-MVT-DATE           PIC X(10).
000000           05 FILLER                PIC X(10).
000000           05 WS-MVT-CODE           PIC X(1).
000000           05 FILLER                PIC X(1).
000000           05 WS-MVT-ID             PIC X(3).
000000           05 FILLER                PIC X(1).
000000           05 WS-MVT-DEPOT          PIC X(2).
000000           05 FILLER                PIC X(5).
000000           05 WS-MVT-QTE            PIC 9(5).
000000           05 FILLER                PIC X(7).
000000           05 WS-MVT-AVANT          PIC 9(5).
000000           05 FILLER                PIC X(7).
000000           05 WS-MVT-APRES          PIC 9(5).
000000           05 FILLER                PIC X(5).
000000           05 WS-MVT-REF-TYPE       PIC X(1).
000000           05 WS-MVT-REF-NUM        PIC X(8).
000000           05 FILLER                PIC X(6).
000000           05 WS-MVT-COUT           PIC 9(11)V9(4).
000000           05 FILLER                PIC X(35).
000000*
000000*    PERIODE DEMANDEE EN ARGUMENT, FORME AAAA-MM
000000           01 WS-MOIS-DEMANDE       PIC X(7) VALUE SPACES.
000000*
000000*    COUT DES SORTIES PAR CATEGORIE DU MAITRE ; LE CODE
000000*    '??' REGROUPE LES ARTICLES DISPARUS DU MAITRE DEPUIS
000000           01 WS-TABLE-CATEGORIES.
000000           05 WS-CATEGORIE-ENTREE OCCURS 20 TIMES.
000000              10 WS-CATEG-CODE   PIC X(2).
000000              10 WS-CATEG-NB     PIC 9(6).
000000              10 WS-CATEG-QTE    PIC 9(9).
000000              10 WS-CATEG-COUT   PIC S9(15)V99.
000000           01 WS-NB-CATEGORIES     PIC 9(2) VALUE 0.
000000           01 WS-IDX-CATEG         PIC 9(2) VALUE 0.
000000           01 WS-CATEG-TROUVEE     PIC X VALUE 'N'.
000000*
000000*    MEME MECANIQUE PAR FOURNISSEUR ATTITRE ; LE CODE A
000000*    BLANC REGROUPE LES ARTICLES SANS FOURNISSEUR
000000           01 WS-TABLE-FOURN-COUT.
000000           05 WS-FCOUT-ENTREE OCCURS 50 TIMES.
000000              10 WS-FCOUT-CODE   PIC X(4).
000000              10 WS-FCOUT-NB     PIC 9(6).
000000              10 WS-FCOUT-QTE    PIC 9(9).
000000              10 WS-FCOUT-COUT   PIC S9(15)V99.
000000           01 WS-NB-FCOUT          PIC 9(2) VALUE 0.
000000           01 WS-IDX-FCOUT         PIC 9(2) VALUE 0.
000000           01 WS-FCOUT-TROUVE      PIC X VALUE 'N'.
000000*
000000*    SORTIE EN COURS DE CUMUL
000000           01 WS-SORTIE-CAT         PIC X(2).
000000           01 WS-SORTIE-FOU         PIC X(4).
000000           01 WS-COUT-UNITAIRE      PIC S9(11)V9(4) VALUE 0.
000000           01 WS-VALEUR-SORTIE      PIC S9(15)V99 VALUE 0.
000000           01 WS-ARTICLE-CONNU      PIC X VALUE 'N'.
000000*
000000           01 WS-CPT-LIGNES-LUES    PIC 9(6) VALUE 0.
000000           01 WS-CPT-SORTIES        PIC 9(6) VALUE 0.
000000           01 WS-CPT-SANS-COUT      PIC 9(6) VALUE 0.
000000           01 WS-CPT-INCONNUS       PIC 9(6) VALUE 0.
000000           01 WS-CPT-AJUSTEMENTS    PIC 9(6) VALUE 0.
000000           01 WS-TOTAL-QTE          PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-COUT         PIC S9(15)V99 VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-VOL-EDITE          PIC ZZZ,ZZZ,ZZ9.
000000           01 WS-COUT-EDITE         PIC -(14)9.99.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N'
000000         PERFORM 200-DEPOUILLER-JOURNAL
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 300-IMPRIMER-RAPPORT
000000     END-IF.
000000     PERFORM 400-FERMER-FICHIERS.
000000*    CODE 12 SI LE MAITRE OU LE RAPPORT EST EN PANNE ;
000000*    CODE 4 SI LE JOURNAL EST ABSENT OU SI DES SORTIES
000000*    VISENT DES ARTICLES DISPARUS DU MAITRE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-JOURNAL-OUVERT = 'N' OR WS-CPT-INCONNUS > 0
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
000000*    SANS ARGUMENT, LE MOIS EN COURS
000000     ACCEPT WS-MOIS-DEMANDE FROM COMMAND-LINE.
000000     IF WS-MOIS-DEMANDE = SPACES
000000         MOVE WS-DATE-FORMATEE(1:7) TO WS-MOIS-DEMANDE
000000     END-IF.
000000     IF WS-MOIS-DEMANDE(1:4) NOT NUMERIC
000000         OR WS-MOIS-DEMANDE(5:1) NOT = '-'
000000         OR WS-MOIS-DEMANDE(6:2) NOT NUMERIC
000000         DISPLAY 'USAGE : COUT-SORTIES [AAAA-MM]'
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         PERFORM 110-OUVRIR-FICHIERS
000000     END-IF.
000000*
000000 110-OUVRIR-FICHIERS.
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'OUVERTURE DATA-OUTPUT.TXT IMPOSSIBLE : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000*    JOURNAL ABSENT = AUCUNE SORTIE SUR LA PERIODE, LE
000000*    RAPPORT EST TOUT DE MEME PRODUIT, A ZERO
000000     OPEN INPUT JOURNAL-MOUVEMENTS.
000000     IF WS-JOURNAL-STATUT NOT = '00'
000000         DISPLAY 'STOCK-MOVEMENT-JOURNAL.TXT ABSENT, STATUT : '
000000             WS-JOURNAL-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-JOURNAL-OUVERT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-COUT-SORTIES.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'COST-OF-GOODS-ISSUED-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000     END-IF.
000000*
000000 200-DEPOUILLER-JOURNAL.
000000     MOVE 'N' TO WS-EOF.
000000     IF WS-JOURNAL-OUVERT = 'N'
000000         MOVE 'Y' TO WS-EOF
000000     END-IF.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ JOURNAL-MOUVEMENTS INTO WS-LIGNE-MVT
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 ADD 1 TO WS-CPT-LIGNES-LUES
000000                 PERFORM 210-RETENIR-UNE-LIGNE
000000         END-READ
000000     END-PERFORM.
000000*
000000 210-RETENIR-UNE-LIGNE.
000000*    SEULES LES SORTIES 'S' DU MOIS DEMANDE COMPTENT ; UN
000000*    AJUSTEMENT D'INVENTAIRE (PIECE 'I') N'EST PAS UNE
000000*    CONSOMMATION : IL EST COMPTE A PART, COMME A LA CLOTURE
000000     IF WS-MVT-DATE(1:7) = WS-MOIS-DEMANDE
000000             AND WS-MVT-CODE = 'S'
000000             AND WS-MVT-REF-TYPE = 'I'
000000         ADD 1 TO WS-CPT-AJUSTEMENTS
000000     END-IF.
000000     IF WS-MVT-DATE(1:7) = WS-MOIS-DEMANDE
000000             AND WS-MVT-CODE = 'S'
000000             AND WS-MVT-REF-TYPE NOT = 'I'
000000             AND WS-MVT-QTE NUMERIC
000000         PERFORM 220-VALORISER-UNE-SORTIE
000000         PERFORM 230-CUMULER-CATEGORIE
000000         PERFORM 240-CUMULER-FOURNISSEUR
000000         ADD 1 TO WS-CPT-SORTIES
000000         ADD WS-MVT-QTE TO WS-TOTAL-QTE
000000         ADD WS-VALEUR-SORTIE TO WS-TOTAL-COUT
000000     END-IF.
000000*
000000 220-VALORISER-UNE-SORTIE.
000000*    CATEGORIE ET FOURNISSEUR AU MAITRE ; COUT UNITAIRE DU
000000*    JOURNAL, A DEFAUT CMUP DU MAITRE, A DEFAUT SON PRIX
000000     MOVE WS-MVT-ID    TO FS-SORTIE-ID.
000000     MOVE WS-MVT-DEPOT TO FS-SORTIE-DEPOT.
000000     READ SORTIE
000000         INVALID KEY
000000             MOVE 'N' TO WS-ARTICLE-CONNU
000000         NOT INVALID KEY
000000             MOVE 'Y' TO WS-ARTICLE-CONNU
000000     END-READ.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         AND WS-SORTIE-STATUT NOT = '23'
000000         DISPLAY 'LECTURE DATA-OUTPUT.TXT EN ERREUR : '
000000             WS-SORTIE-STATUT ' ' WS-MVT-ID
000000         MOVE 'Y' TO WS-PANNE
000000         MOVE 'Y' TO WS-EOF
000000     END-IF.
000000     IF WS-ARTICLE-CONNU = 'Y'
000000         MOVE FS-SORTIE-CAT TO WS-SORTIE-CAT
000000         MOVE FS-SORTIE-FOU TO WS-SORTIE-FOU
000000     ELSE
000000         MOVE '??'   TO WS-SORTIE-CAT
000000         MOVE SPACES TO WS-SORTIE-FOU
000000         ADD 1 TO WS-CPT-INCONNUS
000000     END-IF.
000000     MOVE 0 TO WS-COUT-UNITAIRE.
000000     IF WS-MVT-COUT NUMERIC
000000         MOVE WS-MVT-COUT TO WS-COUT-UNITAIRE
000000     ELSE
000000         ADD 1 TO WS-CPT-SANS-COUT
000000         IF WS-ARTICLE-CONNU = 'Y'
000000             MOVE FS-SORTIE-PRICE TO WS-COUT-UNITAIRE
000000             IF FS-SORTIE-CMUP NUMERIC
000000                 IF FS-SORTIE-CMUP NOT = 0
000000                     MOVE FS-SORTIE-CMUP TO WS-COUT-UNITAIRE
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-IF.
000000     COMPUTE WS-VALEUR-SORTIE ROUNDED =
000000         WS-MVT-QTE * WS-COUT-UNITAIRE
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-VALEUR-SORTIE
000000             DISPLAY 'VALORISATION HORS CAPACITE, ARTICLE : '
000000                 WS-MVT-ID
000000     END-COMPUTE.
000000*
000000 230-CUMULER-CATEGORIE.
000000     MOVE 'N' TO WS-CATEG-TROUVEE.
000000     PERFORM 235-CHERCHER-CATEGORIE
000000         VARYING WS-IDX-CATEG FROM 1 BY 1
000000         UNTIL WS-IDX-CATEG > WS-NB-CATEGORIES
000000            OR WS-CATEG-TROUVEE = 'Y'.
000000     IF WS-CATEG-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-CATEG
000000         ADD 1 TO WS-CATEG-NB(WS-IDX-CATEG)
000000         ADD WS-MVT-QTE TO WS-CATEG-QTE(WS-IDX-CATEG)
000000         ADD WS-VALEUR-SORTIE TO WS-CATEG-COUT(WS-IDX-CATEG)
000000     ELSE
000000         IF WS-NB-CATEGORIES < 20
000000             ADD 1 TO WS-NB-CATEGORIES
000000             MOVE WS-SORTIE-CAT
000000                 TO WS-CATEG-CODE(WS-NB-CATEGORIES)
000000             MOVE 1 TO WS-CATEG-NB(WS-NB-CATEGORIES)
000000             MOVE WS-MVT-QTE
000000                 TO WS-CATEG-QTE(WS-NB-CATEGORIES)
000000             MOVE WS-VALEUR-SORTIE
000000                 TO WS-CATEG-COUT(WS-NB-CATEGORIES)
000000         ELSE
000000             DISPLAY 'TABLE DES CATEGORIES PLEINE : '
000000                 WS-SORTIE-CAT
000000         END-IF
000000     END-IF.
000000*
000000 235-CHERCHER-CATEGORIE.
000000     IF WS-CATEG-CODE(WS-IDX-CATEG) = WS-SORTIE-CAT
000000         MOVE 'Y' TO WS-CATEG-TROUVEE
000000     END-IF.
000000*
000000 240-CUMULER-FOURNISSEUR.
000000     MOVE 'N' TO WS-FCOUT-TROUVE.
000000     PERFORM 245-CHERCHER-FOURNISSEUR
000000         VARYING WS-IDX-FCOUT FROM 1 BY 1
000000         UNTIL WS-IDX-FCOUT > WS-NB-FCOUT
000000            OR WS-FCOUT-TROUVE = 'Y'.
000000     IF WS-FCOUT-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-FCOUT
000000         ADD 1 TO WS-FCOUT-NB(WS-IDX-FCOUT)
000000         ADD WS-MVT-QTE TO WS-FCOUT-QTE(WS-IDX-FCOUT)
000000         ADD WS-VALEUR-SORTIE TO WS-FCOUT-COUT(WS-IDX-FCOUT)
000000     ELSE
000000         IF WS-NB-FCOUT < 50
000000             ADD 1 TO WS-NB-FCOUT
000000             MOVE WS-SORTIE-FOU
000000                 TO WS-FCOUT-CODE(WS-NB-FCOUT)
000000             MOVE 1 TO WS-FCOUT-NB(WS-NB-FCOUT)
000000             MOVE WS-MVT-QTE
000000                 TO WS-FCOUT-QTE(WS-NB-FCOUT)
000000             MOVE WS-VALEUR-SORTIE
000000                 TO WS-FCOUT-COUT(WS-NB-FCOUT)
000000         ELSE
000000             DISPLAY 'TABLE DES FOURNISSEURS PLEINE : '
000000                 WS-SORTIE-FOU
000000         END-IF
000000     END-IF.
000000*
000000 245-CHERCHER-FOURNISSEUR.
000000     IF WS-FCOUT-CODE(WS-IDX-FCOUT) = WS-SORTIE-FOU
000000         MOVE 'Y' TO WS-FCOUT-TROUVE
000000     END-IF.
000000*
000000 300-IMPRIMER-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'COUT DES SORTIES - PERIODE : '
000000                              DELIMITED BY SIZE
000000            WS-MOIS-DEMANDE   DELIMITED BY SIZE
000000            '   LOT DU '      DELIMITED BY SIZE
000000            WS-DATE-FORMATEE  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SOUS-TOTAUX PAR CATEGORIE' DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 310-IMPRIMER-CATEGORIE
000000         VARYING WS-IDX-CATEG FROM 1 BY 1
000000         UNTIL WS-IDX-CATEG > WS-NB-CATEGORIES.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SOUS-TOTAUX PAR FOURNISSEUR' DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 320-IMPRIMER-FOURNISSEUR
000000         VARYING WS-IDX-FCOUT FROM 1 BY 1
000000         UNTIL WS-IDX-FCOUT > WS-NB-FCOUT.
000000     PERFORM 340-IMPRIMER-TOTAUX.
000000*
000000 310-IMPRIMER-CATEGORIE.
000000     MOVE WS-CATEG-NB(WS-IDX-CATEG) TO WS-CPT-EDITE.
000000     MOVE WS-CATEG-QTE(WS-IDX-CATEG) TO WS-VOL-EDITE.
000000     MOVE WS-CATEG-COUT(WS-IDX-CATEG) TO WS-COUT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'CATEGORIE '        DELIMITED BY SIZE
000000            WS-CATEG-CODE(WS-IDX-CATEG) DELIMITED BY SIZE
000000            ' SORTIES : '       DELIMITED BY SIZE
000000            WS-CPT-EDITE        DELIMITED BY SIZE
000000            ' QUANTITE : '      DELIMITED BY SIZE
000000            WS-VOL-EDITE        DELIMITED BY SIZE
000000            ' COUT : '          DELIMITED BY SIZE
000000            WS-COUT-EDITE       DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 320-IMPRIMER-FOURNISSEUR.
000000     MOVE WS-FCOUT-NB(WS-IDX-FCOUT) TO WS-CPT-EDITE.
000000     MOVE WS-FCOUT-QTE(WS-IDX-FCOUT) TO WS-VOL-EDITE.
000000     MOVE WS-FCOUT-COUT(WS-IDX-FCOUT) TO WS-COUT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     IF WS-FCOUT-CODE(WS-IDX-FCOUT) = SPACES
000000         STRING 'FOURNISSEUR (SANS) SORTIES : '
000000                                    DELIMITED BY SIZE
000000                WS-CPT-EDITE        DELIMITED BY SIZE
000000                ' QUANTITE : '      DELIMITED BY SIZE
000000                WS-VOL-EDITE        DELIMITED BY SIZE
000000                ' COUT : '          DELIMITED BY SIZE
000000                WS-COUT-EDITE       DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000     ELSE
000000         STRING 'FOURNISSEUR '      DELIMITED BY SIZE
000000                WS-FCOUT-CODE(WS-IDX-FCOUT) DELIMITED BY SIZE
000000                ' SORTIES : '       DELIMITED BY SIZE
000000                WS-CPT-EDITE        DELIMITED BY SIZE
000000                ' QUANTITE : '      DELIMITED BY SIZE
000000                WS-VOL-EDITE        DELIMITED BY SIZE
000000                ' COUT : '          DELIMITED BY SIZE
000000                WS-COUT-EDITE       DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000     END-IF.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 340-IMPRIMER-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'TOTAUX DE LA PERIODE '  DELIMITED BY SIZE
000000            WS-MOIS-DEMANDE          DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-LUES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES DU JOURNAL LUES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-SORTIES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SORTIES DE LA PERIODE    : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-SANS-COUT TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DONT SANS COUT AU JOURNAL: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-INCONNUS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DONT ABSENTES DU MAITRE  : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-AJUSTEMENTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'AJUSTEMENTS EXCLUS       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-QTE TO WS-VOL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'QUANTITE SORTIE          : ' DELIMITED BY SIZE
000000            WS-VOL-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-COUT TO WS-COUT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'COUT TOTAL DES SORTIES   : ' DELIMITED BY SIZE
000000            WS-COUT-EDITE                 DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 390-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-COUT-SORTIES FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE COST-OF-GOODS-ISSUED-REPORT.TXT '
000000                 'EN ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 400-FERMER-FICHIERS.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         CLOSE SORTIE
000000     END-IF.
000000     IF WS-JOURNAL-OUVERT = 'Y'
000000         CLOSE JOURNAL-MOUVEMENTS
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-COUT-SORTIES
000000     END-IF.
