000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : CLASSEMENT ABC ET PLANIFICATION
000000*    DES COMPTAGES TOURNANTS. TRIE STOCK-MOVEMENT-JOURNAL.TXT
000000*    PAR CLE ARTICLE+DEPOT PUIS LE CONFRONTE AU MAITRE
000000*    SORTIE LU EN ORDRE DE CLE POUR CUMULER LES SORTIES 'S'
000000*    DE LA PERIODE GLISSANTE (AJUSTEMENTS D'INVENTAIRE 'I'
000000*    EXCLUS), VALORISEES AU PRIX DU MAITRE. LES ARTICLES
000000*    SONT ENSUITE RANGES PAR VALEUR DECROISSANTE ET CLASSES
000000*    A/B/C SELON LES SEUILS DE VALEUR CUMULEE DE LA CARTE
000000*    ABC-PARAMS.TXT. CHAQUE CLASSE A SA FREQUENCE DE
000000*    COMPTAGE ; LA DATE DU DERNIER COMPTAGE DE CHAQUE
000000*    ARTICLE/DEPOT EST TENUE DANS CYCLE-COUNT-CONTROL.TXT
000000*    (MISE A JOUR PAR INVENTAIRE-PHYSIQUE). LES ARTICLES DUS
000000*    CE JOUR SONT PORTES SUR CYCLE-COUNT-SHEET.TXT, AU
000000*    GABARIT DE STOCK-COUNT.TXT, QUANTITE A BLANC POUR LE
000000*    COMPTEUR ; LE RAPPORT LISTE LE CLASSEMENT, SIGNALE LES
000000*    COMPTAGES EN RETARD ET RESUME CHAQUE CLASSE
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. CLASSEMENT-ABC.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000*        CARTE PARAMETRES DU CLASSEMENT, CLE=VALEUR
000000         SELECT CARTE-PARAMETRES ASSIGN TO 'abc-params.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-CARTE-STATUT.
000000         SELECT JOURNAL-MOUVEMENTS
000000             ASSIGN TO 'stock-movement-journal.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-JOURNAL-STATUT.
000000         SELECT SORT-MOUVEMENTS ASSIGN TO 'sortwk4'.
000000         SELECT MOUVEMENTS-TRIES
000000             ASSIGN TO 'stock-movement-sorted.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRIES-STATUT.
000000*        VALEUR DES SORTIES PAR ARTICLE, ECRITE PENDANT LA
000000*        CONFRONTATION PUIS TRIEE PAR VALEUR DECROISSANTE
000000         SELECT VALEURS-TRAVAIL
000000             ASSIGN TO 'abc-ranking-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRAVAIL-STATUT.
000000         SELECT SORT-VALEURS ASSIGN TO 'sortwk5'.
000000         SELECT VALEURS-TRIEES
000000             ASSIGN TO 'abc-ranking-sorted.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRIEES-STATUT.
000000*        CLASSE ET DERNIER COMPTAGE PAR ARTICLE/DEPOT
000000         SELECT CONTROLE-COMPTAGES
000000             ASSIGN TO 'cycle-count-control.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-CTL-CLE
000000             FILE STATUS IS WS-CONTROLE-STATUT.
000000         SELECT FEUILLE-COMPTAGE
000000             ASSIGN TO 'cycle-count-sheet.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-FEUILLE-STATUT.
000000         SELECT RAPPORT-ABC
000000             ASSIGN TO 'abc-classification-report.txt'
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
000000     FD CARTE-PARAMETRES.
000000         01 FS-CARTE-PARAMETRE PIC X(80).
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
000000         05 FILLER            PIC X(104).
000000     FD MOUVEMENTS-TRIES.
000000         01 FS-MOUVEMENT-TRIE.
000000         05 FS-TRIE-DATE      PIC X(10).
000000         05 FILLER            PIC X(10).
000000         05 FS-TRIE-CODE      PIC X(1).
000000         05 FILLER            PIC X(1).
000000         05 FS-TRIE-ID        PIC X(3).
000000         05 FILLER            PIC X(1).
000000         05 FS-TRIE-DEPOT     PIC X(2).
000000         05 FILLER            PIC X(5).
000000         05 FS-TRIE-QTE       PIC 9(5).
000000         05 FILLER            PIC X(7).
000000         05 FS-TRIE-AVANT     PIC 9(5).
000000         05 FILLER            PIC X(7).
000000         05 FS-TRIE-APRES     PIC 9(5).
000000         05 FILLER            PIC X(5).
000000         05 FS-TRIE-REF-TYPE  PIC X(1).
000000         05 FS-TRIE-REF-NUM   PIC X(8).
000000         05 FILLER            PIC X(56).
000000     FD VALEURS-TRAVAIL.
000000         01 FS-VALEUR-TRAVAIL.
000000         05 FS-TRAV-VALEUR    PIC S9(15)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 FS-TRAV-ID        PIC X(3).
000000         05 FS-TRAV-DEPOT     PIC X(2).
000000         05 FS-TRAV-NAME      PIC X(14).
000000         05 FS-TRAV-CAT       PIC X(2).
000000         05 FS-TRAV-QTE       PIC 9(7).
000000     SD SORT-VALEURS.
000000         01 SD-VALEUR.
000000         05 SD-VAL-VALEUR     PIC S9(15)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 SD-VAL-ID         PIC X(3).
000000         05 SD-VAL-DEPOT      PIC X(2).
000000         05 FILLER            PIC X(23).
000000     FD VALEURS-TRIEES.
000000         01 FS-VALEUR-TRIEE.
000000         05 FS-VTRI-VALEUR    PIC S9(15)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 FS-VTRI-ID        PIC X(3).
000000         05 FS-VTRI-DEPOT     PIC X(2).
000000         05 FS-VTRI-NAME      PIC X(14).
000000         05 FS-VTRI-CAT       PIC X(2).
000000         05 FS-VTRI-QTE       PIC 9(7).
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
000000     FD FEUILLE-COMPTAGE.
000000*        GABARIT DE STOCK-COUNT.TXT LU PAR INVENTAIRE-PHYSIQUE
000000         01 FS-FEUILLE.
000000         05 FS-FEUILLE-ID     PIC X(3).
000000         05 FS-FEUILLE-DEP    PIC X(2).
000000         05 FS-FEUILLE-QTY    PIC X(5).
000000     FD RAPPORT-ABC.
000000         01 FS-RAPPORT-ABC PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-CARTE-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-JOURNAL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRIES-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-TRAVAIL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRIEES-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-CONTROLE-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-FEUILLE-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-EOF-PARAM          PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-JOURNAL-PRESENT    PIC X VALUE 'N'.
000000           01 WS-TRIES-OUVERT       PIC X VALUE 'N'.
000000           01 WS-TRAVAIL-OUVERT     PIC X VALUE 'N'.
000000           01 WS-TRIEES-OUVERT      PIC X VALUE 'N'.
000000           01 WS-CONTROLE-OUVERT    PIC X VALUE 'N'.
000000           01 WS-FEUILLE-OUVERT     PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    PARAMETRES DU CLASSEMENT. LES VALEURS CI-DESSOUS SONT
000000*    LES DEFAUTS, ECRASES PAR ABC-PARAMS.TXT QUAND LA CARTE
000000*    EXISTE. LES SEUILS SONT DES POURCENTAGES DE LA VALEUR
000000*    CUMULEE DES SORTIES : UN ARTICLE EST A TANT QUE LE
000000*    CUMUL DES ARTICLES MIEUX RANGES QUE LUI N'ATTEINT PAS
000000*    SEUIL-A-PCT, B JUSQU'A SEUIL-B-PCT, C AU-DELA. LES
000000*    FREQUENCES SONT EN JOURS. DATE-INVENTAIRE-GENERAL
000000*    (AAAAMMJJ) TIENT LIEU DE DERNIER COMPTAGE AUX ARTICLES
000000*    QUI N'EN ONT AUCUN D'ENREGISTRE ; A BLANC, CES ARTICLES
000000*    SONT DUS TOUT DE SUITE
000000           01 WS-PARAMETRES-ABC.
000000           05 WS-SEUIL-A-PCT        PIC 9(3)V99 VALUE 80.
000000           05 WS-SEUIL-B-PCT        PIC 9(3)V99 VALUE 95.
000000           05 WS-PERIODE-JOURS      PIC 9(4) VALUE 365.
000000           05 WS-FREQ-A-JOURS       PIC 9(4) VALUE 30.
000000           05 WS-FREQ-B-JOURS       PIC 9(4) VALUE 90.
000000           05 WS-FREQ-C-JOURS       PIC 9(4) VALUE 365.
000000           05 WS-DATE-INVENTAIRE    PIC X(8) VALUE SPACES.
000000           05 WS-DATE-INVENTAIRE-NUM REDEFINES WS-DATE-INVENTAIRE
000000                                    PIC 9(8).
000000           01 WS-INVENTAIRE-INT     PIC 9(7) VALUE 0.
000000           01 WS-PARAM-CLE          PIC X(25).
000000           01 WS-PARAM-VALEUR       PIC X(20).
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
000000*    PERIODE GLISSANTE : DU JOUR DEBUT AU JOUR DU TRAITEMENT
000000*    INCLUS, EN JOURS ENTIERS
000000           01 WS-JOUR-INT           PIC 9(7) VALUE 0.
000000           01 WS-DEBUT-INT          PIC 9(7) VALUE 0.
000000           01 WS-MVT-INT            PIC 9(7) VALUE 0.
000000           01 WS-DATE-MVT-AAAAMMJJ  PIC X(8).
000000           01 WS-DATE-MVT-NUM REDEFINES WS-DATE-MVT-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-DATE-DEBUT-NUM     PIC 9(8) VALUE 0.
000000           01 WS-DATE-DEBUT-X REDEFINES WS-DATE-DEBUT-NUM
000000                                    PIC X(8).
000000           01 WS-DATE-DEBUT-FORMATEE PIC X(10).
000000*
000000*    SORTIES CUMULEES DE L'ARTICLE EN COURS ET SA VALEUR
000000           01 WS-QTE-SORTIE         PIC 9(7) VALUE 0.
000000           01 WS-VALEUR             PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-VALEUR       PIC S9(15)V99 VALUE 0.
000000           01 WS-CUMUL-VALEUR       PIC S9(15)V99 VALUE 0.
000000           01 WS-PCT-AVANT          PIC 9(3)V99 VALUE 0.
000000           01 WS-PCT-CUMUL          PIC 9(3)V99 VALUE 0.
000000*
000000*    CLASSES : LETTRE, FREQUENCE ET CUMULS DE LA SYNTHESE
000000           01 WS-LETTRES-CLASSES    PIC X(3) VALUE 'ABC'.
000000           01 WS-TABLE-CLASSES.
000000           05 WS-CLASSE-ENTREE OCCURS 3 TIMES.
000000              10 WS-CLASSE-FREQ     PIC 9(4).
000000              10 WS-CLASSE-NB       PIC 9(6).
000000              10 WS-CLASSE-VALEUR   PIC S9(15)V99.
000000              10 WS-CLASSE-A-COMPTER PIC 9(6).
000000              10 WS-CLASSE-RETARD   PIC 9(6).
000000              10 WS-CLASSE-JAMAIS   PIC 9(6).
000000           01 WS-IDX-CLASSE         PIC 9(1) VALUE 0.
000000*
000000*    PLANIFICATION DE L'ARTICLE EN COURS
000000           01 WS-RANG               PIC 9(6) VALUE 0.
000000           01 WS-DERN-COMPTE        PIC X(8).
000000           01 WS-DERN-COMPTE-NUM REDEFINES WS-DERN-COMPTE
000000                                    PIC 9(8).
000000           01 WS-DERN-INT           PIC 9(7) VALUE 0.
000000           01 WS-ECHEANCE-INT       PIC 9(7) VALUE 0.
000000           01 WS-ECHEANCE-NUM       PIC 9(8) VALUE 0.
000000           01 WS-ECHEANCE-X REDEFINES WS-ECHEANCE-NUM
000000                                    PIC X(8).
000000           01 WS-A-COMPTER          PIC X VALUE 'N'.
000000           01 WS-EN-RETARD          PIC X VALUE 'N'.
000000           01 WS-JAMAIS-COMPTE      PIC X VALUE 'N'.
000000           01 WS-CTL-NOUVEAU        PIC X VALUE 'N'.
000000*
000000           01 WS-CPT-ARTICLES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-JOURNAL PIC 9(6) VALUE 0.
000000           01 WS-CPT-HORS-MAITRE    PIC 9(6) VALUE 0.
000000           01 WS-CPT-SORTIES        PIC 9(6) VALUE 0.
000000           01 WS-CPT-HORS-PERIODE   PIC 9(6) VALUE 0.
000000           01 WS-CPT-AJUSTEMENTS    PIC 9(6) VALUE 0.
000000           01 WS-CPT-ILLISIBLES     PIC 9(6) VALUE 0.
000000           01 WS-CPT-FEUILLE        PIC 9(6) VALUE 0.
000000           01 WS-CPT-RETARD         PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-RANG-EDITE         PIC ZZZZ9.
000000           01 WS-QTE-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-VALEUR-EDITE       PIC -(14)9.99.
000000           01 WS-PCT-EDITE          PIC ZZ9.99.
000000           01 WS-FREQ-EDITE         PIC ZZZ9.
000000           01 WS-DERN-EDITE         PIC X(10).
000000           01 WS-ECHEANCE-EDITEE    PIC X(10).
000000           01 WS-OBSERVATION        PIC X(14).
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
000000         PERFORM 400-TRIER-VALEURS
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 500-CLASSER-ARTICLES
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 600-IMPRIMER-SYNTHESE
000000     END-IF.
000000     PERFORM 700-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SI LA CARTE EST INCOHERENTE OU SI LE MAITRE,
000000*    UN TRI OU UN FICHIER DE TRAVAIL EST EN PANNE ; CODE 4
000000*    SANS JOURNAL, TOUS LES ARTICLES PASSANT ALORS EN C
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
000000     PERFORM 110-LIRE-CARTE-PARAMETRES.
000000     PERFORM 120-CONTROLER-PARAMETRES.
000000     PERFORM 130-VIDER-UNE-CLASSE
000000         VARYING WS-IDX-CLASSE FROM 1 BY 1
000000         UNTIL WS-IDX-CLASSE > 3.
000000     MOVE WS-FREQ-A-JOURS TO WS-CLASSE-FREQ(1).
000000     MOVE WS-FREQ-B-JOURS TO WS-CLASSE-FREQ(2).
000000     MOVE WS-FREQ-C-JOURS TO WS-CLASSE-FREQ(3).
000000     IF WS-PANNE = 'N'
000000         COMPUTE WS-DEBUT-INT =
000000             WS-JOUR-INT - WS-PERIODE-JOURS + 1
000000         COMPUTE WS-DATE-DEBUT-NUM =
000000             FUNCTION DATE-OF-INTEGER(WS-DEBUT-INT)
000000         STRING WS-DATE-DEBUT-X(1:4) '-'
000000                WS-DATE-DEBUT-X(5:2) '-'
000000                WS-DATE-DEBUT-X(7:2)
000000             INTO WS-DATE-DEBUT-FORMATEE
000000     END-IF.
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000*    JOURNAL ABSENT : PAS DE TRI, AUCUNE SORTIE A VALORISER,
000000*    TOUS LES ARTICLES SONT CLASSES C
000000     OPEN INPUT JOURNAL-MOUVEMENTS.
000000     IF WS-JOURNAL-STATUT = '00'
000000         MOVE 'Y' TO WS-JOURNAL-PRESENT
000000         CLOSE JOURNAL-MOUVEMENTS
000000     ELSE
000000         DISPLAY 'STOCK-MOVEMENT-JOURNAL.TXT ABSENT, STATUT : '
000000             WS-JOURNAL-STATUT
000000     END-IF.
000000*    UN FICHIER DE CONTROLE ABSENT EST CREE VIDE : AUCUN
000000*    ARTICLE N'A ALORS ENCORE ETE COMPTE
000000     IF WS-PANNE = 'N'
000000         OPEN I-O CONTROLE-COMPTAGES
000000         IF WS-CONTROLE-STATUT = '35'
000000             OPEN OUTPUT CONTROLE-COMPTAGES
000000             CLOSE CONTROLE-COMPTAGES
000000             OPEN I-O CONTROLE-COMPTAGES
000000         END-IF
000000         IF WS-CONTROLE-STATUT NOT = '00'
000000             DISPLAY 'CYCLE-COUNT-CONTROL.TXT IMPOSSIBLE : '
000000                 WS-CONTROLE-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-CONTROLE-OUVERT
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         OPEN OUTPUT VALEURS-TRAVAIL
000000         IF WS-TRAVAIL-STATUT NOT = '00'
000000             DISPLAY 'ABC-RANKING-WORK.TXT IMPOSSIBLE : '
000000                 WS-TRAVAIL-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-TRAVAIL-OUVERT
000000         END-IF
000000     END-IF.
000000*    LA FEUILLE DU JOUR N'EST RECREEE QUE SI LE CLASSEMENT
000000*    PEUT AVOIR LIEU : UN LOT EN PANNE LAISSE CELLE DE LA
000000*    VEILLE EN PLACE
000000     IF WS-PANNE = 'N'
000000         OPEN OUTPUT FEUILLE-COMPTAGE
000000         IF WS-FEUILLE-STATUT NOT = '00'
000000             DISPLAY 'CYCLE-COUNT-SHEET.TXT IMPOSSIBLE : '
000000                 WS-FEUILLE-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-FEUILLE-OUVERT
000000         END-IF
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-ABC.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'ABC-CLASSIFICATION-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'CLASSEMENT ABC ET COMPTAGES TOURNANTS - LOT DU '
000000                                  DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         IF WS-PANNE = 'N'
000000             PERFORM 140-ECRIRE-ENTETE
000000         END-IF
000000     END-IF.
000000*
000000 110-LIRE-CARTE-PARAMETRES.
000000*    CARTE ABSENTE = CLASSEMENT AVEC LES DEFAUTS
000000     MOVE 'N' TO WS-EOF-PARAM.
000000     OPEN INPUT CARTE-PARAMETRES.
000000     IF WS-CARTE-STATUT = '00'
000000         PERFORM UNTIL WS-EOF-PARAM = 'Y'
000000             READ CARTE-PARAMETRES
000000                 AT END MOVE 'Y' TO WS-EOF-PARAM
000000                 NOT AT END
000000                     PERFORM 115-APPLIQUER-PARAMETRE
000000             END-READ
000000         END-PERFORM
000000         CLOSE CARTE-PARAMETRES
000000     END-IF.
000000*
000000 115-APPLIQUER-PARAMETRE.
000000*    LIGNES CLE=VALEUR ; '*' EN COLONNE 1 = COMMENTAIRE
000000     IF FS-CARTE-PARAMETRE = SPACES
000000         OR FS-CARTE-PARAMETRE(1:1) = '*'
000000         CONTINUE
000000     ELSE
000000         MOVE SPACES TO WS-PARAM-CLE
000000         MOVE SPACES TO WS-PARAM-VALEUR
000000         UNSTRING FS-CARTE-PARAMETRE DELIMITED BY '='
000000             INTO WS-PARAM-CLE WS-PARAM-VALEUR
000000         EVALUATE WS-PARAM-CLE
000000             WHEN 'SEUIL-A-PCT'
000000                 COMPUTE WS-SEUIL-A-PCT =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'SEUIL-B-PCT'
000000                 COMPUTE WS-SEUIL-B-PCT =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'PERIODE-JOURS'
000000                 COMPUTE WS-PERIODE-JOURS =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'FREQ-A-JOURS'
000000                 COMPUTE WS-FREQ-A-JOURS =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'FREQ-B-JOURS'
000000                 COMPUTE WS-FREQ-B-JOURS =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'FREQ-C-JOURS'
000000                 COMPUTE WS-FREQ-C-JOURS =
000000                     FUNCTION NUMVAL(WS-PARAM-VALEUR)
000000             WHEN 'DATE-INVENTAIRE-GENERAL'
000000                 MOVE WS-PARAM-VALEUR(1:8) TO WS-DATE-INVENTAIRE
000000             WHEN OTHER
000000                 DISPLAY 'PARAMETRE INCONNU IGNORE : '
000000                     WS-PARAM-CLE
000000         END-EVALUATE
000000     END-IF.
000000*
000000 120-CONTROLER-PARAMETRES.
000000*    UNE CARTE INCOHERENTE ARRETE LE LOT : MIEUX VAUT PAS
000000*    DE FEUILLE DU TOUT QU'UNE FEUILLE FAUSSEMENT PLANIFIEE
000000     IF WS-SEUIL-A-PCT = 0
000000         OR WS-SEUIL-A-PCT NOT < WS-SEUIL-B-PCT
000000         OR WS-SEUIL-B-PCT > 100
000000         DISPLAY 'SEUILS ABC INCOHERENTS : A = ' WS-SEUIL-A-PCT
000000             ' B = ' WS-SEUIL-B-PCT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000     IF WS-PERIODE-JOURS = 0
000000         OR WS-PERIODE-JOURS > WS-JOUR-INT
000000         DISPLAY 'PERIODE DE CLASSEMENT INCOHERENTE : '
000000             WS-PERIODE-JOURS
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000     IF WS-FREQ-A-JOURS = 0
000000         OR WS-FREQ-B-JOURS = 0
000000         OR WS-FREQ-C-JOURS = 0
000000         DISPLAY 'FREQUENCE DE COMPTAGE NULLE : A = '
000000             WS-FREQ-A-JOURS ' B = ' WS-FREQ-B-JOURS
000000             ' C = ' WS-FREQ-C-JOURS
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000     IF WS-DATE-INVENTAIRE NOT = SPACES
000000         IF WS-DATE-INVENTAIRE-NUM NUMERIC
000000             COMPUTE WS-INVENTAIRE-INT =
000000                 FUNCTION INTEGER-OF-DATE(WS-DATE-INVENTAIRE-NUM)
000000         ELSE
000000             MOVE 0 TO WS-INVENTAIRE-INT
000000         END-IF
000000         IF WS-INVENTAIRE-INT = 0
000000             OR WS-INVENTAIRE-INT > WS-JOUR-INT
000000             DISPLAY 'DATE-INVENTAIRE-GENERAL INVALIDE : '
000000                 WS-DATE-INVENTAIRE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 130-VIDER-UNE-CLASSE.
000000     INITIALIZE WS-CLASSE-ENTREE(WS-IDX-CLASSE).
000000*
000000 140-ECRIRE-ENTETE.
000000     MOVE WS-SEUIL-A-PCT TO WS-PCT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SORTIES DU '            DELIMITED BY SIZE
000000            WS-DATE-DEBUT-FORMATEE   DELIMITED BY SIZE
000000            ' AU '                   DELIMITED BY SIZE
000000            WS-DATE-FORMATEE         DELIMITED BY SIZE
000000            ' - CLASSE A JUSQU''A '  DELIMITED BY SIZE
000000            WS-PCT-EDITE             DELIMITED BY SIZE
000000            ' %, '                   DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     MOVE WS-SEUIL-B-PCT TO WS-PCT-EDITE.
000000     MOVE 'CLASSE B JUSQU''A ' TO WS-LIGNE-RAPPORT(69:17).
000000     MOVE WS-PCT-EDITE TO WS-LIGNE-RAPPORT(86:6).
000000     MOVE ' % DE LA VALEUR CUMULEE' TO WS-LIGNE-RAPPORT(92:23).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'RANG   ID  DP LIBELLE        CAT  SORTIE '
000000                                  DELIMITED BY SIZE
000000            '    VALEUR SORTIES  CUMUL%  CL  '
000000                                  DELIMITED BY SIZE
000000            'DERN.CPTE   ECHEANCE    OBSERVATION'
000000                                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
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
000000*    D'UNE MEME CLE = CUMUL DES SORTIES ; CLE DU MAITRE
000000*    DEPASSEE = ARTICLE COMPLET, A VALORISER
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
000000             MOVE 0 TO WS-QTE-SORTIE
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
000000             PERFORM 350-VALORISER-ARTICLE
000000             PERFORM 310-LIRE-MAITRE
000000         WHEN OTHER
000000             PERFORM 340-CUMULER-SORTIE
000000             PERFORM 320-LIRE-MOUVEMENT
000000     END-EVALUATE.
000000*
000000 340-CUMULER-SORTIE.
000000*    SEULES LES SORTIES 'S' DE LA PERIODE COMPTENT ; UN
000000*    AJUSTEMENT D'INVENTAIRE (PIECE 'I') CORRIGE LE STOCK
000000*    MAIS N'EST PAS UNE CONSOMMATION ET RESTE EXCLU
000000     IF FS-TRIE-CODE = 'S'
000000         IF FS-TRIE-REF-TYPE = 'I'
000000             ADD 1 TO WS-CPT-AJUSTEMENTS
000000         ELSE
000000             MOVE SPACES TO WS-DATE-MVT-AAAAMMJJ
000000             STRING FS-TRIE-DATE(1:4) DELIMITED BY SIZE
000000                    FS-TRIE-DATE(6:2) DELIMITED BY SIZE
000000                    FS-TRIE-DATE(9:2) DELIMITED BY SIZE
000000                 INTO WS-DATE-MVT-AAAAMMJJ
000000             IF WS-DATE-MVT-NUM NUMERIC
000000                 COMPUTE WS-MVT-INT =
000000                     FUNCTION INTEGER-OF-DATE(WS-DATE-MVT-NUM)
000000             ELSE
000000                 MOVE 0 TO WS-MVT-INT
000000             END-IF
000000             IF WS-MVT-INT = 0
000000                 OR FS-TRIE-QTE NOT NUMERIC
000000                 ADD 1 TO WS-CPT-ILLISIBLES
000000             ELSE
000000                 IF WS-MVT-INT < WS-DEBUT-INT
000000                     OR WS-MVT-INT > WS-JOUR-INT
000000                     ADD 1 TO WS-CPT-HORS-PERIODE
000000                 ELSE
000000                     ADD 1 TO WS-CPT-SORTIES
000000                     ADD FS-TRIE-QTE TO WS-QTE-SORTIE
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 350-VALORISER-ARTICLE.
000000*    TOUT ARTICLE DU MAITRE EST CLASSE, MEME SANS SORTIE :
000000*    SA VALEUR NULLE LE RANGE EN C
000000     ADD 1 TO WS-CPT-ARTICLES.
000000     COMPUTE WS-VALEUR = WS-QTE-SORTIE * FS-SORTIE-PRICE
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-VALEUR
000000             DISPLAY 'VALORISATION HORS CAPACITE, '
000000                 'ARTICLE : ' FS-SORTIE-ID
000000     END-COMPUTE.
000000     IF WS-VALEUR < 0
000000         MOVE 0 TO WS-VALEUR
000000     END-IF.
000000     ADD WS-VALEUR TO WS-TOTAL-VALEUR.
000000     MOVE WS-VALEUR       TO FS-TRAV-VALEUR.
000000     MOVE FS-SORTIE-ID    TO FS-TRAV-ID.
000000     MOVE FS-SORTIE-DEPOT TO FS-TRAV-DEPOT.
000000     MOVE FS-SORTIE-NAME  TO FS-TRAV-NAME.
000000     MOVE FS-SORTIE-CAT   TO FS-TRAV-CAT.
000000     MOVE WS-QTE-SORTIE   TO FS-TRAV-QTE.
000000     WRITE FS-VALEUR-TRAVAIL.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE ABC-RANKING-WORK.TXT EN ERREUR : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 400-TRIER-VALEURS.
000000*    RANG PAR VALEUR DECROISSANTE ; A VALEUR EGALE, ORDRE
000000*    DE CLE POUR QUE LE CLASSEMENT SOIT REPRODUCTIBLE
000000     CLOSE VALEURS-TRAVAIL.
000000     MOVE 'N' TO WS-TRAVAIL-OUVERT.
000000     SORT SORT-VALEURS
000000         ON DESCENDING KEY SD-VAL-VALEUR
000000         ON ASCENDING KEY SD-VAL-ID
000000                          SD-VAL-DEPOT
000000         USING VALEURS-TRAVAIL
000000         GIVING VALEURS-TRIEES.
000000     IF SORT-RETURN NOT = 0
000000         DISPLAY 'TRI DES VALEURS DE SORTIE EN PANNE, CODE : '
000000             SORT-RETURN
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 500-CLASSER-ARTICLES.
000000     OPEN INPUT VALEURS-TRIEES.
000000     IF WS-TRIEES-STATUT NOT = '00'
000000         DISPLAY 'ABC-RANKING-SORTED.TXT ILLISIBLE, STATUT : '
000000             WS-TRIEES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-TRIEES-OUVERT
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000             READ VALEURS-TRIEES
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 510-CLASSER-UN-ARTICLE
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000*
000000 510-CLASSER-UN-ARTICLE.
000000*    L'ARTICLE QUI FRANCHIT UN SEUIL RESTE DANS LA CLASSE
000000*    SUPERIEURE : SEUL COMPTE LE CUMUL DES ARTICLES RANGES
000000*    AVANT LUI. SANS SORTIE DANS LA PERIODE : C D'OFFICE
000000     ADD 1 TO WS-RANG.
000000     IF FS-VTRI-VALEUR = 0 OR WS-TOTAL-VALEUR = 0
000000         MOVE 3 TO WS-IDX-CLASSE
000000     ELSE
000000         COMPUTE WS-PCT-AVANT =
000000             WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
000000         EVALUATE TRUE
000000             WHEN WS-PCT-AVANT < WS-SEUIL-A-PCT
000000                 MOVE 1 TO WS-IDX-CLASSE
000000             WHEN WS-PCT-AVANT < WS-SEUIL-B-PCT
000000                 MOVE 2 TO WS-IDX-CLASSE
000000             WHEN OTHER
000000                 MOVE 3 TO WS-IDX-CLASSE
000000         END-EVALUATE
000000     END-IF.
000000     ADD FS-VTRI-VALEUR TO WS-CUMUL-VALEUR.
000000     IF WS-TOTAL-VALEUR = 0
000000         MOVE 0 TO WS-PCT-CUMUL
000000     ELSE
000000         COMPUTE WS-PCT-CUMUL ROUNDED =
000000             WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
000000     END-IF.
000000     ADD 1 TO WS-CLASSE-NB(WS-IDX-CLASSE).
000000     ADD FS-VTRI-VALEUR TO WS-CLASSE-VALEUR(WS-IDX-CLASSE).
000000     PERFORM 520-LIRE-CONTROLE.
000000     IF WS-PANNE = 'N'
000000         PERFORM 530-PLANIFIER-COMPTAGE
000000         IF WS-A-COMPTER = 'Y'
000000             PERFORM 540-ECRIRE-FEUILLE
000000         END-IF
000000         PERFORM 550-IMPRIMER-LIGNE
000000         PERFORM 560-MAJ-CONTROLE
000000     END-IF.
000000*
000000 520-LIRE-CONTROLE.
000000     MOVE 'N' TO WS-CTL-NOUVEAU.
000000     MOVE FS-VTRI-ID    TO FS-CTL-ID.
000000     MOVE FS-VTRI-DEPOT TO FS-CTL-DEPOT.
000000     READ CONTROLE-COMPTAGES
000000         INVALID KEY
000000             MOVE 'Y' TO WS-CTL-NOUVEAU
000000             MOVE SPACES TO FS-CTL-CLASSE
000000             MOVE SPACES TO FS-CTL-DATE-CLASSEMENT
000000             MOVE SPACES TO FS-CTL-DERN-COMPTE
000000     END-READ.
000000     IF WS-CONTROLE-STATUT NOT = '00'
000000         AND WS-CONTROLE-STATUT NOT = '23'
000000         DISPLAY 'LECTURE CYCLE-COUNT-CONTROL.TXT EN ERREUR : '
000000             WS-CONTROLE-STATUT ' CLE : ' FS-CTL-CLE
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 530-PLANIFIER-COMPTAGE.
000000*    ECHEANCE = DERNIER COMPTAGE + FREQUENCE DE LA CLASSE
000000*    ACTUELLE. DU LE JOUR DE L'ECHEANCE, EN RETARD AU-DELA ;
000000*    UN ARTICLE JAMAIS COMPTE (NI INVENTAIRE GENERAL DONNE)
000000*    EST DU TOUT DE SUITE
000000     MOVE 'N' TO WS-A-COMPTER.
000000     MOVE 'N' TO WS-EN-RETARD.
000000     MOVE 'N' TO WS-JAMAIS-COMPTE.
000000     MOVE FS-CTL-DERN-COMPTE TO WS-DERN-COMPTE.
000000     MOVE 0 TO WS-DERN-INT.
000000     IF WS-DERN-COMPTE NOT = SPACES
000000         AND WS-DERN-COMPTE-NUM NUMERIC
000000         COMPUTE WS-DERN-INT =
000000             FUNCTION INTEGER-OF-DATE(WS-DERN-COMPTE-NUM)
000000     END-IF.
000000     IF WS-DERN-INT = 0
000000         MOVE WS-INVENTAIRE-INT TO WS-DERN-INT
000000         MOVE WS-DATE-INVENTAIRE TO WS-DERN-COMPTE
000000     END-IF.
000000     IF WS-DERN-INT = 0
000000         MOVE 'Y' TO WS-JAMAIS-COMPTE
000000         MOVE 'Y' TO WS-A-COMPTER
000000         MOVE 'JAMAIS' TO WS-DERN-EDITE
000000         MOVE WS-DATE-FORMATEE TO WS-ECHEANCE-EDITEE
000000         MOVE 'JAMAIS COMPTE' TO WS-OBSERVATION
000000         ADD 1 TO WS-CLASSE-JAMAIS(WS-IDX-CLASSE)
000000     ELSE
000000         STRING WS-DERN-COMPTE(1:4) '-'
000000                WS-DERN-COMPTE(5:2) '-'
000000                WS-DERN-COMPTE(7:2)
000000             INTO WS-DERN-EDITE
000000         COMPUTE WS-ECHEANCE-INT =
000000             WS-DERN-INT + WS-CLASSE-FREQ(WS-IDX-CLASSE)
000000         COMPUTE WS-ECHEANCE-NUM =
000000             FUNCTION DATE-OF-INTEGER(WS-ECHEANCE-INT)
000000         STRING WS-ECHEANCE-X(1:4) '-'
000000                WS-ECHEANCE-X(5:2) '-'
000000                WS-ECHEANCE-X(7:2)
000000             INTO WS-ECHEANCE-EDITEE
000000         EVALUATE TRUE
000000             WHEN WS-ECHEANCE-INT < WS-JOUR-INT
000000                 MOVE 'Y' TO WS-A-COMPTER
000000                 MOVE 'Y' TO WS-EN-RETARD
000000                 MOVE '*** EN RETARD' TO WS-OBSERVATION
000000                 ADD 1 TO WS-CLASSE-RETARD(WS-IDX-CLASSE)
000000                 ADD 1 TO WS-CPT-RETARD
000000             WHEN WS-ECHEANCE-INT = WS-JOUR-INT
000000                 MOVE 'Y' TO WS-A-COMPTER
000000                 MOVE 'A COMPTER' TO WS-OBSERVATION
000000             WHEN OTHER
000000                 MOVE SPACES TO WS-OBSERVATION
000000         END-EVALUATE
000000     END-IF.
000000     IF WS-A-COMPTER = 'Y'
000000         ADD 1 TO WS-CLASSE-A-COMPTER(WS-IDX-CLASSE)
000000     END-IF.
000000*
000000 540-ECRIRE-FEUILLE.
000000*    QUANTITE A BLANC : UNE LIGNE NON RENSEIGNEE PAR LE
000000*    COMPTEUR SERA IGNOREE COMME ILLISIBLE A LA RELECTURE
000000     MOVE FS-VTRI-ID    TO FS-FEUILLE-ID.
000000     MOVE FS-VTRI-DEPOT TO FS-FEUILLE-DEP.
000000     MOVE SPACES        TO FS-FEUILLE-QTY.
000000     WRITE FS-FEUILLE.
000000     IF WS-FEUILLE-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE CYCLE-COUNT-SHEET.TXT EN ERREUR : '
000000             WS-FEUILLE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         ADD 1 TO WS-CPT-FEUILLE
000000     END-IF.
000000*
000000 550-IMPRIMER-LIGNE.
000000     MOVE WS-RANG TO WS-RANG-EDITE.
000000     MOVE FS-VTRI-QTE TO WS-QTE-EDITE.
000000     MOVE FS-VTRI-VALEUR TO WS-VALEUR-EDITE.
000000     MOVE WS-PCT-CUMUL TO WS-PCT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-RANG-EDITE       DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-VTRI-ID          DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-VTRI-DEPOT       DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-VTRI-NAME        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-VTRI-CAT         DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-QTE-EDITE        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-VALEUR-EDITE     DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-PCT-EDITE        DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-LETTRES-CLASSES(WS-IDX-CLASSE:1)
000000                                DELIMITED BY SIZE
000000            '   '               DELIMITED BY SIZE
000000            WS-DERN-EDITE       DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-ECHEANCE-EDITEE  DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-OBSERVATION      DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 560-MAJ-CONTROLE.
000000*    LA CLASSE DU JOUR EST RETENUE ; LA DATE DU DERNIER
000000*    COMPTAGE N'EST TOUCHEE QUE PAR INVENTAIRE-PHYSIQUE
000000     MOVE WS-LETTRES-CLASSES(WS-IDX-CLASSE:1) TO FS-CTL-CLASSE.
000000     MOVE WS-DATE-AAAAMMJJ TO FS-CTL-DATE-CLASSEMENT.
000000     IF WS-CTL-NOUVEAU = 'Y'
000000         WRITE FS-CONTROLE
000000     ELSE
000000         REWRITE FS-CONTROLE
000000     END-IF.
000000     IF WS-CONTROLE-STATUT NOT = '00'
000000         DISPLAY 'MISE A JOUR CYCLE-COUNT-CONTROL.TXT EN '
000000             'ERREUR : ' WS-CONTROLE-STATUT ' CLE : ' FS-CTL-CLE
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 600-IMPRIMER-SYNTHESE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SYNTHESE PAR CLASSE' DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'CLASSE  ARTICLES      VALEUR SORTIES  % VALEUR  '
000000                                  DELIMITED BY SIZE
000000            'FREQ.J  A COMPTER  EN RETARD   JAMAIS'
000000                                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 610-ECRIRE-LIGNE-CLASSE
000000         VARYING WS-IDX-CLASSE FROM 1 BY 1
000000         UNTIL WS-IDX-CLASSE > 3.
000000*
000000 610-ECRIRE-LIGNE-CLASSE.
000000     IF WS-TOTAL-VALEUR = 0
000000         MOVE 0 TO WS-PCT-CUMUL
000000     ELSE
000000         COMPUTE WS-PCT-CUMUL ROUNDED =
000000             WS-CLASSE-VALEUR(WS-IDX-CLASSE) * 100
000000             / WS-TOTAL-VALEUR
000000     END-IF.
000000     MOVE WS-PCT-CUMUL TO WS-PCT-EDITE.
000000     MOVE WS-CLASSE-VALEUR(WS-IDX-CLASSE) TO WS-VALEUR-EDITE.
000000     MOVE WS-CLASSE-FREQ(WS-IDX-CLASSE) TO WS-FREQ-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     MOVE WS-LETTRES-CLASSES(WS-IDX-CLASSE:1)
000000         TO WS-LIGNE-RAPPORT(4:1).
000000     MOVE WS-CLASSE-NB(WS-IDX-CLASSE) TO WS-CPT-EDITE.
000000     MOVE WS-CPT-EDITE TO WS-LIGNE-RAPPORT(9:7).
000000     MOVE WS-VALEUR-EDITE TO WS-LIGNE-RAPPORT(17:18).
000000     MOVE WS-PCT-EDITE TO WS-LIGNE-RAPPORT(39:6).
000000     MOVE WS-FREQ-EDITE TO WS-LIGNE-RAPPORT(49:4).
000000     MOVE WS-CLASSE-A-COMPTER(WS-IDX-CLASSE) TO WS-CPT-EDITE.
000000     MOVE WS-CPT-EDITE TO WS-LIGNE-RAPPORT(56:7).
000000     MOVE WS-CLASSE-RETARD(WS-IDX-CLASSE) TO WS-CPT-EDITE.
000000     MOVE WS-CPT-EDITE TO WS-LIGNE-RAPPORT(67:7).
000000     MOVE WS-CLASSE-JAMAIS(WS-IDX-CLASSE) TO WS-CPT-EDITE.
000000     MOVE WS-CPT-EDITE TO WS-LIGNE-RAPPORT(76:7).
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 700-ECRIRE-TOTAUX.
000000     MOVE WS-CPT-ARTICLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES CLASSES         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-JOURNAL TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES DU JOURNAL LUES   : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-SORTIES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SORTIES RETENUES         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-HORS-PERIODE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SORTIES HORS PERIODE     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-AJUSTEMENTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'AJUSTEMENTS EXCLUS       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ILLISIBLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SORTIES ILLISIBLES       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-HORS-MAITRE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES HORS MAITRE       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-FEUILLE TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES A COMPTER CE JOUR : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-RETARD TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DONT EN RETARD           : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VALEUR TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR TOTALE DES SORTIES: ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-FEUILLE TO WS-CPT-EDITE.
000000     DISPLAY 'CLASSEMENT ABC TERMINE, LIGNES A COMPTER : '
000000         WS-CPT-EDITE.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-ABC FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE ABC-CLASSIFICATION-REPORT.TXT EN '
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
000000     IF WS-TRAVAIL-OUVERT = 'Y'
000000         CLOSE VALEURS-TRAVAIL
000000     END-IF.
000000     IF WS-TRIEES-OUVERT = 'Y'
000000         CLOSE VALEURS-TRIEES
000000     END-IF.
000000     IF WS-CONTROLE-OUVERT = 'Y'
000000         CLOSE CONTROLE-COMPTAGES
000000     END-IF.
000000     IF WS-FEUILLE-OUVERT = 'Y'
000000         CLOSE FEUILLE-COMPTAGE
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-ABC
000000     END-IF.
