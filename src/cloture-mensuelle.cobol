000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : CLOTURE MENSUELLE DU STOCK. A
000000*    LANCER APRES LE DERNIER CYCLE DU MOIS (RUN-CONTROL.TXT
000000*    'TERMINE'). FIGE UN CLICHE DE CHAQUE RECORD DU MAITRE
000000*    SORTIE (QUANTITE, PRIX, VALEUR) DANS LE FICHIER
000000*    CUMULATIF DES CLICHES ET INSCRIT LA PERIODE AU
000000*    REGISTRE DES PERIODES CLOSES, QUI INTERDIT DE CLORE
000000*    DEUX FOIS LE MEME MOIS. IMPRIME ENSUITE LE TABLEAU DE
000000*    PASSAGE PAR ARTICLE ET PAR CATEGORIE : CLICHE
000000*    D'OUVERTURE + RECEPTIONS - SORTIES +/- TRANSFERTS
000000*    +/- AJUSTEMENTS D'INVENTAIRE (JOURNAL DES MOUVEMENTS
000000*    DU MOIS) = CLOTURE ATTENDUE, CONFRONTEE AU CLICHE DE
000000*    CLOTURE ; TOUTE DIFFERENCE SORT EN ECART INEXPLIQUE.
000000*    LE CLICHE D'OUVERTURE, LE MAITRE ET LE JOURNAL TRIE
000000*    SONT CONFRONTES EN UNE PASSE, EN ORDRE DE CLE
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. CLOTURE-MENSUELLE.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000         SELECT CONTROLE-EXECUTION ASSIGN TO 'run-control.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RCTRL-STATUT.
000000*        REGISTRE DES PERIODES CLOSES, UNE LIGNE PAR MOIS
000000         SELECT PERIODES-CLOSES ASSIGN TO 'closed-periods.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-PERIODES-STATUT.
000000*        CLICHES DE FIN DE MOIS, CUMULES DE MOIS EN MOIS ET
000000*        RANGES EN ORDRE DE CLE A L'INTERIEUR D'UNE PERIODE
000000         SELECT CLICHES ASSIGN TO 'period-close-snapshot.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-CLICHES-STATUT.
000000*        CLICHE DU MOIS EN COURS DE CONSTITUTION, AJOUTE AUX
000000*        CLICHES UNE FOIS LA CONFRONTATION MENEE A SON TERME
000000         SELECT CLICHE-TRAVAIL ASSIGN TO 'period-close-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRAVAIL-STATUT.
000000         SELECT JOURNAL-MOUVEMENTS
000000             ASSIGN TO 'stock-movement-journal.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-JOURNAL-STATUT.
000000         SELECT SORT-MOUVEMENTS ASSIGN TO 'sortwk4'.
000000         SELECT MOUVEMENTS-TRIES
000000             ASSIGN TO 'stock-movement-sorted.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRIES-STATUT.
000000         SELECT RAPPORT-CLOTURE
000000             ASSIGN TO 'period-close-report.txt'
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
000000     FD CONTROLE-EXECUTION.
000000         01 FS-RCTRL.
000000         05 FS-RCTRL-DATE   PIC X(10).
000000         05 FILLER          PIC X(1).
000000         05 FS-RCTRL-CYCLE  PIC 9(4).
000000         05 FILLER          PIC X(1).
000000         05 FS-RCTRL-ETAT   PIC X(8).
000000     FD PERIODES-CLOSES.
000000         01 FS-PERIODE-CLOSE.
000000         05 FS-PER-PERIODE    PIC X(7).
000000         05 FILLER            PIC X(1).
000000         05 FS-PER-DATE       PIC X(10).
000000         05 FILLER            PIC X(1).
000000         05 FS-PER-CYCLE      PIC 9(4).
000000         05 FILLER            PIC X(1).
000000         05 FS-PER-NB         PIC 9(6).
000000         05 FILLER            PIC X(1).
000000         05 FS-PER-VALEUR     PIC S9(15)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 FILLER            PIC X(1).
000000         05 FS-PER-OUVERTURE  PIC X(7).
000000     FD CLICHES.
000000         01 FS-CLICHE.
000000         05 FS-CLI-PERIODE    PIC X(7).
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-CLE.
000000            10 FS-CLI-ID      PIC X(3).
000000            10 FS-CLI-DEPOT   PIC X(2).
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-NAME       PIC X(14).
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-CAT        PIC X(2).
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-QTY        PIC 9(5).
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-PRICE      PIC S9(13)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-VALEUR     PIC S9(15)V99
000000                               SIGN IS TRAILING SEPARATE.
000000         05 FILLER            PIC X(1).
000000         05 FS-CLI-CMUP       PIC S9(11)V9(4)
000000                               SIGN IS TRAILING SEPARATE.
000000     FD CLICHE-TRAVAIL.
000000         01 FS-CLICHE-TRAVAIL PIC X(90).
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
000000     FD RAPPORT-CLOTURE.
000000         01 FS-RAPPORT-CLOTURE PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-RCTRL-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-PERIODES-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-CLICHES-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRAVAIL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-JOURNAL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRIES-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-CLICHES-OUVERT     PIC X VALUE 'N'.
000000           01 WS-TRAVAIL-OUVERT     PIC X VALUE 'N'.
000000           01 WS-TRIES-OUVERT       PIC X VALUE 'N'.
000000           01 WS-JOURNAL-PRESENT    PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*    REFUS DE CLOTURE : CODE RETOUR 8, RIEN N'EST ECRIT
000000           01 WS-REFUS              PIC X VALUE 'N'.
000000*
000000*    PERIODE A CLORE (AAAA-MM) ET PERIODE DU CLICHE
000000*    D'OUVERTURE, LA DERNIERE DEJA CLOSE AU REGISTRE
000000           01 WS-MOIS-DEMANDE       PIC X(7) VALUE SPACES.
000000           01 WS-PERIODE-OUVERTURE  PIC X(7) VALUE SPACES.
000000           01 WS-MOIS-PRECEDENT     PIC X(7) VALUE SPACES.
000000           01 WS-AAAA-NUM           PIC 9(4) VALUE 0.
000000           01 WS-MM-NUM             PIC 9(2) VALUE 0.
000000           01 WS-DEJA-CLOSE         PIC X VALUE 'N'.
000000           01 WS-CPT-CLICHES-MOIS   PIC 9(6) VALUE 0.
000000*
000000*    FICHE DE CONTROLE D'EXECUTION DU PROGRAMME PRINCIPAL
000000           01 WS-RCTRL-EXISTE       PIC X VALUE 'N'.
000000           01 WS-RCTRL-DATE-LUE     PIC X(10) VALUE SPACES.
000000           01 WS-RCTRL-CYCLE-LU     PIC 9(4) VALUE 0.
000000           01 WS-RCTRL-ETAT-LU      PIC X(8) VALUE SPACES.
000000*
000000*    CLES EN COURS DES TROIS FICHIERS ; HIGH-VALUES MARQUE
000000*    LA FIN D'UN FICHIER DANS LA CONFRONTATION
000000           01 WS-CLE-OUVERTURE.
000000           05 WS-CLE-OUV-ID         PIC X(3).
000000           05 WS-CLE-OUV-DEP        PIC X(2).
000000           01 WS-CLE-MAITRE.
000000           05 WS-CLE-MAITRE-ID      PIC X(3).
000000           05 WS-CLE-MAITRE-DEP     PIC X(2).
000000           01 WS-CLE-MVT.
000000           05 WS-CLE-MVT-ID         PIC X(3).
000000           05 WS-CLE-MVT-DEP        PIC X(2).
000000           01 WS-CLE-COURANTE.
000000           05 WS-CLE-COUR-ID        PIC X(3).
000000           05 WS-CLE-COUR-DEP       PIC X(2).
000000           01 WS-LIGNE-RETENUE      PIC X VALUE 'N'.
000000*
000000*    PASSAGE DE L'ARTICLE EN COURS, EN QUANTITES SIGNEES
000000           01 WS-ART-OUVERTURE      PIC X VALUE 'N'.
000000           01 WS-ART-CLOTURE        PIC X VALUE 'N'.
000000           01 WS-ART-NAME           PIC X(14).
000000           01 WS-ART-CAT            PIC X(2).
000000           01 WS-ART-PRIX           PIC S9(13)V99 VALUE 0.
000000           01 WS-ART-QTE-OUV        PIC S9(7) VALUE 0.
000000           01 WS-ART-RECEPTIONS     PIC S9(7) VALUE 0.
000000           01 WS-ART-SORTIES        PIC S9(7) VALUE 0.
000000           01 WS-ART-TRANSFERTS     PIC S9(7) VALUE 0.
000000           01 WS-ART-AJUSTEMENTS    PIC S9(7) VALUE 0.
000000           01 WS-ART-ATTENDU        PIC S9(7) VALUE 0.
000000           01 WS-ART-QTE-CLO        PIC S9(7) VALUE 0.
000000           01 WS-ART-ECART          PIC S9(7) VALUE 0.
000000           01 WS-ART-VAL-OUV        PIC S9(15)V99 VALUE 0.
000000           01 WS-ART-VAL-CLO        PIC S9(15)V99 VALUE 0.
000000           01 WS-ART-VAL-ECART      PIC S9(15)V99 VALUE 0.
000000*
000000*    CLICHE DE CLOTURE EN CONSTRUCTION, MEME GABARIT QUE
000000*    FS-CLICHE
000000           01 WS-CLICHE.
000000           05 WS-CLI-PERIODE        PIC X(7).
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-ID             PIC X(3).
000000           05 WS-CLI-DEPOT          PIC X(2).
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-NAME           PIC X(14).
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-CAT            PIC X(2).
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-QTY            PIC 9(5).
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-PRICE          PIC S9(13)V99
000000                                     SIGN IS TRAILING SEPARATE.
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-VALEUR         PIC S9(15)V99
000000                                     SIGN IS TRAILING SEPARATE.
000000           05 FILLER                PIC X(1) VALUE SPACE.
000000           05 WS-CLI-CMUP           PIC S9(11)V9(4)
000000                                     SIGN IS TRAILING SEPARATE.
000000*
000000*    SOUS-TOTAUX DU PASSAGE PAR CATEGORIE
000000           01 WS-TABLE-CATEGORIES.
000000           05 WS-CATEGORIE-ENTREE OCCURS 20 TIMES.
000000              10 WS-CATEG-CODE      PIC X(2).
000000              10 WS-CATEG-NB        PIC 9(6).
000000              10 WS-CATEG-OUV       PIC S9(9).
000000              10 WS-CATEG-RECEP     PIC S9(9).
000000              10 WS-CATEG-SORTIES   PIC S9(9).
000000              10 WS-CATEG-TRANSF    PIC S9(9).
000000              10 WS-CATEG-AJUST     PIC S9(9).
000000              10 WS-CATEG-ATTENDU   PIC S9(9).
000000              10 WS-CATEG-CLO       PIC S9(9).
000000              10 WS-CATEG-ECART     PIC S9(9).
000000              10 WS-CATEG-VAL-OUV   PIC S9(15)V99.
000000              10 WS-CATEG-VAL-CLO   PIC S9(15)V99.
000000              10 WS-CATEG-VAL-ECART PIC S9(15)V99.
000000           01 WS-NB-CATEGORIES      PIC 9(2) VALUE 0.
000000           01 WS-IDX-CATEG          PIC 9(2) VALUE 0.
000000           01 WS-CATEG-TROUVEE      PIC X VALUE 'N'.
000000*
000000           01 WS-TOTAL-VAL-OUV      PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-VAL-CLO      PIC S9(15)V99 VALUE 0.
000000           01 WS-TOTAL-VAL-ECART    PIC S9(15)V99 VALUE 0.
000000           01 WS-CPT-CLICHES        PIC 9(6) VALUE 0.
000000           01 WS-CPT-ARTICLES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-ECARTS         PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-MOIS    PIC 9(6) VALUE 0.
000000           01 WS-CPT-ILLISIBLES     PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000           01 WS-QTE-EDITE-1        PIC -(6)9.
000000           01 WS-QTE-EDITE-2        PIC -(6)9.
000000           01 WS-QTE-EDITE-3        PIC -(6)9.
000000           01 WS-QTE-EDITE-4        PIC -(6)9.
000000           01 WS-QTE-EDITE-5        PIC -(6)9.
000000           01 WS-QTE-EDITE-6        PIC -(6)9.
000000           01 WS-QTE-EDITE-7        PIC -(6)9.
000000           01 WS-QTE-EDITE-8        PIC -(6)9.
000000           01 WS-CUMUL-EDITE-1      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-2      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-3      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-4      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-5      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-6      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-7      PIC -(8)9.
000000           01 WS-CUMUL-EDITE-8      PIC -(8)9.
000000           01 WS-VALEUR-EDITE       PIC -(14)9.99.
000000           01 WS-VALEUR-EDITE-2     PIC -(14)9.99.
000000           01 WS-VALEUR-EDITE-3     PIC -(14)9.99.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N' AND WS-REFUS = 'N'
000000         PERFORM 150-OUVRIR-FICHIERS
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-REFUS = 'N'
000000         AND WS-JOURNAL-PRESENT = 'Y'
000000         PERFORM 200-TRIER-JOURNAL
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-REFUS = 'N'
000000         PERFORM 300-CONFRONTER-FICHIERS
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-REFUS = 'N'
000000         PERFORM 400-ENREGISTRER-CLOTURE
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-REFUS = 'N'
000000         PERFORM 500-IMPRIMER-CATEGORIES
000000         PERFORM 600-ECRIRE-TOTAUX
000000     END-IF.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SUR PANNE D'UN FICHIER OU DU TRI ; CODE 8 SI LA
000000*    CLOTURE EST REFUSEE ; CODE 4 SI LE PASSAGE PRESENTE DES
000000*    ECARTS INEXPLIQUES OU S'IL N'A PAS D'OUVERTURE CONTIGUE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-REFUS = 'Y'
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             IF WS-CPT-ECARTS > 0
000000                 OR WS-PERIODE-OUVERTURE NOT = WS-MOIS-PRECEDENT
000000                 MOVE 4 TO RETURN-CODE
000000             END-IF
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
000000     PERFORM 110-LIRE-CONTROLE-EXECUTION.
000000*    SANS ARGUMENT, LE MOIS DU DERNIER CYCLE EN FICHE, A
000000*    DEFAUT LE MOIS EN COURS
000000     ACCEPT WS-MOIS-DEMANDE FROM COMMAND-LINE.
000000     IF WS-MOIS-DEMANDE = SPACES
000000         IF WS-RCTRL-EXISTE = 'Y'
000000             MOVE WS-RCTRL-DATE-LUE(1:7) TO WS-MOIS-DEMANDE
000000         ELSE
000000             MOVE WS-DATE-FORMATEE(1:7) TO WS-MOIS-DEMANDE
000000         END-IF
000000     END-IF.
000000     IF WS-MOIS-DEMANDE(1:4) NOT NUMERIC
000000         OR WS-MOIS-DEMANDE(5:1) NOT = '-'
000000         OR WS-MOIS-DEMANDE(6:2) NOT NUMERIC
000000         DISPLAY 'USAGE : CLOTURE-MENSUELLE [AAAA-MM]'
000000         MOVE 'Y' TO WS-REFUS
000000     ELSE
000000         PERFORM 115-CALCULER-MOIS-PRECEDENT
000000         PERFORM 120-LIRE-PERIODES-CLOSES
000000         PERFORM 130-EXPLORER-CLICHES
000000         PERFORM 140-DECIDER-CLOTURE
000000     END-IF.
000000*
000000 110-LIRE-CONTROLE-EXECUTION.
000000     OPEN INPUT CONTROLE-EXECUTION.
000000     IF WS-RCTRL-STATUT = '00'
000000         READ CONTROLE-EXECUTION
000000             AT END CONTINUE
000000             NOT AT END
000000                 MOVE FS-RCTRL-DATE TO WS-RCTRL-DATE-LUE
000000                 IF FS-RCTRL-CYCLE NUMERIC
000000                     MOVE FS-RCTRL-CYCLE TO WS-RCTRL-CYCLE-LU
000000                 END-IF
000000                 MOVE FS-RCTRL-ETAT TO WS-RCTRL-ETAT-LU
000000                 MOVE 'Y' TO WS-RCTRL-EXISTE
000000         END-READ
000000         CLOSE CONTROLE-EXECUTION
000000     ELSE
000000         DISPLAY 'RUN-CONTROL.TXT ABSENT, CONTROLE DE CYCLE '
000000             'NEUTRALISE'
000000     END-IF.
000000*
000000 115-CALCULER-MOIS-PRECEDENT.
000000     MOVE WS-MOIS-DEMANDE(1:4) TO WS-AAAA-NUM.
000000     MOVE WS-MOIS-DEMANDE(6:2) TO WS-MM-NUM.
000000     IF WS-MM-NUM = 1
000000         SUBTRACT 1 FROM WS-AAAA-NUM
000000         MOVE 12 TO WS-MM-NUM
000000     ELSE
000000         SUBTRACT 1 FROM WS-MM-NUM
000000     END-IF.
000000     STRING WS-AAAA-NUM DELIMITED BY SIZE
000000            '-'         DELIMITED BY SIZE
000000            WS-MM-NUM   DELIMITED BY SIZE
000000         INTO WS-MOIS-PRECEDENT.
000000*
000000 120-LIRE-PERIODES-CLOSES.
000000*    REGISTRE ABSENT = PREMIERE CLOTURE, SANS OUVERTURE
000000     OPEN INPUT PERIODES-CLOSES.
000000     IF WS-PERIODES-STATUT = '00'
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ PERIODES-CLOSES
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 125-RETENIR-UNE-PERIODE
000000             END-READ
000000         END-PERFORM
000000         CLOSE PERIODES-CLOSES
000000     END-IF.
000000*
000000 125-RETENIR-UNE-PERIODE.
000000     IF FS-PER-PERIODE = WS-MOIS-DEMANDE
000000         MOVE 'Y' TO WS-DEJA-CLOSE
000000     END-IF.
000000     IF FS-PER-PERIODE > WS-PERIODE-OUVERTURE
000000         MOVE FS-PER-PERIODE TO WS-PERIODE-OUVERTURE
000000     END-IF.
000000*
000000 130-EXPLORER-CLICHES.
000000*    UN CLICHE DU MOIS DEMANDE SANS LIGNE AU REGISTRE EST
000000*    LE RESTE D'UNE CLOTURE INTERROMPUE
000000     OPEN INPUT CLICHES.
000000     IF WS-CLICHES-STATUT = '00'
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ CLICHES
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     IF FS-CLI-PERIODE = WS-MOIS-DEMANDE
000000                         ADD 1 TO WS-CPT-CLICHES-MOIS
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE CLICHES
000000     END-IF.
000000*
000000 140-DECIDER-CLOTURE.
000000*    UN MOIS NE SE CLOT QU'UNE FOIS, JAMAIS AVANT UN MOIS
000000*    DEJA CLOS, NI PENDANT UN CYCLE, NI APRES QU'UN CYCLE DU
000000*    MOIS SUIVANT AIT DEJA TOUCHE LE MAITRE
000000     EVALUATE TRUE
000000         WHEN WS-DEJA-CLOSE = 'Y'
000000             DISPLAY 'PERIODE ' WS-MOIS-DEMANDE
000000                 ' DEJA CLOSE, CLOTURE REFUSEE'
000000             MOVE 'Y' TO WS-REFUS
000000         WHEN WS-PERIODE-OUVERTURE NOT = SPACES
000000             AND WS-MOIS-DEMANDE < WS-PERIODE-OUVERTURE
000000             DISPLAY 'PERIODE ' WS-MOIS-DEMANDE
000000                 ' ANTERIEURE A LA DERNIERE CLOTURE '
000000                 WS-PERIODE-OUVERTURE ', CLOTURE REFUSEE'
000000             MOVE 'Y' TO WS-REFUS
000000         WHEN WS-CPT-CLICHES-MOIS > 0
000000             DISPLAY 'CLICHE PARTIEL DE ' WS-MOIS-DEMANDE
000000                 ' DANS PERIOD-CLOSE-SNAPSHOT.TXT SANS LIGNE '
000000                 'AU REGISTRE, A PURGER AVANT RELANCE'
000000             MOVE 'Y' TO WS-PANNE
000000         WHEN WS-RCTRL-EXISTE = 'Y'
000000             AND WS-RCTRL-ETAT-LU NOT = 'TERMINE'
000000             DISPLAY 'CYCLE ' WS-RCTRL-CYCLE-LU
000000                 ' NON TERMINE, CLOTURE REFUSEE'
000000             MOVE 'Y' TO WS-REFUS
000000         WHEN WS-RCTRL-EXISTE = 'Y'
000000             AND WS-RCTRL-DATE-LUE(1:7) > WS-MOIS-DEMANDE
000000             DISPLAY 'UN CYCLE DU ' WS-RCTRL-DATE-LUE
000000                 ' A DEJA TOURNE, CLOTURE DE '
000000                 WS-MOIS-DEMANDE ' REFUSEE'
000000             MOVE 'Y' TO WS-REFUS
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     IF WS-REFUS = 'N' AND WS-PANNE = 'N'
000000         AND WS-PERIODE-OUVERTURE NOT = WS-MOIS-PRECEDENT
000000         DISPLAY 'AUCUN CLICHE DE ' WS-MOIS-PRECEDENT
000000             ', OUVERTURE PRISE SUR : ' WS-PERIODE-OUVERTURE
000000     END-IF.
000000*
000000 150-OUVRIR-FICHIERS.
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000*    JOURNAL ABSENT : AUCUN MOUVEMENT SUR LE MOIS
000000     OPEN INPUT JOURNAL-MOUVEMENTS.
000000     IF WS-JOURNAL-STATUT = '00'
000000         MOVE 'Y' TO WS-JOURNAL-PRESENT
000000         CLOSE JOURNAL-MOUVEMENTS
000000     ELSE
000000         DISPLAY 'STOCK-MOVEMENT-JOURNAL.TXT ABSENT, STATUT : '
000000             WS-JOURNAL-STATUT
000000     END-IF.
000000*    PREMIERE CLOTURE : PAS DE CLICHE D'OUVERTURE A LIRE
000000     IF WS-PERIODE-OUVERTURE NOT = SPACES
000000         OPEN INPUT CLICHES
000000         IF WS-CLICHES-STATUT NOT = '00'
000000             DISPLAY 'PERIOD-CLOSE-SNAPSHOT.TXT ILLISIBLE, '
000000                 'STATUT : ' WS-CLICHES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-CLICHES-OUVERT
000000         END-IF
000000     END-IF.
000000     OPEN OUTPUT CLICHE-TRAVAIL.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'PERIOD-CLOSE-WORK.TXT IMPOSSIBLE : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-TRAVAIL-OUVERT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-CLOTURE.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'PERIOD-CLOSE-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'CLOTURE MENSUELLE DU STOCK - PERIODE '
000000                                   DELIMITED BY SIZE
000000                WS-MOIS-DEMANDE    DELIMITED BY SIZE
000000                ' - OUVERTURE : '  DELIMITED BY SIZE
000000                WS-PERIODE-OUVERTURE DELIMITED BY SIZE
000000                ' - LOT DU '       DELIMITED BY SIZE
000000                WS-DATE-FORMATEE   DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 390-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'ID  DP CT OUVERT.  RECEPT.  SORTIES  '
000000                                   DELIMITED BY SIZE
000000                'TRANSF.   AJUST.  ATTENDU     REEL    '
000000                                   DELIMITED BY SIZE
000000                'ECART       VALEUR ECART'
000000                                   DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 390-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
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
000000*    CONFRONTATION EN UNE PASSE DES TROIS FICHIERS EN ORDRE
000000*    DE CLE : LA PLUS PETITE DES TROIS CLES EN COURS EST
000000*    L'ARTICLE TRAITE, CHAQUE FICHIER QUI LA PORTE EST LU ET
000000*    AVANCE. UN ARTICLE PEUT N'EXISTER QUE D'UN COTE (CREE OU
000000*    SUPPRIME DANS LE MOIS) ; IL PASSE ALORS A ZERO DE L'AUTRE
000000     MOVE HIGH-VALUES TO WS-CLE-OUVERTURE.
000000     MOVE HIGH-VALUES TO WS-CLE-MVT.
000000     IF WS-CLICHES-OUVERT = 'Y'
000000         PERFORM 310-LIRE-OUVERTURE
000000     END-IF.
000000     IF WS-JOURNAL-PRESENT = 'Y'
000000         OPEN INPUT MOUVEMENTS-TRIES
000000         IF WS-TRIES-STATUT NOT = '00'
000000             DISPLAY 'STOCK-MOVEMENT-SORTED.TXT ILLISIBLE, '
000000                 'STATUT : ' WS-TRIES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-TRIES-OUVERT
000000             PERFORM 330-LIRE-MOUVEMENT
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
000000             PERFORM 320-LIRE-MAITRE
000000         END-IF
000000         PERFORM 340-TRAITER-UNE-CLE
000000             UNTIL (WS-CLE-OUVERTURE = HIGH-VALUES
000000                 AND WS-CLE-MAITRE = HIGH-VALUES
000000                 AND WS-CLE-MVT = HIGH-VALUES)
000000                OR WS-PANNE = 'Y'
000000     END-IF.
000000*
000000 310-LIRE-OUVERTURE.
000000*    SEULS LES CLICHES DE LA PERIODE D'OUVERTURE COMPTENT
000000     MOVE 'N' TO WS-LIGNE-RETENUE.
000000     PERFORM 315-LIRE-UN-CLICHE
000000         UNTIL WS-LIGNE-RETENUE = 'Y'
000000            OR WS-CLE-OUVERTURE = HIGH-VALUES
000000            OR WS-PANNE = 'Y'.
000000*
000000 315-LIRE-UN-CLICHE.
000000     READ CLICHES
000000         AT END MOVE HIGH-VALUES TO WS-CLE-OUVERTURE
000000         NOT AT END
000000             IF FS-CLI-PERIODE = WS-PERIODE-OUVERTURE
000000                 MOVE FS-CLI-CLE TO WS-CLE-OUVERTURE
000000                 MOVE 'Y' TO WS-LIGNE-RETENUE
000000             END-IF
000000     END-READ.
000000     IF WS-CLICHES-STATUT NOT = '00'
000000         AND WS-CLICHES-STATUT NOT = '10'
000000         DISPLAY 'PANNE SUR LES CLICHES, STATUT : '
000000             WS-CLICHES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 320-LIRE-MAITRE.
000000     READ SORTIE NEXT RECORD
000000         AT END MOVE HIGH-VALUES TO WS-CLE-MAITRE
000000         NOT AT END
000000             MOVE FS-SORTIE-CLE TO WS-CLE-MAITRE
000000     END-READ.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         AND WS-SORTIE-STATUT NOT = '10'
000000         DISPLAY 'PANNE SUR LE MAITRE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 330-LIRE-MOUVEMENT.
000000*    SEULES LES LIGNES DATEES DU MOIS A CLORE COMPTENT
000000     MOVE 'N' TO WS-LIGNE-RETENUE.
000000     PERFORM 335-LIRE-UNE-LIGNE
000000         UNTIL WS-LIGNE-RETENUE = 'Y'
000000            OR WS-CLE-MVT = HIGH-VALUES
000000            OR WS-PANNE = 'Y'.
000000*
000000 335-LIRE-UNE-LIGNE.
000000     READ MOUVEMENTS-TRIES
000000         AT END MOVE HIGH-VALUES TO WS-CLE-MVT
000000         NOT AT END
000000             IF FS-TRIE-DATE(1:7) = WS-MOIS-DEMANDE
000000                 MOVE FS-TRIE-ID    TO WS-CLE-MVT-ID
000000                 MOVE FS-TRIE-DEPOT TO WS-CLE-MVT-DEP
000000                 MOVE 'Y' TO WS-LIGNE-RETENUE
000000             END-IF
000000     END-READ.
000000     IF WS-TRIES-STATUT NOT = '00'
000000         AND WS-TRIES-STATUT NOT = '10'
000000         DISPLAY 'PANNE SUR LE JOURNAL TRIE, STATUT : '
000000             WS-TRIES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 340-TRAITER-UNE-CLE.
000000     MOVE WS-CLE-OUVERTURE TO WS-CLE-COURANTE.
000000     IF WS-CLE-MAITRE < WS-CLE-COURANTE
000000         MOVE WS-CLE-MAITRE TO WS-CLE-COURANTE
000000     END-IF.
000000     IF WS-CLE-MVT < WS-CLE-COURANTE
000000         MOVE WS-CLE-MVT TO WS-CLE-COURANTE
000000     END-IF.
000000     MOVE 'N' TO WS-ART-OUVERTURE.
000000     MOVE 'N' TO WS-ART-CLOTURE.
000000     MOVE SPACES TO WS-ART-NAME.
000000     MOVE '??' TO WS-ART-CAT.
000000     MOVE 0 TO WS-ART-PRIX.
000000     MOVE 0 TO WS-ART-QTE-OUV.
000000     MOVE 0 TO WS-ART-RECEPTIONS.
000000     MOVE 0 TO WS-ART-SORTIES.
000000     MOVE 0 TO WS-ART-TRANSFERTS.
000000     MOVE 0 TO WS-ART-AJUSTEMENTS.
000000     MOVE 0 TO WS-ART-QTE-CLO.
000000     MOVE 0 TO WS-ART-VAL-OUV.
000000     MOVE 0 TO WS-ART-VAL-CLO.
000000     IF WS-CLE-OUVERTURE = WS-CLE-COURANTE
000000         MOVE 'Y' TO WS-ART-OUVERTURE
000000         MOVE FS-CLI-NAME TO WS-ART-NAME
000000         MOVE FS-CLI-CAT TO WS-ART-CAT
000000         MOVE FS-CLI-PRICE TO WS-ART-PRIX
000000         MOVE FS-CLI-QTY TO WS-ART-QTE-OUV
000000         MOVE FS-CLI-VALEUR TO WS-ART-VAL-OUV
000000         PERFORM 310-LIRE-OUVERTURE
000000     END-IF.
000000     IF WS-CLE-MAITRE = WS-CLE-COURANTE
000000         MOVE 'Y' TO WS-ART-CLOTURE
000000         PERFORM 350-ECRIRE-CLICHE-CLOTURE
000000         PERFORM 320-LIRE-MAITRE
000000     END-IF.
000000     PERFORM 345-CUMULER-MOUVEMENT
000000         UNTIL WS-CLE-MVT NOT = WS-CLE-COURANTE
000000            OR WS-PANNE = 'Y'.
000000     PERFORM 360-IMPRIMER-PASSAGE.
000000*
000000 345-CUMULER-MOUVEMENT.
000000*    AJUSTEMENT D'INVENTAIRE = MOUVEMENT CITANT LA PIECE 'I' ;
000000*    UN TRANSFERT 'X' ENTRE OU SORT SELON QUE LE STOCK
000000*    APRES EST AU-DESSUS OU AU-DESSOUS DU STOCK AVANT ; LA
000000*    RECEPTION 'R' QUI CITE UN TRANSFERT 'T' EST L'ARRIVEE
000000*    AU DEPOT DESTINATION D'UNE EXPEDITION 'X'
000000     ADD 1 TO WS-CPT-LIGNES-MOIS.
000000     IF FS-TRIE-QTE NOT NUMERIC
000000         OR FS-TRIE-AVANT NOT NUMERIC
000000         OR FS-TRIE-APRES NOT NUMERIC
000000         ADD 1 TO WS-CPT-ILLISIBLES
000000     ELSE
000000         EVALUATE TRUE
000000             WHEN FS-TRIE-REF-TYPE = 'I'
000000                 AND FS-TRIE-CODE = 'R'
000000                 ADD FS-TRIE-QTE TO WS-ART-AJUSTEMENTS
000000             WHEN FS-TRIE-REF-TYPE = 'I'
000000                 AND FS-TRIE-CODE = 'S'
000000                 SUBTRACT FS-TRIE-QTE FROM WS-ART-AJUSTEMENTS
000000             WHEN FS-TRIE-REF-TYPE = 'T'
000000                 AND FS-TRIE-CODE = 'R'
000000                 ADD FS-TRIE-QTE TO WS-ART-TRANSFERTS
000000             WHEN FS-TRIE-CODE = 'R'
000000                 ADD FS-TRIE-QTE TO WS-ART-RECEPTIONS
000000             WHEN FS-TRIE-CODE = 'S'
000000                 ADD FS-TRIE-QTE TO WS-ART-SORTIES
000000             WHEN FS-TRIE-CODE = 'X'
000000                 AND FS-TRIE-APRES > FS-TRIE-AVANT
000000                 ADD FS-TRIE-QTE TO WS-ART-TRANSFERTS
000000             WHEN FS-TRIE-CODE = 'X'
000000                 SUBTRACT FS-TRIE-QTE FROM WS-ART-TRANSFERTS
000000             WHEN OTHER
000000                 ADD 1 TO WS-CPT-ILLISIBLES
000000         END-EVALUATE
000000     END-IF.
000000     PERFORM 330-LIRE-MOUVEMENT.
000000*
000000 350-ECRIRE-CLICHE-CLOTURE.
000000*    LE RECORD MAITRE LU EST FIGE TEL QUEL, VALORISE AU PRIX
000000     MOVE FS-SORTIE-NAME TO WS-ART-NAME.
000000     MOVE FS-SORTIE-CAT TO WS-ART-CAT.
000000     MOVE FS-SORTIE-PRICE TO WS-ART-PRIX.
000000     MOVE FS-SORTIE-QTY TO WS-ART-QTE-CLO.
000000     COMPUTE WS-ART-VAL-CLO = FS-SORTIE-PRICE * FS-SORTIE-QTY
000000         ON SIZE ERROR
000000             MOVE 0 TO WS-ART-VAL-CLO
000000             DISPLAY 'VALORISATION HORS CAPACITE, ARTICLE : '
000000                 FS-SORTIE-ID
000000     END-COMPUTE.
000000     MOVE WS-MOIS-DEMANDE TO WS-CLI-PERIODE.
000000     MOVE FS-SORTIE-ID TO WS-CLI-ID.
000000     MOVE FS-SORTIE-DEPOT TO WS-CLI-DEPOT.
000000     MOVE FS-SORTIE-NAME TO WS-CLI-NAME.
000000     MOVE FS-SORTIE-CAT TO WS-CLI-CAT.
000000     MOVE FS-SORTIE-QTY TO WS-CLI-QTY.
000000     MOVE FS-SORTIE-PRICE TO WS-CLI-PRICE.
000000     MOVE WS-ART-VAL-CLO TO WS-CLI-VALEUR.
000000     IF FS-SORTIE-CMUP NUMERIC
000000         MOVE FS-SORTIE-CMUP TO WS-CLI-CMUP
000000     ELSE
000000         MOVE 0 TO WS-CLI-CMUP
000000     END-IF.
000000     WRITE FS-CLICHE-TRAVAIL FROM WS-CLICHE.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE PERIOD-CLOSE-WORK.TXT EN PANNE : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         ADD 1 TO WS-CPT-CLICHES
000000     END-IF.
000000*
000000 360-IMPRIMER-PASSAGE.
000000     ADD 1 TO WS-CPT-ARTICLES.
000000     COMPUTE WS-ART-ATTENDU = WS-ART-QTE-OUV
000000         + WS-ART-RECEPTIONS - WS-ART-SORTIES
000000         + WS-ART-TRANSFERTS + WS-ART-AJUSTEMENTS.
000000     COMPUTE WS-ART-ECART = WS-ART-QTE-CLO - WS-ART-ATTENDU.
000000     COMPUTE WS-ART-VAL-ECART ROUNDED =
000000         WS-ART-ECART * WS-ART-PRIX
000000         ON SIZE ERROR MOVE 0 TO WS-ART-VAL-ECART
000000     END-COMPUTE.
000000     IF WS-ART-ECART NOT = 0
000000         ADD 1 TO WS-CPT-ECARTS
000000     END-IF.
000000     ADD WS-ART-VAL-OUV TO WS-TOTAL-VAL-OUV.
000000     ADD WS-ART-VAL-CLO TO WS-TOTAL-VAL-CLO.
000000     ADD WS-ART-VAL-ECART TO WS-TOTAL-VAL-ECART.
000000     PERFORM 370-CUMULER-CATEGORIE.
000000     MOVE WS-ART-QTE-OUV     TO WS-QTE-EDITE-1.
000000     MOVE WS-ART-RECEPTIONS  TO WS-QTE-EDITE-2.
000000     MOVE WS-ART-SORTIES     TO WS-QTE-EDITE-3.
000000     MOVE WS-ART-TRANSFERTS  TO WS-QTE-EDITE-4.
000000     MOVE WS-ART-AJUSTEMENTS TO WS-QTE-EDITE-5.
000000     MOVE WS-ART-ATTENDU     TO WS-QTE-EDITE-6.
000000     MOVE WS-ART-QTE-CLO     TO WS-QTE-EDITE-7.
000000     MOVE WS-ART-ECART       TO WS-QTE-EDITE-8.
000000     MOVE WS-ART-VAL-ECART   TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-CLE-COUR-ID  DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-CLE-COUR-DEP DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-ART-CAT      DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-QTE-EDITE-1  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-2  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-3  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-4  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-5  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-6  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-7  DELIMITED BY SIZE
000000            '  '            DELIMITED BY SIZE
000000            WS-QTE-EDITE-8  DELIMITED BY SIZE
000000            ' '             DELIMITED BY SIZE
000000            WS-VALEUR-EDITE DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000*    L'ECART INEXPLIQUE EST MARQUE EN BOUT DE LIGNE, AVEC
000000*    LE CAS D'UN ARTICLE CREE OU SUPPRIME DANS LE MOIS
000000     EVALUATE TRUE
000000         WHEN WS-ART-ECART = 0
000000             CONTINUE
000000         WHEN WS-ART-OUVERTURE = 'N'
000000             MOVE ' ECART, NOUVEL ARTICLE'
000000                 TO WS-LIGNE-RAPPORT(107:26)
000000         WHEN WS-ART-CLOTURE = 'N'
000000             MOVE ' ECART, ARTICLE SUPPRIME'
000000                 TO WS-LIGNE-RAPPORT(107:26)
000000         WHEN OTHER
000000             MOVE ' ECART INEXPLIQUE'
000000                 TO WS-LIGNE-RAPPORT(107:26)
000000     END-EVALUATE.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 370-CUMULER-CATEGORIE.
000000     MOVE 'N' TO WS-CATEG-TROUVEE.
000000     PERFORM 375-CHERCHER-CATEGORIE
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
000000             MOVE WS-ART-CAT TO WS-CATEG-CODE(WS-IDX-CATEG)
000000             MOVE 'Y' TO WS-CATEG-TROUVEE
000000         ELSE
000000             DISPLAY 'TABLE DES CATEGORIES PLEINE : '
000000                 WS-ART-CAT
000000         END-IF
000000     END-IF.
000000     IF WS-CATEG-TROUVEE = 'Y'
000000         ADD 1 TO WS-CATEG-NB(WS-IDX-CATEG)
000000         ADD WS-ART-QTE-OUV TO WS-CATEG-OUV(WS-IDX-CATEG)
000000         ADD WS-ART-RECEPTIONS TO WS-CATEG-RECEP(WS-IDX-CATEG)
000000         ADD WS-ART-SORTIES TO WS-CATEG-SORTIES(WS-IDX-CATEG)
000000         ADD WS-ART-TRANSFERTS TO WS-CATEG-TRANSF(WS-IDX-CATEG)
000000         ADD WS-ART-AJUSTEMENTS TO WS-CATEG-AJUST(WS-IDX-CATEG)
000000         ADD WS-ART-ATTENDU TO WS-CATEG-ATTENDU(WS-IDX-CATEG)
000000         ADD WS-ART-QTE-CLO TO WS-CATEG-CLO(WS-IDX-CATEG)
000000         ADD WS-ART-ECART TO WS-CATEG-ECART(WS-IDX-CATEG)
000000         ADD WS-ART-VAL-OUV TO WS-CATEG-VAL-OUV(WS-IDX-CATEG)
000000         ADD WS-ART-VAL-CLO TO WS-CATEG-VAL-CLO(WS-IDX-CATEG)
000000         ADD WS-ART-VAL-ECART
000000             TO WS-CATEG-VAL-ECART(WS-IDX-CATEG)
000000     END-IF.
000000*
000000 375-CHERCHER-CATEGORIE.
000000     IF WS-CATEG-CODE(WS-IDX-CATEG) = WS-ART-CAT
000000         MOVE 'Y' TO WS-CATEG-TROUVEE
000000     END-IF.
000000*
000000 390-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-CLOTURE FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE PERIOD-CLOSE-REPORT.TXT EN '
000000                 'PANNE : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 400-ENREGISTRER-CLOTURE.
000000*    LE CLICHE DU MOIS REJOINT LES CLICHES CUMULES, PUIS LA
000000*    PERIODE EST INSCRITE AU REGISTRE : C'EST CETTE LIGNE
000000*    QUI REND LA CLOTURE DEFINITIVE
000000     IF WS-CLICHES-OUVERT = 'Y'
000000         CLOSE CLICHES
000000         MOVE 'N' TO WS-CLICHES-OUVERT
000000     END-IF.
000000     CLOSE CLICHE-TRAVAIL.
000000     MOVE 'N' TO WS-TRAVAIL-OUVERT.
000000     OPEN INPUT CLICHE-TRAVAIL.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'PERIOD-CLOSE-WORK.TXT ILLISIBLE, STATUT : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-TRAVAIL-OUVERT
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         OPEN EXTEND CLICHES
000000         IF WS-CLICHES-STATUT NOT = '00'
000000             OPEN OUTPUT CLICHES
000000         END-IF
000000         IF WS-CLICHES-STATUT NOT = '00'
000000             DISPLAY 'OUVERTURE PERIOD-CLOSE-SNAPSHOT.TXT '
000000                 'IMPOSSIBLE : ' WS-CLICHES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-CLICHES-OUVERT
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000             READ CLICHE-TRAVAIL INTO WS-CLICHE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     WRITE FS-CLICHE FROM WS-CLICHE
000000                     IF WS-CLICHES-STATUT NOT = '00'
000000                         DISPLAY 'ECRITURE DU CLICHE EN PANNE : '
000000                             WS-CLICHES-STATUT
000000                         MOVE 'Y' TO WS-PANNE
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         PERFORM 410-INSCRIRE-PERIODE
000000     END-IF.
000000*
000000 410-INSCRIRE-PERIODE.
000000     OPEN EXTEND PERIODES-CLOSES.
000000     IF WS-PERIODES-STATUT NOT = '00'
000000         OPEN OUTPUT PERIODES-CLOSES
000000     END-IF.
000000     IF WS-PERIODES-STATUT NOT = '00'
000000         DISPLAY 'OUVERTURE CLOSED-PERIODS.TXT IMPOSSIBLE : '
000000             WS-PERIODES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE SPACES TO FS-PERIODE-CLOSE
000000         MOVE WS-MOIS-DEMANDE TO FS-PER-PERIODE
000000         MOVE WS-DATE-FORMATEE TO FS-PER-DATE
000000         MOVE WS-RCTRL-CYCLE-LU TO FS-PER-CYCLE
000000         MOVE WS-CPT-CLICHES TO FS-PER-NB
000000         MOVE WS-TOTAL-VAL-CLO TO FS-PER-VALEUR
000000         MOVE WS-PERIODE-OUVERTURE TO FS-PER-OUVERTURE
000000         WRITE FS-PERIODE-CLOSE
000000         IF WS-PERIODES-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE CLOSED-PERIODS.TXT EN PANNE : '
000000                 WS-PERIODES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000         CLOSE PERIODES-CLOSES
000000     END-IF.
000000*
000000 500-IMPRIMER-CATEGORIES.
000000*    DEUX LIGNES PAR CATEGORIE : LE PASSAGE EN QUANTITES,
000000*    PUIS LES VALEURS D'OUVERTURE, DE CLOTURE ET D'ECART
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PASSAGE PAR CATEGORIE'  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'CT   OUVERT.   RECEPT.   SORTIES   TRANSF.  '
000000                                 DELIMITED BY SIZE
000000            '  AJUST.   ATTENDU      REEL     ECART'
000000                                 DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     PERFORM 510-ECRIRE-UNE-CATEGORIE
000000         VARYING WS-IDX-CATEG FROM 1 BY 1
000000         UNTIL WS-IDX-CATEG > WS-NB-CATEGORIES.
000000*
000000 510-ECRIRE-UNE-CATEGORIE.
000000     MOVE WS-CATEG-OUV(WS-IDX-CATEG)     TO WS-CUMUL-EDITE-1.
000000     MOVE WS-CATEG-RECEP(WS-IDX-CATEG)   TO WS-CUMUL-EDITE-2.
000000     MOVE WS-CATEG-SORTIES(WS-IDX-CATEG) TO WS-CUMUL-EDITE-3.
000000     MOVE WS-CATEG-TRANSF(WS-IDX-CATEG)  TO WS-CUMUL-EDITE-4.
000000     MOVE WS-CATEG-AJUST(WS-IDX-CATEG)   TO WS-CUMUL-EDITE-5.
000000     MOVE WS-CATEG-ATTENDU(WS-IDX-CATEG) TO WS-CUMUL-EDITE-6.
000000     MOVE WS-CATEG-CLO(WS-IDX-CATEG)     TO WS-CUMUL-EDITE-7.
000000     MOVE WS-CATEG-ECART(WS-IDX-CATEG)   TO WS-CUMUL-EDITE-8.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-CATEG-CODE(WS-IDX-CATEG) DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-1 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-2 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-3 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-4 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-5 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-6 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-7 DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-CUMUL-EDITE-8 DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CATEG-VAL-OUV(WS-IDX-CATEG)   TO WS-VALEUR-EDITE.
000000     MOVE WS-CATEG-VAL-CLO(WS-IDX-CATEG)   TO WS-VALEUR-EDITE-2.
000000     MOVE WS-CATEG-VAL-ECART(WS-IDX-CATEG) TO WS-VALEUR-EDITE-3.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING '   VALEUR OUVERTURE : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE          DELIMITED BY SIZE
000000            ' CLOTURE : '            DELIMITED BY SIZE
000000            WS-VALEUR-EDITE-2        DELIMITED BY SIZE
000000            ' ECART : '              DELIMITED BY SIZE
000000            WS-VALEUR-EDITE-3        DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000*
000000 600-ECRIRE-TOTAUX.
000000     MOVE WS-CPT-ARTICLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES AU PASSAGE      : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-CLICHES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'RECORDS FIGES AU CLICHE  : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-MOIS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'MOUVEMENTS DU MOIS       : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ILLISIBLES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'DONT ILLISIBLES          : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ECARTS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ARTICLES EN ECART        : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VAL-OUV TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR D''OUVERTURE       : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VAL-CLO TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'VALEUR DE CLOTURE        : ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-VAL-ECART TO WS-VALEUR-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'ECART INEXPLIQUE VALORISE: ' DELIMITED BY SIZE
000000            WS-VALEUR-EDITE               DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 390-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ECARTS TO WS-CPT-EDITE.
000000     DISPLAY 'PERIODE ' WS-MOIS-DEMANDE
000000         ' CLOSE, ARTICLES EN ECART : ' WS-CPT-EDITE.
000000*
000000 800-FERMER-FICHIERS.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         CLOSE SORTIE
000000     END-IF.
000000     IF WS-CLICHES-OUVERT = 'Y'
000000         CLOSE CLICHES
000000     END-IF.
000000     IF WS-TRAVAIL-OUVERT = 'Y'
000000         CLOSE CLICHE-TRAVAIL
000000     END-IF.
000000     IF WS-TRIES-OUVERT = 'Y'
000000         CLOSE MOUVEMENTS-TRIES
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-CLOTURE
000000     END-IF.
