000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : MODIFICATIONS DE PRIX EN ATTENTE
000000*    D'APPROBATION. LISTE PENDING-PRICE-CHANGES.TXT, ALIMENTE
000000*    PAR LE PROGRAMME PRINCIPAL POUR TOUTE MODIFICATION 'C'
000000*    HORS TOLERANCE : REFERENCE A CITER DANS LE FICHIER DES
000000*    APPROBATIONS, ANCIEN ET NOUVEAU PRIX, VARIATION ET
000000*    NOMBRE DE JOURS D'ATTENTE. AU-DELA DU DELAI DE RELANCE
000000*    LA LIGNE EST SIGNALEE ET LE CODE RETOUR PASSE A 4
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. ATTENTES-PRIX.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT ATTENTES-PRIX
000000             ASSIGN TO 'pending-price-changes.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ATTENTES-STATUT.
000000         SELECT RAPPORT-ATTENTES
000000             ASSIGN TO 'pending-approvals-report.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RAPPORT-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000*    ENREGISTREMENT ECRIT PAR 621-METTRE-EN-ATTENTE DU
000000*    PROGRAMME PRINCIPAL
000000     FD ATTENTES-PRIX.
000000         01 FS-ATTENTE.
000000         05 FS-ATT-REF.
000000            10 FS-ATT-REF-CYCLE PIC 9(4).
000000            10 FS-ATT-REF-SEQ   PIC 9(4).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-DATE      PIC X(10).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-ID        PIC X(3).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-DEP       PIC X(2).
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-ANCIEN-PRIX PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-NOUVEAU-PRIX PIC S9(13)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-VARIATION-PCT PIC S9(5)V99
000000                             SIGN IS TRAILING SEPARATE.
000000         05 FILLER           PIC X(1).
000000         05 FS-ATT-TRANSACTION PIC X(69).
000000     FD RAPPORT-ATTENTES.
000000         01 FS-RAPPORT-ATTENTES PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-ATTENTES-STATUT    PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-ATTENTES-PRESENT   PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    DATE DU JOUR ET ANCIENNETE DE CHAQUE ATTENTE EN JOURS
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000           01 WS-DATE-JOUR-NUM REDEFINES WS-DATE-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-DATE-ATT-AAAAMMJJ  PIC X(8).
000000           01 WS-DATE-ATT-NUM REDEFINES WS-DATE-ATT-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-JOUR-INT           PIC 9(7) VALUE 0.
000000           01 WS-ATT-INT            PIC 9(7) VALUE 0.
000000           01 WS-ANCIENNETE         PIC S9(7) VALUE 0.
000000           01 WS-ANCIENNETE-MAX     PIC S9(7) VALUE 0.
000000*    AU-DELA, LE SUPERVISEUR EST RELANCE
000000           01 WS-DELAI-RELANCE      PIC 9(3) VALUE 7.
000000*    LIBELLE DU TOTAL TIRE DU DELAI LUI-MEME
000000           01 WS-DELAI-EDITE        PIC ZZ9.
000000           01 WS-POS-DELAI          PIC 9(1) VALUE 0.
000000           01 WS-LIBELLE-DELAI      PIC X(25).
000000*
000000           01 WS-CPT-ATTENTES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-A-RELANCER     PIC 9(6) VALUE 0.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-PRIX-EDITE         PIC -(12)9.99.
000000           01 WS-NOUVEAU-EDITE      PIC -(12)9.99.
000000           01 WS-VARIATION-EDITE    PIC -(5)9.99.
000000           01 WS-JOURS-EDITE        PIC ---,--9.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N' AND WS-ATTENTES-PRESENT = 'Y'
000000         PERFORM 300-LISTER-ATTENTES
000000     END-IF.
000000     PERFORM 700-ECRIRE-TOTAUX.
000000     PERFORM 800-FERMER-FICHIERS.
000000*    CODE 12 SUR PANNE ; CODE 4 QUAND UNE MODIFICATION
000000*    ATTEND DEPUIS PLUS QUE LE DELAI DE RELANCE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-CPT-A-RELANCER > 0
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
000000*    FICHIER ABSENT : AUCUNE MODIFICATION N'A JAMAIS ETE
000000*    MISE EN ATTENTE, LE RAPPORT SORT VIDE
000000     OPEN INPUT ATTENTES-PRIX.
000000     IF WS-ATTENTES-STATUT = '00'
000000         MOVE 'Y' TO WS-ATTENTES-PRESENT
000000     ELSE
000000         DISPLAY 'PENDING-PRICE-CHANGES.TXT ABSENT, STATUT : '
000000             WS-ATTENTES-STATUT
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-ATTENTES.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'PENDING-APPROVALS-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'MODIFICATIONS DE PRIX EN ATTENTE D''APPROBATION'
000000                                  DELIMITED BY SIZE
000000                ' - LOT DU '      DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'REFERENCE DATE       ID  DEP     '
000000                                  DELIMITED BY SIZE
000000                'ANCIEN PRIX     NOUVEAU PRIX     VAR. %'
000000                                  DELIMITED BY SIZE
000000                '   JOURS'         DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 300-LISTER-ATTENTES.
000000     MOVE 'N' TO WS-EOF.
000000     PERFORM UNTIL WS-EOF = 'Y' OR WS-PANNE = 'Y'
000000         READ ATTENTES-PRIX
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 PERFORM 310-IMPRIMER-UNE-ATTENTE
000000         END-READ
000000     END-PERFORM.
000000*
000000 310-IMPRIMER-UNE-ATTENTE.
000000     ADD 1 TO WS-CPT-ATTENTES.
000000     PERFORM 320-CALCULER-ANCIENNETE.
000000     IF WS-ANCIENNETE > WS-ANCIENNETE-MAX
000000         MOVE WS-ANCIENNETE TO WS-ANCIENNETE-MAX
000000     END-IF.
000000     MOVE FS-ATT-ANCIEN-PRIX TO WS-PRIX-EDITE.
000000     MOVE FS-ATT-NOUVEAU-PRIX TO WS-NOUVEAU-EDITE.
000000     IF FS-ATT-VARIATION-PCT NUMERIC
000000         MOVE FS-ATT-VARIATION-PCT TO WS-VARIATION-EDITE
000000     ELSE
000000         MOVE 0 TO WS-VARIATION-EDITE
000000     END-IF.
000000     MOVE WS-ANCIENNETE TO WS-JOURS-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING FS-ATT-REF          DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            FS-ATT-DATE         DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-ATT-ID           DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            FS-ATT-DEP          DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-PRIX-EDITE       DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-NOUVEAU-EDITE    DELIMITED BY SIZE
000000            '  '                DELIMITED BY SIZE
000000            WS-VARIATION-EDITE  DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-JOURS-EDITE      DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     IF WS-ANCIENNETE > WS-DELAI-RELANCE
000000         ADD 1 TO WS-CPT-A-RELANCER
000000         MOVE '*** A RELANCER' TO WS-LIGNE-RAPPORT(90:14)
000000     END-IF.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 320-CALCULER-ANCIENNETE.
000000*    DATE DE MISE EN ATTENTE AAAA-MM-JJ ; ILLISIBLE, ELLE
000000*    COMPTE COMME DU JOUR PLUTOT QUE DE FAUSSER LE MAXIMUM
000000     STRING FS-ATT-DATE(1:4) FS-ATT-DATE(6:2) FS-ATT-DATE(9:2)
000000         DELIMITED BY SIZE
000000         INTO WS-DATE-ATT-AAAAMMJJ.
000000     IF WS-DATE-ATT-NUM NUMERIC
000000         COMPUTE WS-ATT-INT =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-ATT-NUM)
000000     ELSE
000000         MOVE 0 TO WS-ATT-INT
000000     END-IF.
000000     IF WS-ATT-INT = 0
000000         MOVE 0 TO WS-ANCIENNETE
000000     ELSE
000000         COMPUTE WS-ANCIENNETE = WS-JOUR-INT - WS-ATT-INT
000000     END-IF.
000000*
000000 700-ECRIRE-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ATTENTES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'MODIFICATIONS EN ATTENTE : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-A-RELANCER TO WS-CPT-EDITE.
000000     MOVE WS-DELAI-RELANCE TO WS-DELAI-EDITE.
000000     MOVE 0 TO WS-POS-DELAI.
000000     INSPECT WS-DELAI-EDITE TALLYING WS-POS-DELAI
000000         FOR LEADING SPACES.
000000     ADD 1 TO WS-POS-DELAI.
000000     MOVE SPACES TO WS-LIBELLE-DELAI.
000000     STRING 'A RELANCER (PLUS DE '  DELIMITED BY SIZE
000000            WS-DELAI-EDITE(WS-POS-DELAI:) DELIMITED BY SIZE
000000            ' J)'                 DELIMITED BY SIZE
000000         INTO WS-LIBELLE-DELAI.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-LIBELLE-DELAI              DELIMITED BY SIZE
000000            ': '                          DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-ANCIENNETE-MAX TO WS-JOURS-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'PLUS ANCIENNE (JOURS)    : ' DELIMITED BY SIZE
000000            WS-JOURS-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-ATTENTES FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE PENDING-APPROVALS-REPORT.TXT EN '
000000                 'ERREUR : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 800-FERMER-FICHIERS.
000000     IF WS-ATTENTES-PRESENT = 'Y'
000000         CLOSE ATTENTES-PRIX
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-ATTENTES
000000     END-IF.
