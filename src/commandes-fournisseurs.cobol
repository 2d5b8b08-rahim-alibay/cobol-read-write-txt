000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : COMMANDES FOURNISSEURS. REPREND
000000*    LES SUGGESTIONS D'ACHAT DU REAPPROVISIONNEMENT, LES
000000*    REGROUPE PAR FOURNISSEUR ATTITRE DE L'ARTICLE (CODE
000000*    DU MAITRE SORTIE, CONTROLE CONTRE LE REFERENTIEL DES
000000*    FOURNISSEURS) ET EMET UNE COMMANDE NUMEROTEE PAR
000000*    FOURNISSEUR DANS LE CARNET OPEN-ORDERS.TXT. LES
000000*    RECEPTIONS 'R' DU PROGRAMME PRINCIPAL CITENT CE
000000*    NUMERO ET SOLDENT LES LIGNES. PRODUIT ENSUITE LE
000000*    RAPPORT DES COMMANDES OUVERTES PAR FOURNISSEUR AVEC
000000*    LE RETARD SUR ECHEANCE. PARAMETRE 'RAPPORT' EN LIGNE
000000*    DE COMMANDE = RAPPORT SEUL, AUCUNE COMMANDE EMISE
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. COMMANDES-FOURNISSEURS.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT SORTIE ASSIGN TO 'data-output.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-SORTIE-CLE
000000             FILE STATUS IS WS-SORTIE-STATUT.
000000         SELECT FOURNISSEURS ASSIGN TO 'suppliers.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-FOURNISSEURS-STATUT.
000000         SELECT SUGGESTIONS
000000             ASSIGN TO 'purchase-suggestions.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-SUGGESTIONS-STATUT.
000000         SELECT COMMANDES-OUVERTES ASSIGN TO 'open-orders.txt'
000000             ORGANIZATION IS INDEXED
000000             ACCESS MODE IS DYNAMIC
000000             RECORD KEY IS FS-CDE-CLE
000000             FILE STATUS IS WS-COMMANDES-STATUT.
000000*        FICHIERS DE TRAVAIL DU TRI : LIGNES A COMMANDER
000000*        PUIS LIGNES OUVERTES, AU GABARIT DU CARNET
000000         SELECT LIGNES-TRAVAIL
000000             ASSIGN TO 'purchase-orders-work.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRAVAIL-STATUT.
000000         SELECT SORT-LIGNES ASSIGN TO 'sortwk3'.
000000         SELECT LIGNES-TRIEES
000000             ASSIGN TO 'purchase-orders-sorted.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-TRIEES-STATUT.
000000         SELECT RAPPORT-COMMANDES
000000             ASSIGN TO 'open-orders-report.txt'
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
000000     FD FOURNISSEURS.
000000         01 FS-FOURNISSEUR.
000000         05 FS-FOURN-CODE   PIC X(4).
000000         05 FS-FOURN-NAME   PIC X(20).
000000         05 FS-FOURN-DEVISE PIC X(3).
000000         05 FS-FOURN-ACTIF  PIC X(1).
000000     FD SUGGESTIONS.
000000         01 FS-SUGGESTION.
000000         05 FS-SUGG-ID     PIC X(3).
000000         05 FS-SUGG-DEP    PIC X(2).
000000         05 FS-SUGG-NAME   PIC X(14).
000000         05 FS-SUGG-CAT    PIC X(2).
000000         05 FS-SUGG-QTY    PIC 9(5).
000000         05 FS-SUGG-SEUIL  PIC 9(5).
000000         05 FS-SUGG-CDE    PIC 9(5).
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
000000     FD LIGNES-TRAVAIL.
000000         01 FS-LIGNE-TRAVAIL PIC X(76).
000000     SD SORT-LIGNES.
000000         01 SD-LIGNE.
000000         05 SD-CDE-NUM       PIC 9(8).
000000         05 SD-CDE-ID        PIC X(3).
000000         05 SD-CDE-DEP       PIC X(2).
000000         05 SD-CDE-FOU       PIC X(4).
000000         05 FILLER           PIC X(59).
000000     FD LIGNES-TRIEES.
000000         01 FS-LIGNE-TRIEE   PIC X(76).
000000     FD RAPPORT-COMMANDES.
000000         01 FS-RAPPORT-COMMANDES PIC X(132).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-SORTIE-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-FOURNISSEURS-STATUT PIC X(2) VALUE '00'.
000000           01 WS-SUGGESTIONS-STATUT PIC X(2) VALUE '00'.
000000           01 WS-COMMANDES-STATUT   PIC X(2) VALUE '00'.
000000           01 WS-TRAVAIL-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-TRIEES-STATUT      PIC X(2) VALUE '00'.
000000           01 WS-RAPPORT-STATUT     PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-SORTIE-OUVERT      PIC X VALUE 'N'.
000000           01 WS-COMMANDES-OUVERT   PIC X VALUE 'N'.
000000           01 WS-TRIEES-OUVERT      PIC X VALUE 'N'.
000000           01 WS-RAPPORT-DISPONIBLE PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000*
000000*    'RAPPORT' EN LIGNE DE COMMANDE : CARNET LU SEULEMENT
000000           01 WS-MODE-DEMANDE       PIC X(10) VALUE SPACES.
000000           01 WS-EMISSION           PIC X VALUE 'O'.
000000*
000000*    LIGNE DE COMMANDE EN COURS, AU GABARIT DU CARNET ;
000000*    SERT DE TAMPON AUX DEUX PASSAGES PAR LE TRI
000000           01 WS-LIGNE-CDE.
000000           05 WS-LCDE-NUM           PIC 9(8).
000000           05 WS-LCDE-ID            PIC X(3).
000000           05 WS-LCDE-DEP           PIC X(2).
000000           05 WS-LCDE-FOU           PIC X(4).
000000           05 WS-LCDE-NAME          PIC X(14).
000000           05 WS-LCDE-DATE          PIC X(8).
000000           05 WS-LCDE-ECHEANCE      PIC X(8).
000000           05 WS-LCDE-QTE-CDE       PIC 9(5).
000000           05 WS-LCDE-QTE-RECUE     PIC 9(5).
000000           05 WS-LCDE-QTE-OUVERTE   PIC 9(5).
000000           05 WS-LCDE-QTE-EXCES     PIC 9(5).
000000           05 WS-LCDE-DATE-RECEPTION PIC X(8).
000000           05 WS-LCDE-ETAT          PIC X(1).
000000*
000000*    REFERENTIEL DES FOURNISSEURS, MEME TABLE QUE LE
000000*    PROGRAMME PRINCIPAL ; SEUL UN FOURNISSEUR ACTIF 'O'
000000*    RECOIT UNE COMMANDE
000000           01 WS-TABLE-FOURNISSEURS.
000000           05 WS-FOURN-ENTREE OCCURS 50 TIMES.
000000              10 WS-FOURN-CODE   PIC X(4).
000000              10 WS-FOURN-NAME   PIC X(20).
000000              10 WS-FOURN-DEVISE PIC X(3).
000000              10 WS-FOURN-ACTIF  PIC X(1).
000000           01 WS-NB-FOURNISSEURS  PIC 9(2) VALUE 0.
000000           01 WS-IDX-FOURN        PIC 9(2) VALUE 0.
000000           01 WS-FOURN-TROUVE     PIC X VALUE 'N'.
000000           01 WS-CTRL-FOURNISSEUR PIC X(4).
000000           01 WS-NOM-FOURNISSEUR  PIC X(20).
000000*
000000*    NUMEROTATION : LE PLUS GRAND NUMERO DU CARNET PLUS UN
000000*    PAR FOURNISSEUR ; UN CARNET QUI PORTE DEJA DES LIGNES
000000*    DU JOUR BLOQUE L'EMISSION, UNE RELANCE NE DOIT PAS
000000*    DOUBLER LES COMMANDES
000000           01 WS-DERNIER-NUM        PIC 9(8) VALUE 0.
000000           01 WS-DEJA-EMIS          PIC X VALUE 'N'.
000000           01 WS-FOU-PRECEDENT      PIC X(4) VALUE SPACES.
000000           01 WS-ECART-RAISON       PIC X(30).
000000*
000000*    ECHEANCE = DATE DE COMMANDE + DELAI DE LIVRAISON
000000*    STANDARD, EN JOURS CALENDAIRES
000000           01 WS-DELAI-LIVRAISON    PIC 9(3) VALUE 14.
000000           01 WS-JOUR-INT           PIC 9(7) VALUE 0.
000000           01 WS-ECHEANCE-INT       PIC 9(7) VALUE 0.
000000           01 WS-ECHEANCE-NUM       PIC 9(8) VALUE 0.
000000           01 WS-RETARD             PIC S9(5) VALUE 0.
000000*
000000           01 WS-CPT-SUGGESTIONS    PIC 9(6) VALUE 0.
000000           01 WS-CPT-ECARTEES       PIC 9(6) VALUE 0.
000000           01 WS-CPT-COMMANDES      PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-EMISES  PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-OUVERTES PIC 9(6) VALUE 0.
000000           01 WS-CPT-LIGNES-RETARD  PIC 9(6) VALUE 0.
000000           01 WS-FOU-LIGNES         PIC 9(6) VALUE 0.
000000           01 WS-FOU-RETARD         PIC 9(6) VALUE 0.
000000           01 WS-FOU-QTE-OUVERTE    PIC 9(9) VALUE 0.
000000           01 WS-TOTAL-QTE-OUVERTE  PIC 9(9) VALUE 0.
000000           01 WS-CPT-EDITE          PIC ZZZ,ZZ9.
000000*
000000           01 WS-LIGNE-RAPPORT      PIC X(132).
000000           01 WS-QTE-EDITE          PIC ZZ,ZZ9.
000000           01 WS-RECUE-EDITE        PIC ZZ,ZZ9.
000000           01 WS-OUVERTE-EDITE      PIC ZZ,ZZ9.
000000           01 WS-TOTAL-EDITE        PIC ZZZ,ZZZ,ZZ9.
000000           01 WS-RETARD-EDITE       PIC ZZZZ9.
000000           01 WS-DATE-CDE-EDITEE    PIC X(10).
000000           01 WS-ECHEANCE-EDITEE    PIC X(10).
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
000000     IF WS-EMISSION = 'O' AND WS-PANNE = 'N'
000000         PERFORM 200-PREPARER-LIGNES
000000         IF WS-PANNE = 'N' AND WS-CPT-SUGGESTIONS > 0
000000             PERFORM 250-TRIER-LIGNES
000000         END-IF
000000         IF WS-PANNE = 'N' AND WS-CPT-SUGGESTIONS > 0
000000             PERFORM 300-EMETTRE-COMMANDES
000000         END-IF
000000     END-IF.
000000     IF WS-COMMANDES-OUVERT = 'Y' AND WS-PANNE = 'N'
000000         PERFORM 400-EXTRAIRE-OUVERTES
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-CPT-LIGNES-OUVERTES > 0
000000         PERFORM 450-TRIER-OUVERTES
000000     END-IF.
000000     IF WS-PANNE = 'N' AND WS-CPT-LIGNES-OUVERTES > 0
000000         PERFORM 500-IMPRIMER-OUVERTES
000000     END-IF.
000000     PERFORM 600-ECRIRE-TOTAUX.
000000     PERFORM 700-FERMER-FICHIERS.
000000*    CODE 12 SI LE CARNET, LE MAITRE OU UN TRI EST EN
000000*    PANNE ; CODE 4 SI DES SUGGESTIONS N'ONT PAS PU ETRE
000000*    COMMANDEES OU SI L'EMISSION DU JOUR ETAIT DEJA FAITE
000000     IF WS-PANNE = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         IF WS-CPT-ECARTEES > 0 OR WS-DEJA-EMIS = 'Y'
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
000000     ACCEPT WS-MODE-DEMANDE FROM COMMAND-LINE.
000000     IF WS-MODE-DEMANDE = 'RAPPORT'
000000         MOVE 'N' TO WS-EMISSION
000000     END-IF.
000000     OPEN OUTPUT RAPPORT-COMMANDES.
000000     IF WS-RAPPORT-STATUT NOT = '00'
000000         DISPLAY 'OPEN-ORDERS-REPORT.TXT IMPOSSIBLE : '
000000             WS-RAPPORT-STATUT
000000     ELSE
000000         MOVE 'Y' TO WS-RAPPORT-DISPONIBLE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'COMMANDES FOURNISSEURS - LOT DU '
000000                                  DELIMITED BY SIZE
000000                WS-DATE-FORMATEE  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000     PERFORM 110-CHARGER-FOURNISSEURS.
000000     PERFORM 120-OUVRIR-CARNET.
000000     IF WS-COMMANDES-OUVERT = 'Y'
000000         PERFORM 150-EXAMINER-CARNET
000000     END-IF.
000000*
000000 110-CHARGER-FOURNISSEURS.
000000*    FICHIER ABSENT = TABLE VIDE : TOUTE SUGGESTION SERA
000000*    ECARTEE, FOURNISSEUR INCONNU
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
000000*    POUR UN MEME CODE LA DERNIERE LIGNE LUE L'EMPORTE
000000     IF FS-FOURN-CODE = SPACES
000000         CONTINUE
000000     ELSE
000000         MOVE FS-FOURN-CODE TO WS-CTRL-FOURNISSEUR
000000         PERFORM 117-CHERCHER-FOURNISSEUR
000000         IF WS-FOURN-TROUVE = 'Y'
000000             MOVE FS-FOURN-NAME
000000                 TO WS-FOURN-NAME(WS-IDX-FOURN)
000000             MOVE FS-FOURN-DEVISE
000000                 TO WS-FOURN-DEVISE(WS-IDX-FOURN)
000000             MOVE FS-FOURN-ACTIF
000000                 TO WS-FOURN-ACTIF(WS-IDX-FOURN)
000000         ELSE
000000             IF WS-NB-FOURNISSEURS < 50
000000                 ADD 1 TO WS-NB-FOURNISSEURS
000000                 MOVE FS-FOURN-CODE
000000                     TO WS-FOURN-CODE(WS-NB-FOURNISSEURS)
000000                 MOVE FS-FOURN-NAME
000000                     TO WS-FOURN-NAME(WS-NB-FOURNISSEURS)
000000                 MOVE FS-FOURN-DEVISE
000000                     TO WS-FOURN-DEVISE(WS-NB-FOURNISSEURS)
000000                 MOVE FS-FOURN-ACTIF
000000                     TO WS-FOURN-ACTIF(WS-NB-FOURNISSEURS)
000000             ELSE
000000                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE, '
000000                     'IGNORE : ' FS-FOURN-CODE
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 117-CHERCHER-FOURNISSEUR.
000000*    RECHERCHE DE WS-CTRL-FOURNISSEUR ; EN SORTIE L'INDICE
000000*    POINTE SUR L'ENTREE TROUVEE
000000     MOVE 'N' TO WS-FOURN-TROUVE.
000000     PERFORM 118-COMPARER-FOURNISSEUR
000000         VARYING WS-IDX-FOURN FROM 1 BY 1
000000         UNTIL WS-IDX-FOURN > WS-NB-FOURNISSEURS
000000            OR WS-FOURN-TROUVE = 'Y'.
000000     IF WS-FOURN-TROUVE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-FOURN
000000     END-IF.
000000*
000000 118-COMPARER-FOURNISSEUR.
000000     IF WS-FOURN-CODE(WS-IDX-FOURN) = WS-CTRL-FOURNISSEUR
000000         MOVE 'Y' TO WS-FOURN-TROUVE
000000     END-IF.
000000*
000000 120-OUVRIR-CARNET.
000000*    EN EMISSION, UN CARNET ABSENT EST CREE VIDE ; EN
000000*    RAPPORT SEUL, IL EST SIMPLEMENT LU
000000     IF WS-EMISSION = 'O'
000000         OPEN I-O COMMANDES-OUVERTES
000000         IF WS-COMMANDES-STATUT = '35'
000000             OPEN OUTPUT COMMANDES-OUVERTES
000000             CLOSE COMMANDES-OUVERTES
000000             OPEN I-O COMMANDES-OUVERTES
000000         END-IF
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             DISPLAY 'OPEN-ORDERS.TXT IMPOSSIBLE : '
000000                 WS-COMMANDES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-COMMANDES-OUVERT
000000         END-IF
000000     ELSE
000000         OPEN INPUT COMMANDES-OUVERTES
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             DISPLAY 'OPEN-ORDERS.TXT ABSENT, STATUT : '
000000                 WS-COMMANDES-STATUT
000000         ELSE
000000             MOVE 'Y' TO WS-COMMANDES-OUVERT
000000         END-IF
000000     END-IF.
000000*
000000 150-EXAMINER-CARNET.
000000*    PLUS GRAND NUMERO EMIS ET PRESENCE DE COMMANDES DU JOUR
000000     MOVE 'N' TO WS-EOF.
000000     MOVE LOW-VALUES TO FS-CDE-CLE.
000000     START COMMANDES-OUVERTES KEY IS NOT LESS THAN FS-CDE-CLE
000000         INVALID KEY MOVE 'Y' TO WS-EOF
000000     END-START.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         READ COMMANDES-OUVERTES NEXT RECORD
000000             AT END MOVE 'Y' TO WS-EOF
000000             NOT AT END
000000                 IF FS-CDE-NUM > WS-DERNIER-NUM
000000                     MOVE FS-CDE-NUM TO WS-DERNIER-NUM
000000                 END-IF
000000                 IF FS-CDE-DATE = WS-DATE-AAAAMMJJ
000000                     MOVE 'Y' TO WS-DEJA-EMIS
000000                 END-IF
000000         END-READ
000000         IF WS-COMMANDES-STATUT NOT = '00'
000000             AND WS-COMMANDES-STATUT NOT = '10'
000000             DISPLAY 'PANNE SUR OPEN-ORDERS.TXT, STATUT : '
000000                 WS-COMMANDES-STATUT
000000             MOVE 'Y' TO WS-EOF
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-PERFORM.
000000     IF WS-EMISSION = 'O' AND WS-DEJA-EMIS = 'Y'
000000         DISPLAY 'COMMANDES DU JOUR DEJA EMISES, EMISSION '
000000             'SAUTEE'
000000         MOVE 'N' TO WS-EMISSION
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'COMMANDES DU JOUR DEJA EMISES, AUCUNE '
000000                                  DELIMITED BY SIZE
000000                'NOUVELLE COMMANDE'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000*
000000 200-PREPARER-LIGNES.
000000*    CHAQUE SUGGESTION A COMMANDER EST RATTACHEE AU
000000*    FOURNISSEUR ATTITRE DE L'ARTICLE DANS LE MAITRE ; SANS
000000*    FOURNISSEUR VALIDE ELLE EST ECARTEE ET SIGNALEE
000000     OPEN INPUT SORTIE.
000000     IF WS-SORTIE-STATUT NOT = '00'
000000         DISPLAY 'DATA-OUTPUT.TXT INTROUVABLE, STATUT : '
000000             WS-SORTIE-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-SORTIE-OUVERT
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         OPEN INPUT SUGGESTIONS
000000         IF WS-SUGGESTIONS-STATUT NOT = '00'
000000             DISPLAY 'PURCHASE-SUGGESTIONS.TXT ABSENT, '
000000                 'STATUT : ' WS-SUGGESTIONS-STATUT
000000         ELSE
000000             OPEN OUTPUT LIGNES-TRAVAIL
000000             IF WS-TRAVAIL-STATUT NOT = '00'
000000                 DISPLAY 'PURCHASE-ORDERS-WORK.TXT IMPOSSIBLE : '
000000                     WS-TRAVAIL-STATUT
000000                 MOVE 'Y' TO WS-PANNE
000000             ELSE
000000                 MOVE SPACES TO WS-LIGNE-RAPPORT
000000                 PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000                 MOVE 'SUGGESTIONS ECARTEES' TO WS-LIGNE-RAPPORT
000000                 PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000                 MOVE 'N' TO WS-EOF
000000                 PERFORM UNTIL WS-EOF = 'Y'
000000                     READ SUGGESTIONS
000000                         AT END MOVE 'Y' TO WS-EOF
000000                         NOT AT END
000000                             PERFORM 210-EXAMINER-SUGGESTION
000000                     END-READ
000000                 END-PERFORM
000000                 CLOSE LIGNES-TRAVAIL
000000             END-IF
000000             CLOSE SUGGESTIONS
000000         END-IF
000000     END-IF.
000000*
000000 210-EXAMINER-SUGGESTION.
000000     MOVE SPACES TO WS-ECART-RAISON.
000000     IF FS-SUGG-CDE NOT NUMERIC
000000         MOVE 'QUANTITE ILLISIBLE' TO WS-ECART-RAISON
000000     ELSE
000000     IF FS-SUGG-CDE = 0
000000*        SOUS LE SEUIL MAIS RIEN A COMMANDER : PAS UN ECART
000000         CONTINUE
000000     ELSE
000000         MOVE FS-SUGG-ID  TO FS-SORTIE-ID
000000         MOVE FS-SUGG-DEP TO FS-SORTIE-DEPOT
000000         READ SORTIE
000000             INVALID KEY
000000                 MOVE 'ARTICLE ABSENT DU MAITRE'
000000                     TO WS-ECART-RAISON
000000         END-READ
000000         IF WS-SORTIE-STATUT NOT = '00'
000000             AND WS-SORTIE-STATUT NOT = '23'
000000             DISPLAY 'PANNE SUR LE MAITRE, STATUT : '
000000                 WS-SORTIE-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000             MOVE 'Y' TO WS-EOF
000000         ELSE
000000         IF WS-SORTIE-STATUT = '00'
000000             PERFORM 220-CONTROLER-FOURNISSEUR
000000         END-IF
000000         END-IF
000000         IF WS-ECART-RAISON = SPACES AND WS-PANNE = 'N'
000000             PERFORM 230-ECRIRE-LIGNE-TRAVAIL
000000         END-IF
000000     END-IF
000000     END-IF.
000000     IF WS-ECART-RAISON NOT = SPACES
000000         PERFORM 215-ECARTER-SUGGESTION
000000     END-IF.
000000*
000000 215-ECARTER-SUGGESTION.
000000     ADD 1 TO WS-CPT-ECARTEES.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING FS-SUGG-ID       DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            FS-SUGG-DEP      DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            FS-SUGG-NAME     DELIMITED BY SIZE
000000            ' '              DELIMITED BY SIZE
000000            WS-ECART-RAISON  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 220-CONTROLER-FOURNISSEUR.
000000     IF FS-SORTIE-FOU = SPACES
000000         MOVE 'SANS FOURNISSEUR ATTITRE' TO WS-ECART-RAISON
000000     ELSE
000000         MOVE FS-SORTIE-FOU TO WS-CTRL-FOURNISSEUR
000000         PERFORM 117-CHERCHER-FOURNISSEUR
000000         IF WS-FOURN-TROUVE = 'N'
000000             MOVE 'FOURNISSEUR INCONNU' TO WS-ECART-RAISON
000000         ELSE
000000             IF WS-FOURN-ACTIF(WS-IDX-FOURN) NOT = 'O'
000000                 MOVE 'FOURNISSEUR INACTIF' TO WS-ECART-RAISON
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 230-ECRIRE-LIGNE-TRAVAIL.
000000     MOVE SPACES           TO WS-LIGNE-CDE.
000000     MOVE 0                TO WS-LCDE-NUM.
000000     MOVE FS-SORTIE-ID     TO WS-LCDE-ID.
000000     MOVE FS-SORTIE-DEPOT  TO WS-LCDE-DEP.
000000     MOVE FS-SORTIE-FOU    TO WS-LCDE-FOU.
000000     MOVE FS-SORTIE-NAME   TO WS-LCDE-NAME.
000000     MOVE FS-SUGG-CDE      TO WS-LCDE-QTE-CDE.
000000     MOVE 0                TO WS-LCDE-QTE-RECUE.
000000     MOVE FS-SUGG-CDE      TO WS-LCDE-QTE-OUVERTE.
000000     MOVE 0                TO WS-LCDE-QTE-EXCES.
000000     WRITE FS-LIGNE-TRAVAIL FROM WS-LIGNE-CDE.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE PURCHASE-ORDERS-WORK.TXT EN PANNE : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000         MOVE 'Y' TO WS-EOF
000000     ELSE
000000         ADD 1 TO WS-CPT-SUGGESTIONS
000000     END-IF.
000000*
000000 250-TRIER-LIGNES.
000000*    REGROUPEMENT PAR FOURNISSEUR : UNE RUPTURE = UNE
000000*    COMMANDE
000000     SORT SORT-LIGNES
000000         ON ASCENDING KEY SD-CDE-FOU
000000                          SD-CDE-ID
000000                          SD-CDE-DEP
000000         USING LIGNES-TRAVAIL
000000         GIVING LIGNES-TRIEES.
000000     IF SORT-RETURN NOT = 0
000000         DISPLAY 'TRI DES LIGNES A COMMANDER EN PANNE, CODE : '
000000             SORT-RETURN
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 300-EMETTRE-COMMANDES.
000000     OPEN INPUT LIGNES-TRIEES.
000000     IF WS-TRIEES-STATUT NOT = '00'
000000         DISPLAY 'PURCHASE-ORDERS-SORTED.TXT ILLISIBLE : '
000000             WS-TRIEES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE 'COMMANDES EMISES CE JOUR' TO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         COMPUTE WS-ECHEANCE-INT =
000000             WS-JOUR-INT + WS-DELAI-LIVRAISON
000000         COMPUTE WS-ECHEANCE-NUM =
000000             FUNCTION DATE-OF-INTEGER(WS-ECHEANCE-INT)
000000         MOVE SPACES TO WS-FOU-PRECEDENT
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ LIGNES-TRIEES INTO WS-LIGNE-CDE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END PERFORM 310-EMETTRE-UNE-LIGNE
000000             END-READ
000000         END-PERFORM
000000         CLOSE LIGNES-TRIEES
000000     END-IF.
000000*
000000 310-EMETTRE-UNE-LIGNE.
000000     IF WS-LCDE-FOU NOT = WS-FOU-PRECEDENT
000000         ADD 1 TO WS-DERNIER-NUM
000000         ADD 1 TO WS-CPT-COMMANDES
000000         MOVE WS-LCDE-FOU TO WS-FOU-PRECEDENT
000000         MOVE WS-LCDE-FOU TO WS-CTRL-FOURNISSEUR
000000         PERFORM 117-CHERCHER-FOURNISSEUR
000000         MOVE WS-FOURN-NAME(WS-IDX-FOURN) TO WS-NOM-FOURNISSEUR
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'COMMANDE '         DELIMITED BY SIZE
000000                WS-DERNIER-NUM      DELIMITED BY SIZE
000000                ' FOURNISSEUR '     DELIMITED BY SIZE
000000                WS-LCDE-FOU         DELIMITED BY SIZE
000000                ' '                 DELIMITED BY SIZE
000000                WS-NOM-FOURNISSEUR  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000     MOVE WS-DERNIER-NUM    TO WS-LCDE-NUM.
000000     MOVE WS-DATE-AAAAMMJJ  TO WS-LCDE-DATE.
000000     MOVE WS-ECHEANCE-NUM   TO WS-LCDE-ECHEANCE.
000000     MOVE SPACES            TO WS-LCDE-DATE-RECEPTION.
000000     MOVE 'O'               TO WS-LCDE-ETAT.
000000     WRITE FS-COMMANDE FROM WS-LIGNE-CDE
000000         INVALID KEY
000000*            MEME ARTICLE ET DEPOT SUGGERES DEUX FOIS : LA
000000*            PREMIERE LIGNE SEULE EST COMMANDEE
000000             DISPLAY 'LIGNE EN DOUBLE IGNOREE : ' WS-LCDE-ID
000000                 ' ' WS-LCDE-DEP
000000             ADD 1 TO WS-CPT-ECARTEES
000000     END-WRITE.
000000     IF WS-COMMANDES-STATUT = '00'
000000         ADD 1 TO WS-CPT-LIGNES-EMISES
000000         MOVE WS-LCDE-QTE-CDE TO WS-QTE-EDITE
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING '    '              DELIMITED BY SIZE
000000                WS-LCDE-ID          DELIMITED BY SIZE
000000                ' '                 DELIMITED BY SIZE
000000                WS-LCDE-DEP         DELIMITED BY SIZE
000000                ' '                 DELIMITED BY SIZE
000000                WS-LCDE-NAME        DELIMITED BY SIZE
000000                '  QTE '            DELIMITED BY SIZE
000000                WS-QTE-EDITE        DELIMITED BY SIZE
000000                '  ECHEANCE '       DELIMITED BY SIZE
000000                WS-LCDE-ECHEANCE(1:4) DELIMITED BY SIZE
000000                '-'                 DELIMITED BY SIZE
000000                WS-LCDE-ECHEANCE(5:2) DELIMITED BY SIZE
000000                '-'                 DELIMITED BY SIZE
000000                WS-LCDE-ECHEANCE(7:2) DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     ELSE
000000         IF WS-COMMANDES-STATUT NOT = '22'
000000             DISPLAY 'ECRITURE OPEN-ORDERS.TXT EN PANNE : '
000000                 WS-COMMANDES-STATUT
000000             MOVE 'Y' TO WS-PANNE
000000             MOVE 'Y' TO WS-EOF
000000         END-IF
000000     END-IF.
000000*
000000 400-EXTRAIRE-OUVERTES.
000000*    LIGNES ENCORE OUVERTES DU CARNET, Y COMPRIS CELLES
000000*    EMISES CE JOUR, VERS LE FICHIER DE TRAVAIL DU TRI
000000     OPEN OUTPUT LIGNES-TRAVAIL.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'PURCHASE-ORDERS-WORK.TXT IMPOSSIBLE : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'N' TO WS-EOF
000000         MOVE LOW-VALUES TO FS-CDE-CLE
000000         START COMMANDES-OUVERTES
000000             KEY IS NOT LESS THAN FS-CDE-CLE
000000             INVALID KEY MOVE 'Y' TO WS-EOF
000000         END-START
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ COMMANDES-OUVERTES NEXT RECORD
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     IF FS-CDE-ETAT = 'O'
000000                         PERFORM 410-EXTRAIRE-UNE-LIGNE
000000                     END-IF
000000             END-READ
000000             IF WS-COMMANDES-STATUT NOT = '00'
000000                 AND WS-COMMANDES-STATUT NOT = '10'
000000                 DISPLAY 'PANNE SUR OPEN-ORDERS.TXT, STATUT : '
000000                     WS-COMMANDES-STATUT
000000                 MOVE 'Y' TO WS-EOF
000000                 MOVE 'Y' TO WS-PANNE
000000             END-IF
000000         END-PERFORM
000000         CLOSE LIGNES-TRAVAIL
000000     END-IF.
000000*
000000 410-EXTRAIRE-UNE-LIGNE.
000000     WRITE FS-LIGNE-TRAVAIL FROM FS-COMMANDE.
000000     IF WS-TRAVAIL-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE PURCHASE-ORDERS-WORK.TXT EN PANNE : '
000000             WS-TRAVAIL-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000         MOVE 'Y' TO WS-EOF
000000     ELSE
000000         ADD 1 TO WS-CPT-LIGNES-OUVERTES
000000     END-IF.
000000*
000000 450-TRIER-OUVERTES.
000000     SORT SORT-LIGNES
000000         ON ASCENDING KEY SD-CDE-FOU
000000                          SD-CDE-NUM
000000                          SD-CDE-ID
000000                          SD-CDE-DEP
000000         USING LIGNES-TRAVAIL
000000         GIVING LIGNES-TRIEES.
000000     IF SORT-RETURN NOT = 0
000000         DISPLAY 'TRI DES COMMANDES OUVERTES EN PANNE, CODE : '
000000             SORT-RETURN
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 500-IMPRIMER-OUVERTES.
000000*    UN BLOC PAR FOURNISSEUR, SOUS-TOTAL A LA RUPTURE ; LE
000000*    RETARD EST COMPTE EN JOURS DEPUIS L'ECHEANCE
000000     OPEN INPUT LIGNES-TRIEES.
000000     IF WS-TRIEES-STATUT NOT = '00'
000000         DISPLAY 'PURCHASE-ORDERS-SORTED.TXT ILLISIBLE : '
000000             WS-TRIEES-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE 'Y' TO WS-TRIEES-OUVERT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE 'COMMANDES OUVERTES PAR FOURNISSEUR'
000000             TO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'COMMANDE ID  DP LIBELLE        COMMANDEE  '
000000                                  DELIMITED BY SIZE
000000                'ECHEANCE      QTE  RECUE OUVERTE RETARD'
000000                                  DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000         MOVE SPACES TO WS-FOU-PRECEDENT
000000         MOVE 'N' TO WS-EOF
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ LIGNES-TRIEES INTO WS-LIGNE-CDE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END PERFORM 510-IMPRIMER-UNE-LIGNE
000000             END-READ
000000         END-PERFORM
000000         IF WS-FOU-PRECEDENT NOT = SPACES
000000             PERFORM 530-IMPRIMER-SOUS-TOTAL
000000         END-IF
000000     END-IF.
000000*
000000 510-IMPRIMER-UNE-LIGNE.
000000     IF WS-LCDE-FOU NOT = WS-FOU-PRECEDENT
000000         IF WS-FOU-PRECEDENT NOT = SPACES
000000             PERFORM 530-IMPRIMER-SOUS-TOTAL
000000         END-IF
000000         PERFORM 520-IMPRIMER-FOURNISSEUR
000000     END-IF.
000000     MOVE 0 TO WS-RETARD.
000000     IF WS-LCDE-ECHEANCE NUMERIC
000000         MOVE WS-LCDE-ECHEANCE TO WS-ECHEANCE-NUM
000000         COMPUTE WS-RETARD = WS-JOUR-INT
000000             - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-NUM)
000000     END-IF.
000000     IF WS-RETARD < 0
000000         MOVE 0 TO WS-RETARD
000000     END-IF.
000000     IF WS-RETARD > 0
000000         ADD 1 TO WS-FOU-RETARD
000000         ADD 1 TO WS-CPT-LIGNES-RETARD
000000     END-IF.
000000     ADD 1 TO WS-FOU-LIGNES.
000000     ADD WS-LCDE-QTE-OUVERTE TO WS-FOU-QTE-OUVERTE.
000000     ADD WS-LCDE-QTE-OUVERTE TO WS-TOTAL-QTE-OUVERTE.
000000     MOVE SPACES TO WS-DATE-CDE-EDITEE.
000000     STRING WS-LCDE-DATE(1:4) '-'
000000            WS-LCDE-DATE(5:2) '-'
000000            WS-LCDE-DATE(7:2)
000000         INTO WS-DATE-CDE-EDITEE.
000000     MOVE SPACES TO WS-ECHEANCE-EDITEE.
000000     STRING WS-LCDE-ECHEANCE(1:4) '-'
000000            WS-LCDE-ECHEANCE(5:2) '-'
000000            WS-LCDE-ECHEANCE(7:2)
000000         INTO WS-ECHEANCE-EDITEE.
000000     MOVE WS-LCDE-QTE-CDE     TO WS-QTE-EDITE.
000000     MOVE WS-LCDE-QTE-RECUE   TO WS-RECUE-EDITE.
000000     MOVE WS-LCDE-QTE-OUVERTE TO WS-OUVERTE-EDITE.
000000     MOVE WS-RETARD           TO WS-RETARD-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING WS-LCDE-NUM         DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-LCDE-ID          DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-LCDE-DEP         DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-LCDE-NAME        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-DATE-CDE-EDITEE  DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-ECHEANCE-EDITEE  DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-QTE-EDITE        DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-RECUE-EDITE      DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-OUVERTE-EDITE    DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-RETARD-EDITE     DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     IF WS-RETARD > 0
000000         MOVE 'EN RETARD' TO WS-LIGNE-RAPPORT(81:9)
000000     END-IF.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 520-IMPRIMER-FOURNISSEUR.
000000     MOVE WS-LCDE-FOU TO WS-FOU-PRECEDENT.
000000     MOVE 0 TO WS-FOU-LIGNES.
000000     MOVE 0 TO WS-FOU-RETARD.
000000     MOVE 0 TO WS-FOU-QTE-OUVERTE.
000000     MOVE WS-LCDE-FOU TO WS-CTRL-FOURNISSEUR.
000000     PERFORM 117-CHERCHER-FOURNISSEUR.
000000     IF WS-FOURN-TROUVE = 'Y'
000000         MOVE WS-FOURN-NAME(WS-IDX-FOURN) TO WS-NOM-FOURNISSEUR
000000     ELSE
000000         MOVE 'INCONNU DU REFERENTIEL' TO WS-NOM-FOURNISSEUR
000000     END-IF.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     STRING 'FOURNISSEUR : '    DELIMITED BY SIZE
000000            WS-LCDE-FOU         DELIMITED BY SIZE
000000            ' '                 DELIMITED BY SIZE
000000            WS-NOM-FOURNISSEUR  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 530-IMPRIMER-SOUS-TOTAL.
000000     MOVE WS-FOU-LIGNES TO WS-CPT-EDITE.
000000     MOVE WS-FOU-QTE-OUVERTE TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING '  TOTAL ' WS-FOU-PRECEDENT ' : LIGNES '
000000                                  DELIMITED BY SIZE
000000            WS-CPT-EDITE          DELIMITED BY SIZE
000000            '  QTE OUVERTE '      DELIMITED BY SIZE
000000            WS-TOTAL-EDITE        DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-FOU-RETARD TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING '  LIGNES EN RETARD : '  DELIMITED BY SIZE
000000            WS-CPT-EDITE             DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000*
000000 600-ECRIRE-TOTAUX.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-SUGGESTIONS TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SUGGESTIONS RETENUES     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-ECARTEES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'SUGGESTIONS ECARTEES     : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-COMMANDES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'COMMANDES EMISES         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-EMISES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES DE COMMANDE EMISES: ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-OUVERTES TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES OUVERTES          : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-CPT-LIGNES-RETARD TO WS-CPT-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'LIGNES EN RETARD         : ' DELIMITED BY SIZE
000000            WS-CPT-EDITE                  DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     MOVE WS-TOTAL-QTE-OUVERTE TO WS-TOTAL-EDITE.
000000     MOVE SPACES TO WS-LIGNE-RAPPORT.
000000     STRING 'QUANTITE TOTALE OUVERTE  : ' DELIMITED BY SIZE
000000            WS-TOTAL-EDITE                DELIMITED BY SIZE
000000         INTO WS-LIGNE-RAPPORT.
000000     PERFORM 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-PANNE = 'Y'
000000         MOVE SPACES TO WS-LIGNE-RAPPORT
000000         STRING 'TRAITEMENT INCOMPLET, CARNET, MAITRE OU '
000000                                          DELIMITED BY SIZE
000000                'TRI EN PANNE'            DELIMITED BY SIZE
000000             INTO WS-LIGNE-RAPPORT
000000         PERFORM 790-ECRIRE-LIGNE-RAPPORT
000000     END-IF.
000000     MOVE WS-CPT-COMMANDES TO WS-CPT-EDITE.
000000     DISPLAY 'COMMANDES FOURNISSEURS TERMINE, COMMANDES : '
000000         WS-CPT-EDITE.
000000*
000000 700-FERMER-FICHIERS.
000000     IF WS-SORTIE-OUVERT = 'Y'
000000         CLOSE SORTIE
000000     END-IF.
000000     IF WS-COMMANDES-OUVERT = 'Y'
000000         CLOSE COMMANDES-OUVERTES
000000     END-IF.
000000     IF WS-TRIEES-OUVERT = 'Y'
000000         CLOSE LIGNES-TRIEES
000000     END-IF.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         CLOSE RAPPORT-COMMANDES
000000     END-IF.
000000*
000000 790-ECRIRE-LIGNE-RAPPORT.
000000     IF WS-RAPPORT-DISPONIBLE = 'Y'
000000         WRITE FS-RAPPORT-COMMANDES FROM WS-LIGNE-RAPPORT
000000         IF WS-RAPPORT-STATUT NOT = '00'
000000             DISPLAY 'ECRITURE OPEN-ORDERS-REPORT.TXT '
000000                 'EN PANNE : ' WS-RAPPORT-STATUT
000000             MOVE 'N' TO WS-RAPPORT-DISPONIBLE
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
