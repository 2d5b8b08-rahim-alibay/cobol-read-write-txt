000000* ------------------------------------------------------
000000*    PROGRAMME COMPAGNON : PILOTE DE LA CHAINE DE NUIT.
000000*    DEROULE DANS L'ORDRE LES ETAPES DECRITES DANS
000000*    CHAIN-STEPS.TXT (NOM, COMMANDE, CONDITION SUR LE CODE
000000*    RETOUR PRECEDENT, ETAPE DE FIN DE MOIS, ETAPE DE
000000*    SAUVEGARDE) ET TIENT DANS CHAIN-STATUS.TXT, POUR LE
000000*    CYCLE DE RUN-CONTROL.TXT, L'HEURE DE DEBUT, L'HEURE DE
000000*    FIN ET LE CODE RETOUR DE CHAQUE ETAPE. UNE ETAPE QUI
000000*    REND 8 OU PLUS ARRETE LA CHAINE ; RELANCE ENSUITE, LE
000000*    PILOTE SAUTE LES ETAPES DEJA FAITES DU MEME CYCLE ET
000000*    REPREND A L'ETAPE EN ECHEC. LA CHAINE N'EST DECLAREE
000000*    TERMINEE QU'APRES UNE SAUVEGARDE DU MAITRE REUSSIE.
000000*    CHAINE STANDARD :
000000*      MON-PROGRAMME, RAPPROCHEMENT-ACK, REAPPROVISIONNEMENT,
000000*      SAUVEGARDE-MAITRE (SAUVEGARDE), DIGEST-EXCEPTIONS,
000000*      RESUME-MENSUEL (FIN DE MOIS SEULEMENT)
000000*    ARGUMENT FACULTATIF 'FIN-MOIS' : FORCE LES ETAPES DE
000000*    FIN DE MOIS UN AUTRE JOUR QUE LE DERNIER DU MOIS
000000* ------------------------------------------------------
000000 IDENTIFICATION DIVISION.
000000     PROGRAM-ID. PILOTE-CHAINE.
000000*
000000 ENVIRONMENT DIVISION.
000000     INPUT-OUTPUT SECTION.
000000         FILE-CONTROL.
000000         SELECT DEFINITION-CHAINE ASSIGN TO 'chain-steps.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-DEFINITION-STATUT.
000000         SELECT ETAT-CHAINE ASSIGN TO 'chain-status.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-ETAT-STATUT.
000000         SELECT CONTROLE-EXECUTION ASSIGN TO 'run-control.txt'
000000             ORGANIZATION IS LINE SEQUENTIAL
000000             FILE STATUS IS WS-RCTRL-STATUT.
000000*
000000 DATA DIVISION.
000000
000000 FILE SECTION.
000000*    UNE LIGNE PAR ETAPE, DANS L'ORDRE D'EXECUTION ; UNE
000000*    LIGNE COMMENCANT PAR '*' EST UN COMMENTAIRE. LA
000000*    CONDITION PORTE SUR LE CODE RETOUR DE LA DERNIERE ETAPE
000000*    EXECUTEE : OPERATEUR LE/LT/EQ/NE/GE/GT ET VALEUR ; A
000000*    BLANC L'ETAPE EST INCONDITIONNELLE. UNE ETAPE DE FIN DE
000000*    MOIS RECOIT LE MOIS AAAA-MM EN ARGUMENT
000000     FD DEFINITION-CHAINE.
000000         01 FS-DEFINITION.
000000         05 FS-DEF-ETAPE      PIC X(20).
000000         05 FILLER            PIC X(1).
000000         05 FS-DEF-COMMANDE   PIC X(40).
000000         05 FILLER            PIC X(1).
000000         05 FS-DEF-COND-OP    PIC X(2).
000000         05 FS-DEF-COND-RC    PIC 9(2).
000000         05 FILLER            PIC X(1).
000000*        'O' = ETAPE DE FIN DE MOIS SEULEMENT
000000         05 FS-DEF-FIN-MOIS   PIC X(1).
000000         05 FILLER            PIC X(1).
000000*        'O' = SAUVEGARDE DU MAITRE, JAMAIS SAUTEE SUR
000000*        CONDITION ET EXIGEE AVANT DE DECLARER LA CHAINE
000000*        TERMINEE
000000         05 FS-DEF-SAUVEGARDE PIC X(1).
000000*    ETAT DE LA DERNIERE CHAINE, REECRIT EN ENTIER APRES
000000*    CHAQUE ETAPE : UNE LIGNE 'C' POUR LA CHAINE PUIS UNE
000000*    LIGNE 'E' PAR ETAPE
000000     FD ETAT-CHAINE.
000000         01 FS-ETAT.
000000         05 FS-ETAT-TYPE      PIC X(1).
000000         05 FILLER            PIC X(1).
000000         05 FS-ETAT-CYCLE     PIC 9(4).
000000         05 FILLER            PIC X(1).
000000         05 FS-ETAT-ETAPE     PIC X(20).
000000         05 FILLER            PIC X(1).
000000         05 FS-ETAT-DEBUT     PIC X(19).
000000         05 FILLER            PIC X(1).
000000         05 FS-ETAT-FIN       PIC X(19).
000000         05 FILLER            PIC X(1).
000000         05 FS-ETAT-RC        PIC 9(3).
000000         05 FILLER            PIC X(1).
000000*        ETAPE : A-FAIRE, EN-COURS, TERMINE, ECHEC, SAUTEE,
000000*        HORS-MOIS ; CHAINE : EN-COURS, TERMINE, ECHEC
000000         05 FS-ETAT-ETAT      PIC X(9).
000000     FD CONTROLE-EXECUTION.
000000         01 FS-RCTRL.
000000         05 FS-RCTRL-DATE   PIC X(10).
000000         05 FILLER          PIC X(1).
000000         05 FS-RCTRL-CYCLE  PIC 9(4).
000000         05 FILLER          PIC X(1).
000000         05 FS-RCTRL-ETAT   PIC X(8).
000000
000000 WORKING-STORAGE SECTION.
000000           01 WS-DEFINITION-STATUT  PIC X(2) VALUE '00'.
000000           01 WS-ETAT-STATUT        PIC X(2) VALUE '00'.
000000           01 WS-ETAT-EN-PANNE      PIC X VALUE 'N'.
000000           01 WS-RCTRL-STATUT       PIC X(2) VALUE '00'.
000000           01 WS-EOF                PIC X VALUE 'N'.
000000           01 WS-PANNE              PIC X VALUE 'N'.
000000           01 WS-ECHEC              PIC X VALUE 'N'.
000000           01 WS-REPRISE            PIC X VALUE 'N'.
000000           01 WS-ARGUMENT           PIC X(10) VALUE SPACES.
000000*
000000           01 WS-DATE-HEURE-SYS     PIC X(21).
000000           01 WS-DATE-FORMATEE      PIC X(10).
000000           01 WS-HORODATAGE         PIC X(19).
000000           01 WS-MOIS-COURANT       PIC X(7).
000000           01 WS-DATE-AAAAMMJJ      PIC X(8).
000000           01 WS-DATE-JOUR-NUM REDEFINES WS-DATE-AAAAMMJJ
000000                                    PIC 9(8).
000000           01 WS-LENDEMAIN          PIC 9(8) VALUE 0.
000000           01 WS-LENDEMAIN-X REDEFINES WS-LENDEMAIN
000000                                    PIC X(8).
000000           01 WS-FIN-DE-MOIS        PIC X VALUE 'N'.
000000*
000000*    FICHE DE CONTROLE D'EXECUTION TENUE PAR LE PROGRAMME
000000*    PRINCIPAL
000000           01 WS-RCTRL-EXISTE       PIC X VALUE 'N'.
000000           01 WS-RCTRL-DATE-LUE     PIC X(10) VALUE SPACES.
000000           01 WS-RCTRL-CYCLE-LU     PIC 9(4) VALUE 0.
000000           01 WS-RCTRL-ETAT-LU      PIC X(8) VALUE SPACES.
000000*
000000*    DERNIERE CHAINE CONNUE ET CHAINE DU JOUR
000000           01 WS-CHAINE-EXISTE      PIC X VALUE 'N'.
000000           01 WS-CHAINE-CYCLE       PIC 9(4) VALUE 0.
000000           01 WS-CHAINE-DEBUT       PIC X(19) VALUE SPACES.
000000           01 WS-CHAINE-FIN         PIC X(19) VALUE SPACES.
000000           01 WS-CHAINE-RC          PIC 9(3) VALUE 0.
000000           01 WS-CHAINE-ETAT        PIC X(9) VALUE SPACES.
000000*
000000*    ETAPES DE LA CHAINE, DEFINITION PUIS ETAT D'EXECUTION
000000           01 WS-TABLE-ETAPES.
000000           05 WS-ETAPE OCCURS 20 TIMES.
000000              10 WS-ETP-NOM        PIC X(20).
000000              10 WS-ETP-COMMANDE   PIC X(40).
000000              10 WS-ETP-COND-OP    PIC X(2).
000000              10 WS-ETP-COND-RC    PIC 9(2).
000000              10 WS-ETP-FIN-MOIS   PIC X(1).
000000              10 WS-ETP-SAUVEGARDE PIC X(1).
000000              10 WS-ETP-DEBUT      PIC X(19).
000000              10 WS-ETP-FIN        PIC X(19).
000000              10 WS-ETP-RC         PIC 9(3).
000000              10 WS-ETP-ETAT       PIC X(9).
000000           01 WS-NB-ETAPES          PIC 9(2) VALUE 0.
000000           01 WS-IDX-ETAPE          PIC 9(2) VALUE 0.
000000           01 WS-IDX-ECRITURE       PIC 9(2) VALUE 0.
000000           01 WS-ETAPE-TROUVEE      PIC X VALUE 'N'.
000000           01 WS-CLE-ETAPE          PIC X(20).
000000           01 WS-NB-SAUVEGARDES     PIC 9(2) VALUE 0.
000000*
000000*    CODE RETOUR DE LA DERNIERE ETAPE EXECUTEE, SUR LEQUEL
000000*    PORTE LA CONDITION DE L'ETAPE SUIVANTE ; AU-DELA DU
000000*    SEUIL D'ECHEC LA CHAINE S'ARRETE
000000           01 WS-RC-PRECEDENT       PIC 9(3) VALUE 0.
000000           01 WS-RC-APPEL           PIC S9(9) VALUE 0.
000000           01 WS-SEUIL-ECHEC        PIC 9(3) VALUE 8.
000000           01 WS-CONDITION-OK       PIC X VALUE 'Y'.
000000           01 WS-LIGNE-COMMANDE     PIC X(60).
000000           01 WS-CPT-LANCEES        PIC 9(2) VALUE 0.
000000           01 WS-RC-EDITE           PIC ZZ9.
000000*
000000 PROCEDURE DIVISION.
000000 000-MAIN-PROCEDURE.
000000     PERFORM 100-INITIALISER.
000000     IF WS-PANNE = 'N'
000000         PERFORM 200-DEROULER-CHAINE
000000         PERFORM 300-CLOTURER-CHAINE
000000     END-IF.
000000*    CODE 12 SUR PANNE OU CHAINE EN ECHEC, SINON LE PLUS
000000*    FORT CODE RETOUR DES ETAPES (4 = AVERTISSEMENTS)
000000     IF WS-PANNE = 'Y' OR WS-ECHEC = 'Y'
000000         MOVE 12 TO RETURN-CODE
000000     ELSE
000000         MOVE WS-CHAINE-RC TO RETURN-CODE
000000     END-IF.
000000     STOP RUN.
000000*
000000 100-INITIALISER.
000000     PERFORM 790-PRENDRE-HORODATAGE.
000000     MOVE WS-HORODATAGE(1:10) TO WS-DATE-FORMATEE.
000000     MOVE WS-HORODATAGE(1:7) TO WS-MOIS-COURANT.
000000     MOVE WS-DATE-HEURE-SYS(1:8) TO WS-DATE-AAAAMMJJ.
000000     ACCEPT WS-ARGUMENT FROM COMMAND-LINE.
000000     PERFORM 105-CALCULER-FIN-DE-MOIS.
000000     PERFORM 110-CHARGER-DEFINITION.
000000     IF WS-PANNE = 'N'
000000         PERFORM 120-LIRE-CONTROLE-EXECUTION
000000         PERFORM 130-LIRE-ETAT-CHAINE
000000         PERFORM 140-DETERMINER-CYCLE
000000     END-IF.
000000*
000000 105-CALCULER-FIN-DE-MOIS.
000000*    DERNIER JOUR DU MOIS : LE LENDEMAIN DE WS-DATE-AAAAMMJJ
000000*    EST UN PREMIER ; L'ARGUMENT 'FIN-MOIS' LE FORCE
000000     MOVE 'N' TO WS-FIN-DE-MOIS.
000000     COMPUTE WS-LENDEMAIN = FUNCTION DATE-OF-INTEGER(
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM) + 1).
000000     IF WS-LENDEMAIN-X(7:2) = '01'
000000         MOVE 'Y' TO WS-FIN-DE-MOIS
000000     END-IF.
000000     IF WS-ARGUMENT = 'FIN-MOIS'
000000         MOVE 'Y' TO WS-FIN-DE-MOIS
000000     END-IF.
000000*
000000 110-CHARGER-DEFINITION.
000000*    UNE DEFINITION FAUSSE ARRETE TOUT AVANT LA PREMIERE
000000*    ETAPE : MIEUX VAUT NE RIEN LANCER QUE LANCER A MOITIE
000000     INITIALIZE WS-TABLE-ETAPES.
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT DEFINITION-CHAINE.
000000     IF WS-DEFINITION-STATUT NOT = '00'
000000         DISPLAY 'CHAIN-STEPS.TXT INTROUVABLE, STATUT : '
000000             WS-DEFINITION-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ DEFINITION-CHAINE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     IF FS-DEF-ETAPE(1:1) NOT = '*'
000000                         AND FS-DEF-ETAPE NOT = SPACES
000000                         PERFORM 115-RETENIR-UNE-ETAPE
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE DEFINITION-CHAINE
000000         IF WS-NB-ETAPES = 0
000000             DISPLAY 'CHAIN-STEPS.TXT NE DECRIT AUCUNE ETAPE'
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000         IF WS-NB-SAUVEGARDES = 0
000000             DISPLAY 'AUCUNE ETAPE DE SAUVEGARDE DANS '
000000                 'CHAIN-STEPS.TXT'
000000             MOVE 'Y' TO WS-PANNE
000000         END-IF
000000     END-IF.
000000*
000000 115-RETENIR-UNE-ETAPE.
000000     IF FS-DEF-COMMANDE = SPACES
000000         OR (FS-DEF-COND-OP NOT = SPACES
000000             AND FS-DEF-COND-OP NOT = 'LE'
000000             AND FS-DEF-COND-OP NOT = 'LT'
000000             AND FS-DEF-COND-OP NOT = 'EQ'
000000             AND FS-DEF-COND-OP NOT = 'NE'
000000             AND FS-DEF-COND-OP NOT = 'GE'
000000             AND FS-DEF-COND-OP NOT = 'GT')
000000         OR (FS-DEF-COND-OP NOT = SPACES
000000             AND FS-DEF-COND-RC NOT NUMERIC)
000000         DISPLAY 'ETAPE MAL DEFINIE : ' FS-DEF-ETAPE
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE FS-DEF-ETAPE TO WS-CLE-ETAPE
000000         PERFORM 150-TROUVER-ETAPE
000000         IF WS-ETAPE-TROUVEE = 'Y'
000000             DISPLAY 'ETAPE DEFINIE DEUX FOIS : ' FS-DEF-ETAPE
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             IF WS-NB-ETAPES < 20
000000                 ADD 1 TO WS-NB-ETAPES
000000                 MOVE WS-NB-ETAPES TO WS-IDX-ETAPE
000000                 MOVE FS-DEF-ETAPE
000000                     TO WS-ETP-NOM(WS-IDX-ETAPE)
000000                 MOVE FS-DEF-COMMANDE
000000                     TO WS-ETP-COMMANDE(WS-IDX-ETAPE)
000000                 MOVE FS-DEF-COND-OP
000000                     TO WS-ETP-COND-OP(WS-IDX-ETAPE)
000000                 IF FS-DEF-COND-OP = SPACES
000000                     MOVE 0 TO WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 ELSE
000000                     MOVE FS-DEF-COND-RC
000000                         TO WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 END-IF
000000                 MOVE FS-DEF-FIN-MOIS
000000                     TO WS-ETP-FIN-MOIS(WS-IDX-ETAPE)
000000                 MOVE FS-DEF-SAUVEGARDE
000000                     TO WS-ETP-SAUVEGARDE(WS-IDX-ETAPE)
000000                 IF FS-DEF-SAUVEGARDE = 'O'
000000                     ADD 1 TO WS-NB-SAUVEGARDES
000000                 END-IF
000000                 MOVE 'A-FAIRE' TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000             ELSE
000000                 DISPLAY 'TABLE DES ETAPES PLEINE : '
000000                     FS-DEF-ETAPE
000000                 MOVE 'Y' TO WS-PANNE
000000             END-IF
000000         END-IF
000000     END-IF.
000000*
000000 120-LIRE-CONTROLE-EXECUTION.
000000*    FICHE ABSENTE = PREMIER CYCLE, COMME AU PROGRAMME
000000*    PRINCIPAL
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
000000     END-IF.
000000*
000000 130-LIRE-ETAT-CHAINE.
000000*    FICHIER ABSENT = AUCUNE CHAINE ENCORE PASSEE ; LES
000000*    ETATS DES ETAPES SONT RAPPORTES SUR LA DEFINITION DU
000000*    JOUR PAR LE NOM DE L'ETAPE
000000     MOVE 'N' TO WS-EOF.
000000     OPEN INPUT ETAT-CHAINE.
000000     IF WS-ETAT-STATUT = '00'
000000         PERFORM UNTIL WS-EOF = 'Y'
000000             READ ETAT-CHAINE
000000                 AT END MOVE 'Y' TO WS-EOF
000000                 NOT AT END
000000                     PERFORM 135-RETENIR-UN-ETAT
000000             END-READ
000000         END-PERFORM
000000         CLOSE ETAT-CHAINE
000000     END-IF.
000000*
000000 135-RETENIR-UN-ETAT.
000000     EVALUATE FS-ETAT-TYPE
000000         WHEN 'C'
000000             MOVE 'Y' TO WS-CHAINE-EXISTE
000000             IF FS-ETAT-CYCLE NUMERIC
000000                 MOVE FS-ETAT-CYCLE TO WS-CHAINE-CYCLE
000000             END-IF
000000             MOVE FS-ETAT-DEBUT TO WS-CHAINE-DEBUT
000000             MOVE FS-ETAT-ETAT  TO WS-CHAINE-ETAT
000000         WHEN 'E'
000000             MOVE FS-ETAT-ETAPE TO WS-CLE-ETAPE
000000             PERFORM 150-TROUVER-ETAPE
000000             IF WS-ETAPE-TROUVEE = 'Y'
000000                 MOVE FS-ETAT-DEBUT TO WS-ETP-DEBUT(WS-IDX-ETAPE)
000000                 MOVE FS-ETAT-FIN   TO WS-ETP-FIN(WS-IDX-ETAPE)
000000                 IF FS-ETAT-RC NUMERIC
000000                     MOVE FS-ETAT-RC TO WS-ETP-RC(WS-IDX-ETAPE)
000000                 END-IF
000000                 MOVE FS-ETAT-ETAT  TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000             ELSE
000000                 DISPLAY 'ETAPE INCONNUE DE LA DEFINITION, '
000000                     'IGNOREE : ' FS-ETAT-ETAPE
000000             END-IF
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000*
000000 140-DETERMINER-CYCLE.
000000*    CHAINE PRECEDENTE EN ECHEC OU INTERROMPUE : REPRISE DU
000000*    MEME CYCLE, A CONDITION QU'AUCUN CYCLE PLUS RECENT N'AIT
000000*    ETE PASSE HORS CHAINE ENTRE-TEMPS. SINON NOUVELLE
000000*    CHAINE SOUS LE NUMERO QUE LE PROGRAMME PRINCIPAL VA
000000*    PRENDRE : LE SUIVANT, OU LE MEME SI SA FICHE EST RESTEE
000000*    'EN-COURS'. UNE CHAINE DEJA TERMINEE DU JOUR N'EST PAS
000000*    RELANCEE
000000     IF WS-CHAINE-EXISTE = 'Y'
000000         AND (WS-CHAINE-ETAT = 'ECHEC'
000000             OR WS-CHAINE-ETAT = 'EN-COURS')
000000         IF WS-RCTRL-CYCLE-LU > WS-CHAINE-CYCLE
000000             DISPLAY 'REPRISE IMPOSSIBLE, LE CYCLE '
000000                 WS-RCTRL-CYCLE-LU ' A ETE PASSE APRES LA '
000000                 'CHAINE ' WS-CHAINE-CYCLE
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             MOVE 'Y' TO WS-REPRISE
000000             DISPLAY 'REPRISE DE LA CHAINE DU CYCLE '
000000                 WS-CHAINE-CYCLE
000000             PERFORM 142-DATER-REPRISE
000000         END-IF
000000     ELSE
000000         IF WS-CHAINE-EXISTE = 'Y'
000000             AND WS-CHAINE-ETAT = 'TERMINE'
000000             AND WS-CHAINE-DEBUT(1:10) = WS-DATE-FORMATEE
000000             DISPLAY 'CHAINE DEJA TERMINEE CE JOUR, CYCLE '
000000                 WS-CHAINE-CYCLE
000000             MOVE 'Y' TO WS-PANNE
000000         ELSE
000000             PERFORM 145-NOUVELLE-CHAINE
000000         END-IF
000000     END-IF.
000000     IF WS-PANNE = 'N'
000000         MOVE 'EN-COURS' TO WS-CHAINE-ETAT
000000         MOVE SPACES TO WS-CHAINE-FIN
000000         PERFORM 700-ECRIRE-ETAT-CHAINE
000000     END-IF.
000000*
000000 142-DATER-REPRISE.
000000*    UNE CHAINE REPRISE LE LENDEMAIN RESTE CELLE DE SON JOUR
000000*    DE DEPART : FIN DE MOIS ET MOIS PASSE AUX ETAPES
000000*    MENSUELLES SE TIRENT DU DEBUT DE LA CHAINE
000000     MOVE SPACES TO WS-DATE-AAAAMMJJ.
000000     STRING WS-CHAINE-DEBUT(1:4)  DELIMITED BY SIZE
000000            WS-CHAINE-DEBUT(6:2)  DELIMITED BY SIZE
000000            WS-CHAINE-DEBUT(9:2)  DELIMITED BY SIZE
000000         INTO WS-DATE-AAAAMMJJ.
000000     IF WS-DATE-JOUR-NUM NUMERIC
000000         MOVE WS-CHAINE-DEBUT(1:7) TO WS-MOIS-COURANT
000000         PERFORM 105-CALCULER-FIN-DE-MOIS
000000         DISPLAY 'CHAINE DATEE DU ' WS-CHAINE-DEBUT(1:10)
000000     ELSE
000000         DISPLAY 'DEBUT DE CHAINE ILLISIBLE, DATE DU JOUR '
000000             'CONSERVEE : ' WS-CHAINE-DEBUT
000000         MOVE WS-DATE-HEURE-SYS(1:8) TO WS-DATE-AAAAMMJJ
000000     END-IF.
000000*
000000 145-NOUVELLE-CHAINE.
000000     EVALUATE TRUE
000000         WHEN WS-RCTRL-EXISTE = 'N'
000000             MOVE 1 TO WS-CHAINE-CYCLE
000000         WHEN WS-RCTRL-ETAT-LU = 'EN-COURS'
000000             MOVE WS-RCTRL-CYCLE-LU TO WS-CHAINE-CYCLE
000000         WHEN OTHER
000000             COMPUTE WS-CHAINE-CYCLE = WS-RCTRL-CYCLE-LU + 1
000000     END-EVALUATE.
000000     MOVE WS-HORODATAGE TO WS-CHAINE-DEBUT.
000000     MOVE 0 TO WS-CHAINE-RC.
000000     PERFORM 146-REMETTRE-A-FAIRE
000000         VARYING WS-IDX-ETAPE FROM 1 BY 1
000000         UNTIL WS-IDX-ETAPE > WS-NB-ETAPES.
000000     DISPLAY 'NOUVELLE CHAINE, CYCLE ' WS-CHAINE-CYCLE.
000000*
000000 146-REMETTRE-A-FAIRE.
000000     MOVE SPACES TO WS-ETP-DEBUT(WS-IDX-ETAPE)
000000                    WS-ETP-FIN(WS-IDX-ETAPE).
000000     MOVE 0 TO WS-ETP-RC(WS-IDX-ETAPE).
000000     MOVE 'A-FAIRE' TO WS-ETP-ETAT(WS-IDX-ETAPE).
000000*
000000 150-TROUVER-ETAPE.
000000*    CHERCHE WS-CLE-ETAPE ; TROUVEE, WS-IDX-ETAPE POINTE
000000*    SUR SON ENTREE
000000     MOVE 'N' TO WS-ETAPE-TROUVEE.
000000     PERFORM 155-COMPARER-ETAPE
000000         VARYING WS-IDX-ETAPE FROM 1 BY 1
000000         UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
000000            OR WS-ETAPE-TROUVEE = 'Y'.
000000     IF WS-ETAPE-TROUVEE = 'Y'
000000         SUBTRACT 1 FROM WS-IDX-ETAPE
000000     END-IF.
000000*
000000 155-COMPARER-ETAPE.
000000     IF WS-ETP-NOM(WS-IDX-ETAPE) = WS-CLE-ETAPE
000000         MOVE 'Y' TO WS-ETAPE-TROUVEE
000000     END-IF.
000000*
000000 200-DEROULER-CHAINE.
000000     MOVE 0 TO WS-RC-PRECEDENT.
000000     PERFORM 210-TRAITER-UNE-ETAPE
000000         VARYING WS-IDX-ETAPE FROM 1 BY 1
000000         UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
000000            OR WS-ECHEC = 'Y'
000000            OR WS-PANNE = 'Y'.
000000*
000000 210-TRAITER-UNE-ETAPE.
000000*    EN REPRISE, UNE ETAPE TERMINEE, SAUTEE OU HORS MOIS DU
000000*    MEME CYCLE N'EST PAS REJOUEE ; SON CODE RETOUR RESTE
000000*    CELUI SUR LEQUEL PORTE LA CONDITION SUIVANTE
000000     EVALUATE TRUE
000000         WHEN WS-ETP-ETAT(WS-IDX-ETAPE) = 'TERMINE'
000000             DISPLAY 'ETAPE DEJA FAITE  : '
000000                 WS-ETP-NOM(WS-IDX-ETAPE)
000000             MOVE WS-ETP-RC(WS-IDX-ETAPE) TO WS-RC-PRECEDENT
000000             PERFORM 260-RETENIR-RC-CHAINE
000000         WHEN WS-ETP-ETAT(WS-IDX-ETAPE) = 'SAUTEE'
000000         WHEN WS-ETP-ETAT(WS-IDX-ETAPE) = 'HORS-MOIS'
000000             DISPLAY 'ETAPE DEJA ECARTEE : '
000000                 WS-ETP-NOM(WS-IDX-ETAPE)
000000         WHEN WS-ETP-FIN-MOIS(WS-IDX-ETAPE) = 'O'
000000             AND WS-FIN-DE-MOIS = 'N'
000000             MOVE 'HORS-MOIS' TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000             DISPLAY 'ETAPE HORS FIN DE MOIS : '
000000                 WS-ETP-NOM(WS-IDX-ETAPE)
000000             PERFORM 700-ECRIRE-ETAT-CHAINE
000000         WHEN OTHER
000000             PERFORM 230-EVALUER-CONDITION
000000*            LA SAUVEGARDE NE SE SAUTE JAMAIS SUR CONDITION
000000             IF WS-CONDITION-OK = 'N'
000000                 AND WS-ETP-SAUVEGARDE(WS-IDX-ETAPE) NOT = 'O'
000000                 MOVE 'SAUTEE' TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000                 DISPLAY 'ETAPE SAUTEE SUR CONDITION : '
000000                     WS-ETP-NOM(WS-IDX-ETAPE)
000000                 PERFORM 700-ECRIRE-ETAT-CHAINE
000000             ELSE
000000                 PERFORM 220-LANCER-ETAPE
000000             END-IF
000000     END-EVALUATE.
000000*
000000 220-LANCER-ETAPE.
000000*    L'ETAT 'EN-COURS' EST ECRIT AVANT LE LANCEMENT : UN
000000*    PILOTE ARRETE EN COURS D'ETAPE LAISSE UNE CHAINE
000000*    REPRENABLE A CETTE ETAPE
000000     PERFORM 790-PRENDRE-HORODATAGE.
000000     MOVE WS-HORODATAGE TO WS-ETP-DEBUT(WS-IDX-ETAPE).
000000     MOVE SPACES TO WS-ETP-FIN(WS-IDX-ETAPE).
000000     MOVE 0 TO WS-ETP-RC(WS-IDX-ETAPE).
000000     MOVE 'EN-COURS' TO WS-ETP-ETAT(WS-IDX-ETAPE).
000000     PERFORM 700-ECRIRE-ETAT-CHAINE.
000000     MOVE SPACES TO WS-LIGNE-COMMANDE.
000000     IF WS-ETP-FIN-MOIS(WS-IDX-ETAPE) = 'O'
000000         STRING WS-ETP-COMMANDE(WS-IDX-ETAPE)
000000                                  DELIMITED BY '  '
000000                ' '               DELIMITED BY SIZE
000000                WS-MOIS-COURANT   DELIMITED BY SIZE
000000             INTO WS-LIGNE-COMMANDE
000000     ELSE
000000         MOVE WS-ETP-COMMANDE(WS-IDX-ETAPE) TO WS-LIGNE-COMMANDE
000000     END-IF.
000000     DISPLAY 'LANCEMENT ETAPE   : ' WS-ETP-NOM(WS-IDX-ETAPE)
000000         ' ' WS-HORODATAGE.
000000     ADD 1 TO WS-CPT-LANCEES.
000000     CALL 'SYSTEM' USING WS-LIGNE-COMMANDE.
000000     MOVE RETURN-CODE TO WS-RC-APPEL.
000000     MOVE 0 TO RETURN-CODE.
000000*    LE STATUT RENDU PAR LE SYSTEME PORTE LE CODE RETOUR DU
000000*    PROGRAMME DANS SON OCTET FORT ; UN LANCEMENT IMPOSSIBLE
000000*    COMPTE COMME UN ECHEC
000000     IF WS-RC-APPEL > 255
000000         DIVIDE 256 INTO WS-RC-APPEL
000000     END-IF.
000000     IF WS-RC-APPEL < 0 OR WS-RC-APPEL > 999
000000         MOVE 999 TO WS-ETP-RC(WS-IDX-ETAPE)
000000     ELSE
000000         MOVE WS-RC-APPEL TO WS-ETP-RC(WS-IDX-ETAPE)
000000     END-IF.
000000     PERFORM 790-PRENDRE-HORODATAGE.
000000     MOVE WS-HORODATAGE TO WS-ETP-FIN(WS-IDX-ETAPE).
000000     MOVE WS-ETP-RC(WS-IDX-ETAPE) TO WS-RC-EDITE.
000000     IF WS-ETP-RC(WS-IDX-ETAPE) < WS-SEUIL-ECHEC
000000         MOVE 'TERMINE' TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000         MOVE WS-ETP-RC(WS-IDX-ETAPE) TO WS-RC-PRECEDENT
000000         PERFORM 260-RETENIR-RC-CHAINE
000000         DISPLAY 'FIN ETAPE         : ' WS-ETP-NOM(WS-IDX-ETAPE)
000000             ' ' WS-HORODATAGE ' CODE RETOUR ' WS-RC-EDITE
000000     ELSE
000000         MOVE 'ECHEC' TO WS-ETP-ETAT(WS-IDX-ETAPE)
000000         MOVE 'Y' TO WS-ECHEC
000000         DISPLAY 'ECHEC ETAPE       : ' WS-ETP-NOM(WS-IDX-ETAPE)
000000             ' ' WS-HORODATAGE ' CODE RETOUR ' WS-RC-EDITE
000000     END-IF.
000000     PERFORM 700-ECRIRE-ETAT-CHAINE.
000000*
000000 230-EVALUER-CONDITION.
000000     MOVE 'Y' TO WS-CONDITION-OK.
000000     EVALUATE WS-ETP-COND-OP(WS-IDX-ETAPE)
000000         WHEN 'LE'
000000             IF WS-RC-PRECEDENT > WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN 'LT'
000000             IF WS-RC-PRECEDENT NOT < WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN 'EQ'
000000             IF WS-RC-PRECEDENT NOT = WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN 'NE'
000000             IF WS-RC-PRECEDENT = WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN 'GE'
000000             IF WS-RC-PRECEDENT < WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN 'GT'
000000             IF WS-RC-PRECEDENT NOT > WS-ETP-COND-RC(WS-IDX-ETAPE)
000000                 MOVE 'N' TO WS-CONDITION-OK
000000             END-IF
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000*
000000 260-RETENIR-RC-CHAINE.
000000     IF WS-ETP-RC(WS-IDX-ETAPE) > WS-CHAINE-RC
000000         MOVE WS-ETP-RC(WS-IDX-ETAPE) TO WS-CHAINE-RC
000000     END-IF.
000000*
000000 300-CLOTURER-CHAINE.
000000*    SANS SAUVEGARDE TERMINEE DANS CE CYCLE, LA CHAINE NE
000000*    PASSE PAS POUR TERMINEE, MEME SI RIEN N'A ECHOUE
000000     IF WS-ECHEC = 'N'
000000         PERFORM 310-CONTROLER-SAUVEGARDE
000000             VARYING WS-IDX-ETAPE FROM 1 BY 1
000000             UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
000000     END-IF.
000000     PERFORM 790-PRENDRE-HORODATAGE.
000000     MOVE WS-HORODATAGE TO WS-CHAINE-FIN.
000000     IF WS-ECHEC = 'Y' OR WS-PANNE = 'Y'
000000         MOVE 'ECHEC' TO WS-CHAINE-ETAT
000000         DISPLAY 'CHAINE EN ECHEC, CYCLE ' WS-CHAINE-CYCLE
000000             ', A RELANCER APRES CORRECTION'
000000     ELSE
000000         MOVE 'TERMINE' TO WS-CHAINE-ETAT
000000         MOVE WS-CHAINE-RC TO WS-RC-EDITE
000000         DISPLAY 'CHAINE TERMINEE, CYCLE ' WS-CHAINE-CYCLE
000000             ' CODE RETOUR ' WS-RC-EDITE
000000     END-IF.
000000     PERFORM 700-ECRIRE-ETAT-CHAINE.
000000*
000000 310-CONTROLER-SAUVEGARDE.
000000     IF WS-ETP-SAUVEGARDE(WS-IDX-ETAPE) = 'O'
000000         AND WS-ETP-ETAT(WS-IDX-ETAPE) NOT = 'TERMINE'
000000         DISPLAY 'SAUVEGARDE NON FAITE : '
000000             WS-ETP-NOM(WS-IDX-ETAPE)
000000         MOVE 'Y' TO WS-ECHEC
000000     END-IF.
000000*
000000 700-ECRIRE-ETAT-CHAINE.
000000*    FICHIER REECRIT EN ENTIER, COMME LA FICHE DE CONTROLE
000000*    DU PROGRAMME PRINCIPAL
000000     OPEN OUTPUT ETAT-CHAINE.
000000     IF WS-ETAT-STATUT NOT = '00'
000000         DISPLAY 'CHAIN-STATUS.TXT IMPOSSIBLE, STATUT : '
000000             WS-ETAT-STATUT
000000         MOVE 'Y' TO WS-PANNE
000000     ELSE
000000         MOVE SPACES TO FS-ETAT
000000         MOVE 'C' TO FS-ETAT-TYPE
000000         MOVE WS-CHAINE-CYCLE TO FS-ETAT-CYCLE
000000         MOVE 'CHAINE' TO FS-ETAT-ETAPE
000000         MOVE WS-CHAINE-DEBUT TO FS-ETAT-DEBUT
000000         MOVE WS-CHAINE-FIN TO FS-ETAT-FIN
000000         MOVE WS-CHAINE-RC TO FS-ETAT-RC
000000         MOVE WS-CHAINE-ETAT TO FS-ETAT-ETAT
000000         MOVE 'N' TO WS-ETAT-EN-PANNE
000000         WRITE FS-ETAT
000000         PERFORM 715-CONTROLER-ECRITURE-ETAT
000000         PERFORM 710-ECRIRE-UNE-ETAPE
000000             VARYING WS-IDX-ECRITURE FROM 1 BY 1
000000             UNTIL WS-IDX-ECRITURE > WS-NB-ETAPES
000000                OR WS-ETAT-EN-PANNE = 'Y'
000000         CLOSE ETAT-CHAINE
000000     END-IF.
000000*
000000 710-ECRIRE-UNE-ETAPE.
000000     MOVE SPACES TO FS-ETAT.
000000     MOVE 'E' TO FS-ETAT-TYPE.
000000     MOVE WS-CHAINE-CYCLE TO FS-ETAT-CYCLE.
000000     MOVE WS-ETP-NOM(WS-IDX-ECRITURE)   TO FS-ETAT-ETAPE.
000000     MOVE WS-ETP-DEBUT(WS-IDX-ECRITURE) TO FS-ETAT-DEBUT.
000000     MOVE WS-ETP-FIN(WS-IDX-ECRITURE)   TO FS-ETAT-FIN.
000000     MOVE WS-ETP-RC(WS-IDX-ECRITURE)    TO FS-ETAT-RC.
000000     MOVE WS-ETP-ETAT(WS-IDX-ECRITURE)  TO FS-ETAT-ETAT.
000000     WRITE FS-ETAT.
000000     PERFORM 715-CONTROLER-ECRITURE-ETAT.
000000*
000000 715-CONTROLER-ECRITURE-ETAT.
000000*    UN ETAT INCOMPLET FERAIT REPRENDRE LA CHAINE AU MAUVAIS
000000*    ENDROIT : LA CHAINE S'ARRETE EN PANNE
000000     IF WS-ETAT-STATUT NOT = '00'
000000         DISPLAY 'ECRITURE CHAIN-STATUS.TXT EN PANNE, STATUT : '
000000             WS-ETAT-STATUT
000000         MOVE 'Y' TO WS-ETAT-EN-PANNE
000000         MOVE 'Y' TO WS-PANNE
000000     END-IF.
000000*
000000 790-PRENDRE-HORODATAGE.
000000     MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS.
000000     MOVE SPACES TO WS-HORODATAGE.
000000     STRING WS-DATE-HEURE-SYS(1:4)  '-'
000000            WS-DATE-HEURE-SYS(5:2)  '-'
000000            WS-DATE-HEURE-SYS(7:2)  ' '
000000            WS-DATE-HEURE-SYS(9:2)  ':'
000000            WS-DATE-HEURE-SYS(11:2) ':'
000000            WS-DATE-HEURE-SYS(13:2)
000000         INTO WS-HORODATAGE.
