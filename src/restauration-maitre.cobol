000000         05 FS-SORTIE-QTY   PIC 9(5).
000000         05 FS-SORTIE-CAT   PIC X(2).
000000         05 FS-SORTIE-FOU   PIC X(4).
000000*        COUT MOYEN UNITAIRE PONDERE, REVU A CHAQUE RECEPTION
000000         05 FS-SORTIE-CMUP  PIC S9(11)V9(4)
000000                             SIGN IS TRAILING SEPARATE.
000000*        QUANTITE RESERVEE AUX COMMANDES CLIENTS ; LE
000000*        DISPONIBLE A LA VENTE EST LE STOCK MOINS LA RESERVE
000000         05 FS-SORTIE-RESERVE PIC 9(5).
000000     FD SAUVEGARDE-1.
000000         01 FS-SAUVE1 PIC X(67).
000000     FD SAUVEGARDE-2.
000000         01 FS-SAUVE2 PIC X(67).
000000     FD SAUVEGARDE-3.
000000         01 FS-SAUVE3 PIC X(67).
000000     FD CONTROLE-SAUVEGARDE.
000000         01 FS-CONTROLE.
000000         05 FS-CTRL-GENERATION PIC X(1).
000000              10 WS-GEN-VALIDE  PIC X.
000000           01 WS-IDX-GEN         PIC 9(1) VALUE 0.
000000           01 WS-GEN-RETENUE     PIC 9(1) VALUE 0.
000000           01 WS-TAMPON          PIC X(67).
000000           01 WS-ENREG-SAUVEGARDE REDEFINES WS-TAMPON.
000000           05 WS-SAUVE-ID     PIC X(3).
000000           05 WS-SAUVE-DEPOT  PIC X(2).
000000           05 WS-SAUVE-RESTE  PIC X(62).
000000           01 WS-CPT-RECHARGES   PIC 9(6) VALUE 0.
000000           01 WS-HASH-RECHARGE   PIC S9(15)V99 VALUE 0.
000000           01 WS-HASH-EDITE      PIC -(14)9.99.
