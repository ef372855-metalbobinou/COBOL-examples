                  ORGANIZATION SEQUENTIAL.
           SELECT REGISTRE ASSIGN DISK-REGISTRE
                  ORGANIZATION SEQUENTIAL.
           SELECT CORRESP ASSIGN DISK-CORRESP
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-CORRESP.
           SELECT VIREMENT ASSIGN DISK-VIREMENT
                  ORGANIZATION SEQUENTIAL.
           SELECT NONPAYES ASSIGN DISK-NONPAYES
                  ORGANIZATION SEQUENTIAL.
           SELECT HISTPAIE ASSIGN DISK-HISTPAIE
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY HI-CLE
                  FILE STATUS IS ST-HISTPAIE.
           SELECT PLAFONDS ASSIGN DISK-PLAFONDS
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-PLAFONDS.
       DATA DIVISION.
       FILE SECTION.
 *    * Le SOMMAIRE de MOYENNE, relu tel quel : les lignes C
           03 PO-PCT REDEFINES PO-PCT-X
                         PIC 9(3).
           03 FILLER     PIC X.
           03 PO-PLAF-X.
              05 PO-PLAF-INT-X PIC X(5).
              05 FILLER        PIC X.
              05 PO-PLAF-DEC-X PIC X(2).
           03 PO-PLAF REDEFINES PO-PLAF-X
                         PIC 9(5),99.
 *    * Un enregistrement de paiement par personne : brut reclame,
 *    * la comptabilite attend de ce passage
       FD  REGISTRE.
       01  REGISTRE-RD   PIC X(60).
 *    * Correspondance entre le NOM du FICHIER de MOYENNE et le
 *    * numero du compte de depot (ACCT.DAT) ou verser son net
       FD  CORRESP.
       01  CORRESP-RD.
           03 CO-NOM     PIC X(10).
           03 FILLER     PIC X.
           03 CO-COMPTE-X PIC X(8).
           03 CO-COMPTE REDEFINES CO-COMPTE-X
                         PIC 9(8).
 *    * Virements a verser dans les comptes de depot, une ligne
 *    * par personne et par categorie remboursee ; le montant est
 *    * en clair, sans virgule, pour la chaine des comptes
       FD  VIREMENT.
       01  VIREMENT-RD.
           03 VI-NOM     PIC X(10).
           03 FILLER     PIC X.
           03 VI-COMPTE  PIC 9(8).
           03 FILLER     PIC X.
           03 VI-CATEG   PIC X(4).
           03 FILLER     PIC X.
           03 VI-MONTANT PIC 9(7)V99.
 *    * Personnes a payer sans compte a la correspondance : elles
 *    * restent a payer a la main, rien n'est perdu
       FD  NONPAYES.
       01  NONPAYE-RD.
           03 NP-NOM     PIC X(10).
           03 FILLER     PIC X.
           03 NP-NET     PIC Z(4)9,99.
           03 FILLER     PIC X.
           03 NP-MOTIF   PIC X(20).
 *    * Historique cumule des paiements, une ligne par personne,
 *    * periode et categorie payees : ce qui y est inscrit n'est
 *    * jamais paye une seconde fois. Etat V vire, M a payer a la
 *    * main faute de compte
       FD  HISTPAIE.
       01  HISTPAIE-RD.
           03 HI-CLE.
              05 HI-NOM     PIC X(10).
              05 HI-PERIODE.
                 07 HI-ANNEE PIC X(4).
                 07 HI-MOIS  PIC X(2).
              05 HI-CATEG   PIC X(4).
           03 FILLER     PIC X.
           03 HI-MONTANT PIC 9(7)V99.
           03 FILLER     PIC X.
           03 HI-COMPTE  PIC 9(8).
           03 FILLER     PIC X.
           03 HI-ETAT    PIC X.
           03 FILLER     PIC X.
           03 HI-DATE    PIC X(8).
 *    * Plafond annuel par code de categorie, en plus du plafond
 *    * par periode de la politique ; code absent, pas de plafond
       FD  PLAFONDS.
       01  PLAFONDS-RD.
           03 PL-CODE    PIC X(4).
           03 FILLER     PIC X.
           03 PL-PLAF-X.
              05 PL-INT-X   PIC X(7).
              05 FILLER     PIC X.
              05 PL-DEC-X   PIC X(2).
           03 PL-PLAF REDEFINES PL-PLAF-X
                         PIC 9(7),99.

       WORKING-STORAGE SECTION.
       77  WNOM           PIC X(10).
       77  WPOL-NB        PIC 99 COMP-3 VALUE 0.
       77  WPOL-I         PIC 99 COMP-3.
       77  WPOL-IDX       PIC 99 COMP-3.
       77  WCOR-NB        PIC 9(3) COMP-3 VALUE 0.
       77  WCOR-I         PIC 9(3) COMP-3.
       77  WCOR-IDX       PIC 9(3) COMP-3.
       77  WCAT-NB        PIC 99 COMP-3 VALUE 0.
       77  WCAT-I         PIC 99 COMP-3.
       77  WCAT-IDX       PIC 99 COMP-3.
       77  WREDUIT        PIC 9(7)V99 COMP-3.
       77  WNONVIRE-G     PIC 9(7)V99 COMP-3 VALUE 0.
       77  WNONVIRES      PIC 9(5) COMP-3 VALUE 0.
       77  WVIRES         PIC 9(5) COMP-3 VALUE 0.
       77  WATTENTE       PIC X VALUE 'N'.
       77  WSANS-PERIODE  PIC X VALUE 'N'.
       77  WCODE          PIC X(4).
       77  WPERIODE       PIC X(6).
       77  WDATE-JOUR     PIC X(8).
       77  WCUMUL         PIC 9(7)V99 COMP-3.
       77  WRESTE         PIC 9(7)V99 COMP-3.
       77  WDEJA          PIC X.
       77  WDEJA-P        PIC X.
       77  WDEJA-NB       PIC 9(5) COMP-3 VALUE 0.
       77  WHIST-FIN      PIC X.
       77  WHIST-NB       PIC 9(5) COMP-3 VALUE 0.
 *    * Politique chargee en table ; les codes sont bornes par le
 *    * fichier CATEG, pas par le volume des depenses
       01  WPOL-TABLE.
              05 WPOL-CODE  PIC X(4).
              05 WPOL-PCT   PIC 9(3) COMP-3.
              05 WPOL-PLAF  PIC 9(5)V99 COMP-3.
              05 WPOL-PLAF-AN PIC 9(7)V99 COMP-3.
 *    * Correspondance chargee en table, une entree par personne
       01  WCOR-TABLE.
           03 WCOR-ENT OCCURS 500.
              05 WCOR-NOM    PIC X(10).
              05 WCOR-COMPTE PIC 9(8).
 *    * Rembourse par categorie de la personne en cours, pour le
 *    * virement et l'imputation comptable
       01  WCAT-TABLE.
           03 WCAT-ENT OCCURS 50.
              05 WCAT-CODE  PIC X(4).
              05 WCAT-MONT  PIC 9(7)V99 COMP-3.
              05 WCAT-CUMUL PIC 9(7)V99 COMP-3.
              05 WCAT-PLAFAN PIC 9(7)V99 COMP-3.
              05 WCAT-DEJA  PIC X.
       01  FIN-FICHIER PIC X.
           88 EOF   VALUE 1.
       01  ST-POLITIQUE   PIC XX.
           88 ST-POLITIQUE-OK  VALUE '00'.
       01  ST-CORRESP     PIC XX.
           88 ST-CORRESP-OK    VALUE '00'.
       01  ST-HISTPAIE    PIC XX.
           88 ST-HISTPAIE-OK   VALUE '00'.
       01  ST-PLAFONDS    PIC XX.
           88 ST-PLAFONDS-OK   VALUE '00'.
 *    * Lignes du registre
       01  WENTETE.
           03 FILLER     PIC X(28)
           03 WL-EXCED   PIC Z(5)9,99.
           03 FILLER     PIC X(2).
           03 WL-NET     PIC Z(5)9,99.
           03 FILLER     PIC X(2).
           03 WL-ETAT    PIC X(8).
       01  WTOTAL.
           03 FILLER     PIC X(10) VALUE "TOTAL     ".
           03 FILLER     PIC X(2).
           03 WT-EXCED   PIC Z(6)9,99.
           03 FILLER     PIC X(2).
           03 WT-NET     PIC Z(6)9,99.
 *    * Sous la ligne de la personne, une ligne par categorie :
 *    * cumul de l'annee apres ce paiement et reste du plafond
       01  WDETAIL.
           03 FILLER     PIC X(2).
           03 WD-CATEG   PIC X(4).
           03 FILLER     PIC X(2).
           03 WD-ETAT    PIC X(10).
           03 WD-CUMUL   PIC Z(6)9,99.
           03 FILLER     PIC X(2).
           03 WD-LIB     PIC X(6).
           03 WD-RESTE   PIC Z(6)9,99.
           03 WD-RESTE-X REDEFINES WD-RESTE PIC X(10).
       01  WTOTAL-NV.
           03 FILLER     PIC X(10) VALUE "NON VIRE  ".
           03 FILLER     PIC X(26).
           03 WT-NV-NET  PIC Z(6)9,99.

       PROCEDURE DIVISION.
       TRAITEMENT.
           PERFORM LIRE-POLITIQUE.
           PERFORM LIRE-PLAFONDS.
           PERFORM LIRE-CORRESP.
           PERFORM VERIF-ATTENTES.
           IF WATTENTE = 'O'
              DISPLAY "PAIEMENT REFUSE - APPROBATIONS A COMPLETER"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WSANS-PERIODE = 'O'
              DISPLAY "PAIEMENT REFUSE - SOMMAIRE SANS PERIODE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OUVRIR-HISTORIQUE.
           ACCEPT WDATE-JOUR FROM DATE YYYYMMDD.
           MOVE 0 TO FIN-FICHIER.
           MOVE LOW-VALUE TO WNOM.
           MOVE 'N' TO WDEJA-P.
           MOVE 0 TO WNET-P WBRUT-P WEXCED-P.
           OPEN INPUT SOMMAIRE.
           OPEN OUTPUT PAIEMENT.
           OPEN OUTPUT REGISTRE.
           OPEN OUTPUT VIREMENT.
           OPEN OUTPUT NONPAYES.
           MOVE WENTETE TO REGISTRE-RD.
           WRITE REGISTRE-RD.
           MOVE WCOLONNES TO REGISTRE-RD.
           CLOSE SOMMAIRE.
           CLOSE PAIEMENT.
           CLOSE REGISTRE.
           CLOSE VIREMENT.
           CLOSE NONPAYES.
           CLOSE HISTPAIE.
           DISPLAY "PERSONNES PAYEES = " WPERSONNES.
           DISPLAY "NET DE LA PERIODE= " WNET-G.
           DISPLAY "PERSONNES VIREES = " WVIRES.
           DISPLAY "NON VIREES       = " WNONVIRES.
           DISPLAY "DEJA PAYES REFUS.= " WDEJA-NB.
           DISPLAY "INSCRITS HISTOR. = " WHIST-NB.
           STOP RUN.

 *    * Politique absente : rien n'est remboursable, le registre
           ELSE
              DISPLAY "POLITIQUE ABSENTE - AUCUN REMBOURSEMENT"
           END-IF.

 *    * PLAFONDS absent : seul le plafond par periode s'applique
       LIRE-PLAFONDS.
           OPEN INPUT PLAFONDS.
           IF ST-PLAFONDS-OK
              MOVE 0 TO FIN-FICHIER
              PERFORM LECT-PLAFONDS UNTIL EOF
              CLOSE PLAFONDS
           END-IF.
       LECT-PLAFONDS.
           READ PLAFONDS AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF PL-INT-X NUMERIC AND PL-DEC-X NUMERIC
                 MOVE PL-CODE TO WCODE
                 PERFORM CHERCHE-POLITIQUE
                 IF WPOL-IDX > 0
                    MOVE PL-PLAF TO WPOL-PLAF-AN (WPOL-IDX)
                 END-IF
              END-IF
           END-IF.

 *    * Historique absent au premier passage : il est cree vide.
 *    * Inaccessible autrement, on ne paie pas sans lui
       OUVRIR-HISTORIQUE.
           OPEN I-O HISTPAIE.
           IF ST-HISTPAIE = '35'
              DISPLAY "HISTORIQUE ABSENT - CREE VIDE"
              OPEN OUTPUT HISTPAIE
              CLOSE HISTPAIE
              OPEN I-O HISTPAIE
           END-IF.
           IF NOT ST-HISTPAIE-OK
              DISPLAY "HISTORIQUE INACCESSIBLE - STATUT " ST-HISTPAIE
              DISPLAY "PAIEMENT REFUSE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

 *    * Correspondance absente : personne n'est vire, tout le
 *    * monde passe a la liste des non payes
       LIRE-CORRESP.
           MOVE 0 TO WCOR-NB.
           OPEN INPUT CORRESP.
           IF ST-CORRESP-OK
              MOVE 0 TO FIN-FICHIER
              PERFORM LECT-CORRESP UNTIL EOF
              CLOSE CORRESP
           ELSE
              DISPLAY "CORRESPONDANCE ABSENTE - AUCUN VIREMENT"
           END-IF.
       LECT-CORRESP.
           READ CORRESP AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF WCOR-NB < 500
                 AND CO-COMPTE-X NUMERIC
                 ADD 1 TO WCOR-NB
                 MOVE CO-NOM TO WCOR-NOM (WCOR-NB)
                 MOVE CO-COMPTE TO WCOR-COMPTE (WCOR-NB)
              END-IF
           END-IF.

 *    * MOYENNE ecrit une ligne A quand des lignes en attente
 *    * depassent le seuil de leur categorie : la periode n'est
 *    * pas payee tant qu'elles ne sont pas tranchees. Sans la
 *    * periode sur les lignes C et P, l'historique ne peut pas
 *    * reconnaitre un paiement deja fait : refus aussi
       VERIF-ATTENTES.
           MOVE 'N' TO WATTENTE.
           MOVE 'N' TO WSANS-PERIODE.
           OPEN INPUT SOMMAIRE.
           MOVE 0 TO FIN-FICHIER.
           PERFORM LECT-ATTENTE UNTIL EOF.
           CLOSE SOMMAIRE.
       LECT-ATTENTE.
           READ SOMMAIRE AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF S-TYPE = 'A'
                 MOVE 'O' TO WATTENTE
                 DISPLAY "EN ATTENTE AU-DELA DU SEUIL = " S-NBR
              END-IF
              IF (S-TYPE = 'C' OR S-TYPE = 'P')
                 AND S-MOIS = SPACES
                 MOVE 'O' TO WSANS-PERIODE
              END-IF
           END-IF.

       LECT-POLITIQUE.
           READ POLITIQUE AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
                 ADD 1 TO WPOL-NB
                 MOVE PO-CODE TO WPOL-CODE (WPOL-NB)
                 MOVE PO-PCT TO WPOL-PCT (WPOL-NB)
                 IF PO-PLAF-INT-X NUMERIC AND PO-PLAF-DEC-X NUMERIC
                    MOVE PO-PLAF TO WPOL-PLAF (WPOL-NB)
                 ELSE
                    MOVE 99999,99 TO WPOL-PLAF (WPOL-NB)
                 END-IF
                 MOVE 9999999,99 TO WPOL-PLAF-AN (WPOL-NB)
              END-IF
           END-IF.

           END-IF.

 *    * Le montant reclame de la categorie, au taux de la
 *    * politique, plafonne par periode puis par ce qui reste du
 *    * plafond annuel ; un code hors politique ne rembourse rien,
 *    * une categorie deja payee pour la periode non plus
       CUMUL-CATEGORIE.
           PERFORM PRENDRE-MONTANT.
           MOVE S-CATEG TO WCODE.
           PERFORM CHERCHE-POLITIQUE.
           IF WPOL-IDX > 0
              COMPUTE WREMB ROUNDED =
              IF WREMB > WPOL-PLAF (WPOL-IDX)
                 MOVE WPOL-PLAF (WPOL-IDX) TO WREMB
              END-IF
              MOVE S-MOIS TO WPERIODE
              PERFORM CUMUL-ANNUEL
              PERFORM VERIF-HISTORIQUE
              IF WDEJA = 'O'
                 DISPLAY S-NOM " " S-CATEG " DEJA PAYE " WPERIODE
                 ADD 1 TO WDEJA-NB
                 MOVE 'O' TO WDEJA-P
                 MOVE 0 TO WREMB
              ELSE
                 IF WCUMUL < WPOL-PLAF-AN (WPOL-IDX)
                    COMPUTE WRESTE = WPOL-PLAF-AN (WPOL-IDX) - WCUMUL
                 ELSE
                    MOVE 0 TO WRESTE
                 END-IF
                 IF WREMB > WRESTE
                    MOVE WRESTE TO WREMB
                 END-IF
              END-IF
              ADD WREMB TO WNET-P
              PERFORM NOTER-CATEGORIE
           END-IF.

 *    * Deja paye a la personne dans la categorie depuis janvier
 *    * de l'annee de la periode
       CUMUL-ANNUEL.
           MOVE 0 TO WCUMUL.
           MOVE S-NOM TO HI-NOM.
           MOVE WPERIODE (1:4) TO HI-ANNEE.
           MOVE LOW-VALUE TO HI-MOIS.
           MOVE LOW-VALUE TO HI-CATEG.
           MOVE 'N' TO WHIST-FIN.
           START HISTPAIE KEY IS NOT LESS THAN HI-CLE
              INVALID KEY MOVE 'O' TO WHIST-FIN
           END-START.
           PERFORM LECT-CUMUL UNTIL WHIST-FIN = 'O'.
       LECT-CUMUL.
           READ HISTPAIE NEXT RECORD AT END MOVE 'O' TO WHIST-FIN.
           IF WHIST-FIN = 'N'
              IF HI-NOM NOT = S-NOM
                 OR HI-ANNEE NOT = WPERIODE (1:4)
                 MOVE 'O' TO WHIST-FIN
              ELSE
                 IF HI-CATEG = S-CATEG
                    ADD HI-MONTANT TO WCUMUL
                 END-IF
              END-IF
           END-IF.

       VERIF-HISTORIQUE.
           MOVE S-NOM TO HI-NOM.
           MOVE WPERIODE TO HI-PERIODE.
           MOVE S-CATEG TO HI-CATEG.
           MOVE 'O' TO WDEJA.
           READ HISTPAIE KEY IS HI-CLE
              INVALID KEY MOVE 'N' TO WDEJA
           END-READ.

       NOTER-CATEGORIE.
           MOVE 0 TO WCAT-IDX.
           MOVE 1 TO WCAT-I.
           PERFORM CHERCHE-CAT-UN
              UNTIL WCAT-I > WCAT-NB OR WCAT-IDX > 0.
           IF WCAT-IDX = 0 AND WCAT-NB < 50
              ADD 1 TO WCAT-NB
              MOVE WCAT-NB TO WCAT-IDX
              MOVE S-CATEG TO WCAT-CODE (WCAT-IDX)
              MOVE 0 TO WCAT-MONT (WCAT-IDX)
           END-IF.
           IF WCAT-IDX > 0
              ADD WREMB TO WCAT-MONT (WCAT-IDX)
              MOVE WCUMUL TO WCAT-CUMUL (WCAT-IDX)
              MOVE WPOL-PLAF-AN (WPOL-IDX) TO WCAT-PLAFAN (WCAT-IDX)
              MOVE WDEJA TO WCAT-DEJA (WCAT-IDX)
           END-IF.
       CHERCHE-CAT-UN.
           IF WCAT-CODE (WCAT-I) = S-CATEG
              MOVE WCAT-I TO WCAT-IDX
           ELSE
              ADD 1 TO WCAT-I
           END-IF.

       PRENDRE-MONTANT.
           PERFORM CHERCHE-POL-UN
              UNTIL WPOL-I > WPOL-NB OR WPOL-IDX > 0.
       CHERCHE-POL-UN.
           IF WPOL-CODE (WPOL-I) = WCODE
              MOVE WPOL-I TO WPOL-IDX
           ELSE
              ADD 1 TO WPOL-I
           PERFORM PRENDRE-MONTANT.
           MOVE WCLAME TO WBRUT-P.
           IF WNET-P > WBRUT-P
              COMPUTE WREDUIT = WNET-P - WBRUT-P
              PERFORM REDUIRE-CATEGORIES
              MOVE WBRUT-P TO WNET-P
           END-IF.
           COMPUTE WEXCED-P = WBRUT-P - WNET-P.
           MOVE WBRUT-P TO WL-BRUT.
           MOVE WEXCED-P TO WL-EXCED.
           MOVE WNET-P TO WL-NET.
           PERFORM CHERCHE-CORRESP.
           IF WDEJA-P = 'O'
              MOVE "DOUBLON" TO WL-ETAT
           END-IF.
           IF WNET-P > 0 AND WCOR-IDX = 0
              MOVE "NON VIRE" TO WL-ETAT
           END-IF.
           MOVE WLIGNE TO REGISTRE-RD.
           WRITE REGISTRE-RD.
           IF WNET-P > 0
              IF WCOR-IDX > 0
                 PERFORM VIRER-PERSONNE
              ELSE
                 PERFORM NON-PAYE
              END-IF
           END-IF.
           MOVE 1 TO WCAT-I.
           PERFORM INSCRIRE-CATEGORIE
              UNTIL WCAT-I > WCAT-NB.
           MOVE 0 TO WNET-P WBRUT-P WEXCED-P.
           MOVE 0 TO WCAT-NB.
           MOVE 'N' TO WDEJA-P.

 *    * Le net plafonne au brut : l'excedent se retire des
 *    * categories en commencant par la derniere
       REDUIRE-CATEGORIES.
           MOVE WCAT-NB TO WCAT-I.
           PERFORM REDUIRE-UNE
              UNTIL WCAT-I < 1 OR WREDUIT = 0.
       REDUIRE-UNE.
           IF WCAT-MONT (WCAT-I) > WREDUIT
              SUBTRACT WREDUIT FROM WCAT-MONT (WCAT-I)
              MOVE 0 TO WREDUIT
           ELSE
              SUBTRACT WCAT-MONT (WCAT-I) FROM WREDUIT
              MOVE 0 TO WCAT-MONT (WCAT-I)
           END-IF.
           SUBTRACT 1 FROM WCAT-I.

       CHERCHE-CORRESP.
           MOVE 0 TO WCOR-IDX.
           MOVE 1 TO WCOR-I.
           PERFORM CHERCHE-COR-UN
              UNTIL WCOR-I > WCOR-NB OR WCOR-IDX > 0.
       CHERCHE-COR-UN.
           IF WCOR-NOM (WCOR-I) = S-NOM
              MOVE WCOR-I TO WCOR-IDX
           ELSE
              ADD 1 TO WCOR-I
           END-IF.

 *    * Une ligne de virement par categorie remboursee
       VIRER-PERSONNE.
           ADD 1 TO WVIRES.
           MOVE 1 TO WCAT-I.
           PERFORM VIRER-CATEGORIE
              UNTIL WCAT-I > WCAT-NB.
       VIRER-CATEGORIE.
           IF WCAT-MONT (WCAT-I) > 0
              MOVE SPACES TO VIREMENT-RD
              MOVE S-NOM TO VI-NOM
              MOVE WCOR-COMPTE (WCOR-IDX) TO VI-COMPTE
              MOVE WCAT-CODE (WCAT-I) TO VI-CATEG
              MOVE WCAT-MONT (WCAT-I) TO VI-MONTANT
              WRITE VIREMENT-RD
           END-IF.
           ADD 1 TO WCAT-I.

 *    * Ce qui est paye entre a l'historique, vire ou a payer a
 *    * la main ; le registre montre le cumul de l'annee et le
 *    * reste du plafond annuel de la categorie
       INSCRIRE-CATEGORIE.
           IF WCAT-MONT (WCAT-I) > 0
              MOVE SPACES TO HISTPAIE-RD
              MOVE S-NOM TO HI-NOM
              MOVE WPERIODE TO HI-PERIODE
              MOVE WCAT-CODE (WCAT-I) TO HI-CATEG
              MOVE WCAT-MONT (WCAT-I) TO HI-MONTANT
              MOVE WDATE-JOUR TO HI-DATE
              IF WCOR-IDX > 0
                 MOVE WCOR-COMPTE (WCOR-IDX) TO HI-COMPTE
                 MOVE 'V' TO HI-ETAT
              ELSE
                 MOVE 0 TO HI-COMPTE
                 MOVE 'M' TO HI-ETAT
              END-IF
              WRITE HISTPAIE-RD
                 INVALID KEY
                    DISPLAY "HISTORIQUE EN DOUBLE " HI-CLE
                 NOT INVALID KEY
                    ADD 1 TO WHIST-NB
              END-WRITE
           END-IF.
           MOVE SPACES TO WDETAIL.
           MOVE WCAT-CODE (WCAT-I) TO WD-CATEG.
           IF WCAT-DEJA (WCAT-I) = 'O'
              MOVE "DEJA PAYE" TO WD-ETAT
              MOVE WCAT-CUMUL (WCAT-I) TO WCUMUL
           ELSE
              MOVE "CUMUL AN" TO WD-ETAT
              COMPUTE WCUMUL = WCAT-CUMUL (WCAT-I) + WCAT-MONT (WCAT-I)
           END-IF.
           MOVE WCUMUL TO WD-CUMUL.
           MOVE "RESTE" TO WD-LIB.
           IF WCAT-PLAFAN (WCAT-I) = 9999999,99
              MOVE "SANS PLAF." TO WD-RESTE-X
           ELSE
              IF WCUMUL < WCAT-PLAFAN (WCAT-I)
                 COMPUTE WRESTE = WCAT-PLAFAN (WCAT-I) - WCUMUL
              ELSE
                 MOVE 0 TO WRESTE
              END-IF
              MOVE WRESTE TO WD-RESTE
           END-IF.
           MOVE WDETAIL TO REGISTRE-RD.
           WRITE REGISTRE-RD.
           ADD 1 TO WCAT-I.

       NON-PAYE.
           ADD 1 TO WNONVIRES.
           ADD WNET-P TO WNONVIRE-G.
           MOVE SPACES TO NONPAYE-RD.
           MOVE S-NOM TO NP-NOM.
           MOVE WNET-P TO NP-NET.
           MOVE "SANS COMPTE" TO NP-MOTIF.
           WRITE NONPAYE-RD.

       FIN-REGISTRE.
           MOVE SPACES TO REGISTRE-RD.
           MOVE WNET-G TO WT-NET.
           MOVE WTOTAL TO REGISTRE-RD.
           WRITE REGISTRE-RD.
           IF WNONVIRES > 0
              MOVE WNONVIRE-G TO WT-NV-NET
              MOVE WTOTAL-NV TO REGISTRE-RD
              WRITE REGISTRE-RD
           END-IF.
