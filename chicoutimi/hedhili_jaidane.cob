           SELECT LIMITES ASSIGN DISK-LIMITES
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-LIMITES.
           SELECT APPROB ASSIGN DISK-APPROB
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-APPROB.
           SELECT SEUILS ASSIGN DISK-SEUILS
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-SEUILS.
           SELECT ATTENTES ASSIGN DISK-ATTENTES
                  ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
0049   FILE SECTION.
0051   FD  FICHIER.
           03 L-SEUIL-X  PIC X(2).
           03 L-SEUIL REDEFINES L-SEUIL-X
                         PIC 9(2).
 *    * Approbation de chaque ligne de depense, reconnue par NOM,
 *    * DATEX, CATEG et DEPENSE : A approuvee, R refusee, P en
 *    * attente ; le second approbateur n'est exige qu'au-dela du
 *    * seuil de la categorie
       FD  APPROB.
       01  APPROB-RD.
           03 AP-NOM     PIC X(10).
           03 FILLER     PIC X.
           03 AP-DATEX   PIC X(8).
           03 FILLER     PIC X.
           03 AP-CATEG   PIC X(4).
           03 FILLER     PIC X.
           03 AP-DEPENSE-X PIC X(5).
           03 AP-DEPENSE REDEFINES AP-DEPENSE-X
                         PIC 999V99.
           03 FILLER     PIC X.
           03 AP-APPROB1 PIC X(8).
           03 FILLER     PIC X.
           03 AP-APPROB2 PIC X(8).
           03 FILLER     PIC X.
           03 AP-STATUT  PIC X.
 *    * Seuil par categorie au-dela duquel une ligne demande un
 *    * second approbateur ; categorie absente, un seul suffit
       FD  SEUILS.
       01  SEUILS-RD.
           03 SE-CODE    PIC X(4).
           03 FILLER     PIC X.
           03 SE-MONT-X.
              05 SE-INT-X   PIC X(5).
              05 FILLER     PIC X.
              05 SE-DEC-X   PIC X(2).
           03 SE-MONT REDEFINES SE-MONT-X
                         PIC 9(5),99.
 *    * Lignes de la periode non approuvees : en attente ou
 *    * refusees, hors des cumuls de remboursement
       FD  ATTENTES.
       01  ATTENTE-RD.
           03 AT-IMAGE   PIC X(30).
           03 FILLER     PIC X(2).
           03 AT-APPROB1 PIC X(8).
           03 FILLER     PIC X.
           03 AT-APPROB2 PIC X(8).
           03 FILLER     PIC X.
           03 AT-MOTIF   PIC X(22).
0078   WORKING-STORAGE SECTION.
       77  WTOT-P         PIC 9(5)V99 COMP-3.
       77  WTOT-G         PIC 9(5)V99 COMP-3.
       77  WNBR           PIC Z(4)9.
       77  WDATE-DEBUT    PIC X(8).
       77  WDATE-FIN      PIC X(8).
 *    * Periode payee (AAAAMM) portee par les lignes C et P : fin
 *    * de PERIODE, sinon dernier mois des lignes approuvees
       77  WDATE-MAX      PIC X(8) VALUE LOW-VALUE.
       77  WPERIODE       PIC X(6) VALUE SPACES.
       77  WTOT-M         PIC 9(5)V99 COMP-3.
       77  WNBR-M         PIC 9(5) COMP-3.
       77  WMOIS          PIC X(6).
       77  WHORS-NORME    PIC 9(5) COMP-3 VALUE 0.
       77  WMOY-COUR      PIC 9(5)V99 COMP-3.
       77  WLIMITE        PIC 9(7)V99 COMP-3.
 *    * Approbations
       77  WAPP-NB        PIC 9(4) COMP-3 VALUE 0.
       77  WAPP-I         PIC 9(4) COMP-3.
       77  WAPP-IDX       PIC 9(4) COMP-3.
       77  WSEU-NB        PIC 99 COMP-3 VALUE 0.
       77  WSEU-I         PIC 99 COMP-3.
       77  WSEUIL-AP      PIC 9(5)V99 COMP-3.
       77  WAPP-ETAT      PIC X.
       77  WAPP-MOTIF     PIC X(22).
       77  WAPPROUVEES    PIC 9(5) COMP-3 VALUE 0.
       77  WEN-ATTENTE    PIC 9(5) COMP-3 VALUE 0.
       77  WREFUSEES      PIC 9(5) COMP-3 VALUE 0.
       77  WATT-SEUIL-NB  PIC 9(5) COMP-3 VALUE 0.
       77  WATT-SEUIL-TOT PIC 9(5)V99 COMP-3 VALUE 0.
 *    * Approbations chargees en table, une entree par ligne
       01  WAPP-TABLE.
           03 WAPP-ENT OCCURS 2000.
              05 WAPP-NOM     PIC X(10).
              05 WAPP-DATEX   PIC X(8).
              05 WAPP-CATEG   PIC X(4).
              05 WAPP-DEPENSE PIC 999V99.
              05 WAPP-APPROB1 PIC X(8).
              05 WAPP-APPROB2 PIC X(8).
              05 WAPP-STATUT  PIC X.
 *    * Seuils de second approbateur par categorie
       01  WSEU-TABLE.
           03 WSEU-ENT OCCURS 50.
              05 WSEU-CODE  PIC X(4).
              05 WSEU-MONT  PIC 9(5)V99 COMP-3.
       01  WDERNIER.
           03 WDER-NOM     PIC X(10).
           03 WDER-DATEX   PIC X(8).
           88 ST-SOMPREC-OK    VALUE '00'.
       01  ST-LIMITES     PIC XX.
           88 ST-LIMITES-OK    VALUE '00'.
       01  ST-APPROB      PIC XX.
           88 ST-APPROB-OK     VALUE '00'.
       01  ST-SEUILS      PIC XX.
           88 ST-SEUILS-OK     VALUE '00'.
0078   LINKAGE SECTION.
0242   PROCEDURE DIVISION.
0245   TRAITEMENT SECTION.
           PERFORM LIRE-PERIODE.
           PERFORM LIRE-CATEGORIES.
           PERFORM LIRE-BUDGET.
           PERFORM LIRE-SEUILS.
           PERFORM LIRE-APPROB.
           OPEN INPUT FICHIER.
           OPEN OUTPUT REJETS.
           OPEN OUTPUT ATTENTES.
           MOVE 0 TO FIN-FICHIER.
           PERFORM LECT-FICHIER UNTIL EOF.
           CLOSE FICHIER.
           CLOSE REJETS.
           CLOSE ATTENTES.
           IF WDATE-FIN NOT = HIGH-VALUE
              MOVE WDATE-FIN (1:6) TO WPERIODE
           ELSE
              IF WDATE-MAX NOT = LOW-VALUE
                 MOVE WDATE-MAX (1:6) TO WPERIODE
              END-IF
           END-IF.
           DISPLAY "PERIODE PAYEE    = " WPERIODE.
           DISPLAY "LIGNES APPROUVEES= " WAPPROUVEES.
           DISPLAY "EN ATTENTE       = " WEN-ATTENTE.
           DISPLAY "REFUSEES         = " WREFUSEES.
       ENTREE-DIVERS SECTION.
       LIRE-PERIODE.
           MOVE LOW-VALUE TO WDATE-DEBUT.
                 MOVE 'N' TO WBUD-EDITE (WBUD-NB)
              END-IF
           END-IF.
 *    * SEUILS absent : un seul approbateur suffit partout
       LIRE-SEUILS.
           MOVE 0 TO WSEU-NB.
           OPEN INPUT SEUILS.
           IF ST-SEUILS-OK
              MOVE 0 TO FIN-FICHIER
              PERFORM LECT-SEUILS UNTIL EOF
              CLOSE SEUILS
           END-IF.
       LECT-SEUILS.
           READ SEUILS AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF WSEU-NB < 50
                 AND SE-INT-X NUMERIC
                 AND SE-DEC-X NUMERIC
                 ADD 1 TO WSEU-NB
                 MOVE SE-CODE TO WSEU-CODE (WSEU-NB)
                 MOVE SE-MONT TO WSEU-MONT (WSEU-NB)
              END-IF
           END-IF.
 *    * APPROB absent : aucune ligne n'est approuvee, toutes
 *    * restent en attente
       LIRE-APPROB.
           MOVE 0 TO WAPP-NB.
           OPEN INPUT APPROB.
           IF ST-APPROB-OK
              MOVE 0 TO FIN-FICHIER
              PERFORM LECT-APPROB UNTIL EOF
              CLOSE APPROB
           ELSE
              DISPLAY "APPROBATIONS ABSENTES - RIEN D'APPROUVE"
           END-IF.
       LECT-APPROB.
           READ APPROB AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF WAPP-NB < 2000
                 AND AP-DEPENSE-X NUMERIC
                 ADD 1 TO WAPP-NB
                 MOVE AP-NOM TO WAPP-NOM (WAPP-NB)
                 MOVE AP-DATEX TO WAPP-DATEX (WAPP-NB)
                 MOVE AP-CATEG TO WAPP-CATEG (WAPP-NB)
                 MOVE AP-DEPENSE TO WAPP-DEPENSE (WAPP-NB)
                 MOVE AP-APPROB1 TO WAPP-APPROB1 (WAPP-NB)
                 MOVE AP-APPROB2 TO WAPP-APPROB2 (WAPP-NB)
                 MOVE AP-STATUT TO WAPP-STATUT (WAPP-NB)
              END-IF
           END-IF.
       LECT-FICHIER.
           READ FICHIER AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF PERFORM VERIF-FICHIER.
              ELSE
                 IF DATEX OF FICHIER-RD >= WDATE-DEBUT
                    AND DATEX OF FICHIER-RD <= WDATE-FIN
                    PERFORM VERIF-APPROBATION
                    IF WAPP-ETAT = 'A'
                       ADD 1 TO WAPPROUVEES
                       IF DATEX OF FICHIER-RD > WDATE-MAX
                          MOVE DATEX OF FICHIER-RD TO WDATE-MAX
                       END-IF
                       PERFORM ECRIT-TRI
                    ELSE
                       PERFORM ECRIRE-ATTENTE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       REJETER-FICHIER.
           MOVE FICHIER-RD TO R-IMAGE.
           WRITE REJET-RD.
 *    * Seule une ligne approuvee va aux cumuls ; au-dela du seuil
 *    * de sa categorie il faut un second approbateur, distinct du
 *    * premier, sinon la ligne reste en attente
       VERIF-APPROBATION.
           MOVE 0 TO WAPP-IDX.
           MOVE 1 TO WAPP-I.
           PERFORM CHERCHE-APPROB
              UNTIL WAPP-I > WAPP-NB OR WAPP-IDX > 0.
           PERFORM CHERCHE-SEUIL-AP.
           MOVE SPACES TO WAPP-MOTIF.
           IF WAPP-IDX = 0
              MOVE 'P' TO WAPP-ETAT
              MOVE "SANS APPROBATION" TO WAPP-MOTIF
           ELSE
              EVALUATE WAPP-STATUT (WAPP-IDX)
                 WHEN 'A'
                    MOVE 'A' TO WAPP-ETAT
                    IF WAPP-APPROB1 (WAPP-IDX) = SPACES
                       MOVE 'P' TO WAPP-ETAT
                       MOVE "APPROBATEUR ABSENT" TO WAPP-MOTIF
                    END-IF
                    IF WAPP-ETAT = 'A'
                       AND WSEUIL-AP > 0
                       AND DEPENSE OF FICHIER-RD > WSEUIL-AP
                       AND (WAPP-APPROB2 (WAPP-IDX) = SPACES
                            OR WAPP-APPROB2 (WAPP-IDX)
                             = WAPP-APPROB1 (WAPP-IDX))
                       MOVE 'P' TO WAPP-ETAT
                       MOVE "2E APPROBATION REQUISE" TO WAPP-MOTIF
                    END-IF
                 WHEN 'R'
                    MOVE 'R' TO WAPP-ETAT
                    MOVE "REFUSEE" TO WAPP-MOTIF
                 WHEN OTHER
                    MOVE 'P' TO WAPP-ETAT
                    MOVE "EN ATTENTE" TO WAPP-MOTIF
              END-EVALUATE
           END-IF.
       CHERCHE-APPROB.
           IF WAPP-NOM (WAPP-I) = NOM OF FICHIER-RD
              AND WAPP-DATEX (WAPP-I) = DATEX OF FICHIER-RD
              AND WAPP-CATEG (WAPP-I) = CATEG OF FICHIER-RD
              AND WAPP-DEPENSE (WAPP-I) = DEPENSE OF FICHIER-RD
              MOVE WAPP-I TO WAPP-IDX
           ELSE
              ADD 1 TO WAPP-I
           END-IF.
       CHERCHE-SEUIL-AP.
           MOVE 0 TO WSEUIL-AP.
           MOVE 1 TO WSEU-I.
           PERFORM CHERCHE-SEUIL-UN
              UNTIL WSEU-I > WSEU-NB OR WSEUIL-AP > 0.
       CHERCHE-SEUIL-UN.
           IF WSEU-CODE (WSEU-I) = CATEG OF FICHIER-RD
              MOVE WSEU-MONT (WSEU-I) TO WSEUIL-AP
           END-IF.
           ADD 1 TO WSEU-I.
 *    * Les lignes en attente au-dela du seuil sont comptees a
 *    * part : PAIEMENTS refuse la periode tant qu'il en reste
       ECRIRE-ATTENTE.
           IF WAPP-ETAT = 'R'
              ADD 1 TO WREFUSEES
           ELSE
              ADD 1 TO WEN-ATTENTE
              IF WSEUIL-AP > 0
                 AND DEPENSE OF FICHIER-RD > WSEUIL-AP
                 ADD 1 TO WATT-SEUIL-NB
                 ADD DEPENSE OF FICHIER-RD TO WATT-SEUIL-TOT
              END-IF
           END-IF.
           MOVE SPACES TO ATTENTE-RD.
           MOVE FICHIER-RD TO AT-IMAGE.
           IF WAPP-IDX > 0
              MOVE WAPP-APPROB1 (WAPP-IDX) TO AT-APPROB1
              MOVE WAPP-APPROB2 (WAPP-IDX) TO AT-APPROB2
           END-IF.
           MOVE WAPP-MOTIF TO AT-MOTIF.
           WRITE ATTENTE-RD.
       ECRIT-TRI.
           RELEASE TRI-RD FROM FICHIER-RD.
       SORTIE SECTION.
           IF WNOM = LOW-VALUE DISPLAY "FICHIER VIDE"
           ELSE PERFORM FIN-TRAIT.
           PERFORM SECTION-DISPARUS THRU SECTION-DISPARUS-FIN.
           PERFORM ECRIRE-ATTENTE-SEUIL.
           DISPLAY "DOUBLONS ECARTES = " WDOUBLONS.
           DISPLAY "HORS NORME       = " WHORS-NORME.
           CLOSE SOMMAIRE.
           CLOSE COMPARE.
           CLOSE SUSPECTS.
       SORTIE-DIVERS SECTION.
 *    * Ligne A : lignes en attente au-dela du seuil, nombre et
 *    * total ; PAIEMENTS ne paie pas une periode qui en porte
       ECRIRE-ATTENTE-SEUIL.
           IF WATT-SEUIL-NB > 0
              DISPLAY "EN ATTENTE > SEUIL = " WATT-SEUIL-NB
              MOVE SPACES TO SOMMAIRE-RD
              MOVE "EN ATTENTE" TO S-NOM
              MOVE WATT-SEUIL-NB TO S-NBR
              MOVE WATT-SEUIL-TOT TO S-TOTAL
              MOVE ZERO TO S-MOYENNE S-MINI S-MAXI
              MOVE "A" TO S-TYPE
              WRITE SOMMAIRE-RD
           END-IF.
 *    * LIMITES absent : le seuil par defaut tient
       LIRE-LIMITES.
           OPEN INPUT LIMITES.
           MOVE WMOY TO S-MOYENNE.
           MOVE ZERO TO S-MINI S-MAXI.
           MOVE "C" TO S-TYPE.
           MOVE WPERIODE TO S-MOIS.
           MOVE WCATP-CODE (WCAT-I) TO S-CATEG.
           WRITE SOMMAIRE-RD.
 *    * Rapprochement de la personne avec son enveloppe : ecart,
           MOVE WMAX-P TO S-MAXI.
           MOVE WTENDANCE TO S-TENDANCE.
           MOVE "P" TO S-TYPE.
           MOVE WPERIODE TO S-MOIS.
           IF WBUD-IDX > 0
              MOVE WBUD-MONT (WBUD-IDX) TO S-BUDGET
              MOVE WECART TO S-ECART
