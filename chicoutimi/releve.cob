      ******************************************************************
      *                                                                *
      * RELEVE ANNUEL DES REMBOURSEMENTS PAR PERSONNE
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE.
       AUTHOR. H. JAIDANE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNEE ASSIGN DISK-ANNEE
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ST-ANNEE.
           SELECT HISTPAIE ASSIGN DISK-HISTPAIE
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY HI-CLE
                  FILE STATUS IS ST-HISTPAIE.
           SELECT RELEVES ASSIGN DISK-RELEVES
                  ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
 *    * Annee du releve, AAAA ; absent, l'annee en cours
       FD  ANNEE.
       01  ANNEE-RD.
           03 AN-ANNEE-X PIC X(4).
           03 AN-ANNEE REDEFINES AN-ANNEE-X
                         PIC 9(4).
 *    * L'historique de PAIEMENTS, lu dans l'ordre de sa cle :
 *    * personne, periode, categorie
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
 *    * Un releve par personne payee dans l'annee, pour la paie
 *    * et le bureau des impots
       FD  RELEVES.
       01  RELEVE-RD     PIC X(60).

       WORKING-STORAGE SECTION.
       77  WANNEE         PIC X(4).
       77  WDATE-JOUR     PIC X(8).
       77  WNOM           PIC X(10).
       77  WTOT-P         PIC 9(7)V99 COMP-3.
       77  WMAIN-P        PIC 9(7)V99 COMP-3.
       77  WTOT-G         PIC 9(9)V99 COMP-3 VALUE 0.
       77  WPERSONNES     PIC 9(5) COMP-3 VALUE 0.
       77  WCAT-NB        PIC 99 COMP-3 VALUE 0.
       77  WCAT-I         PIC 99 COMP-3.
       77  WCAT-IDX       PIC 99 COMP-3.
 *    * Cumul de l'annee par categorie de la personne en cours
       01  WCAT-TABLE.
           03 WCAT-ENT OCCURS 50.
              05 WCAT-CODE  PIC X(4).
              05 WCAT-NBR   PIC 9(3) COMP-3.
              05 WCAT-MONT  PIC 9(7)V99 COMP-3.
              05 WCAT-MAIN  PIC 9(7)V99 COMP-3.
       01  FIN-FICHIER PIC X.
           88 EOF   VALUE 1.
       01  ST-ANNEE       PIC XX.
           88 ST-ANNEE-OK      VALUE '00'.
       01  ST-HISTPAIE    PIC XX.
           88 ST-HISTPAIE-OK   VALUE '00'.
 *    * Lignes du releve
       01  WENTETE.
           03 FILLER     PIC X(33)
              VALUE "RELEVE ANNUEL DES REMBOURSEMENTS ".
           03 WE-ANNEE   PIC X(4).
       01  WENTETE-NOM.
           03 FILLER     PIC X(6) VALUE "NOM : ".
           03 WE-NOM     PIC X(10).
       01  WCOLONNES.
           03 FILLER     PIC X(12) VALUE "CATEG       ".
           03 FILLER     PIC X(12) VALUE "   PERIODES ".
           03 FILLER     PIC X(12) VALUE "  REMBOURSE ".
           03 FILLER     PIC X(12) VALUE "  DONT MAIN ".
       01  WLIGNE.
           03 FILLER     PIC X(2).
           03 WL-CATEG   PIC X(4).
           03 FILLER     PIC X(11).
           03 WL-NBR     PIC ZZ9.
           03 FILLER     PIC X(2).
           03 WL-MONT    PIC Z(6)9,99.
           03 FILLER     PIC X(2).
           03 WL-MAIN    PIC Z(6)9,99.
       01  WTOTAL.
           03 FILLER     PIC X(10) VALUE "TOTAL     ".
           03 FILLER     PIC X(12).
           03 WT-MONT    PIC Z(6)9,99.
           03 FILLER     PIC X(2).
           03 WT-MAIN    PIC Z(6)9,99.
       01  WTOTAL-G.
           03 FILLER     PIC X(10) VALUE "GENERAL   ".
           03 FILLER     PIC X(10).
           03 WT-G-MONT  PIC Z(8)9,99.

       PROCEDURE DIVISION.
       TRAITEMENT.
           PERFORM LIRE-ANNEE.
           OPEN INPUT HISTPAIE.
           IF NOT ST-HISTPAIE-OK
              DISPLAY "HISTORIQUE ABSENT - AUCUN RELEVE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELEVES.
           MOVE LOW-VALUE TO WNOM.
           MOVE 0 TO FIN-FICHIER.
           PERFORM LECT-HISTPAIE UNTIL EOF.
           IF WNOM NOT = LOW-VALUE
              PERFORM FIN-PERSONNE
           END-IF.
           MOVE WTOT-G TO WT-G-MONT.
           MOVE WTOTAL-G TO RELEVE-RD.
           WRITE RELEVE-RD.
           CLOSE HISTPAIE.
           CLOSE RELEVES.
           DISPLAY "ANNEE DU RELEVE  = " WANNEE.
           DISPLAY "PERSONNES        = " WPERSONNES.
           DISPLAY "TOTAL DE L'ANNEE = " WTOT-G.
           STOP RUN.

 *    * ANNEE absent ou illisible : l'annee en cours
       LIRE-ANNEE.
           ACCEPT WDATE-JOUR FROM DATE YYYYMMDD.
           MOVE WDATE-JOUR (1:4) TO WANNEE.
           OPEN INPUT ANNEE.
           IF ST-ANNEE-OK
              READ ANNEE
                 AT END MOVE SPACES TO ANNEE-RD
              END-READ
              IF ST-ANNEE-OK AND AN-ANNEE-X NUMERIC
                 MOVE AN-ANNEE-X TO WANNEE
              END-IF
              CLOSE ANNEE
           END-IF.

 *    * Seules comptent les periodes de l'annee demandee ; une
 *    * rupture de NOM clot le releve de la personne precedente
       LECT-HISTPAIE.
           READ HISTPAIE NEXT RECORD AT END MOVE 1 TO FIN-FICHIER.
           IF NOT EOF
              IF HI-ANNEE = WANNEE
                 IF HI-NOM NOT = WNOM
                    IF WNOM NOT = LOW-VALUE
                       PERFORM FIN-PERSONNE
                    END-IF
                    PERFORM DEBUT-PERSONNE
                 END-IF
                 PERFORM CUMUL-CATEGORIE
              END-IF
           END-IF.

       DEBUT-PERSONNE.
           MOVE HI-NOM TO WNOM.
           MOVE 0 TO WCAT-NB.
           MOVE 0 TO WTOT-P WMAIN-P.
           MOVE WANNEE TO WE-ANNEE.
           MOVE WENTETE TO RELEVE-RD.
           WRITE RELEVE-RD.
           MOVE WNOM TO WE-NOM.
           MOVE WENTETE-NOM TO RELEVE-RD.
           WRITE RELEVE-RD.
           MOVE WCOLONNES TO RELEVE-RD.
           WRITE RELEVE-RD.

 *    * Une personne a au plus une ligne par categorie et par
 *    * periode ; le releve les additionne par categorie
       CUMUL-CATEGORIE.
           MOVE 0 TO WCAT-IDX.
           MOVE 1 TO WCAT-I.
           PERFORM CHERCHE-CAT-UN
              UNTIL WCAT-I > WCAT-NB OR WCAT-IDX > 0.
           IF WCAT-IDX = 0 AND WCAT-NB < 50
              ADD 1 TO WCAT-NB
              MOVE WCAT-NB TO WCAT-IDX
              MOVE HI-CATEG TO WCAT-CODE (WCAT-IDX)
              MOVE 0 TO WCAT-NBR (WCAT-IDX)
              MOVE 0 TO WCAT-MONT (WCAT-IDX)
              MOVE 0 TO WCAT-MAIN (WCAT-IDX)
           END-IF.
           IF WCAT-IDX > 0
              ADD 1 TO WCAT-NBR (WCAT-IDX)
              ADD HI-MONTANT TO WCAT-MONT (WCAT-IDX)
              IF HI-ETAT = 'M'
                 ADD HI-MONTANT TO WCAT-MAIN (WCAT-IDX)
              END-IF
           END-IF.
       CHERCHE-CAT-UN.
           IF WCAT-CODE (WCAT-I) = HI-CATEG
              MOVE WCAT-I TO WCAT-IDX
           ELSE
              ADD 1 TO WCAT-I
           END-IF.

 *    * Une ligne par categorie, puis le total de la personne
       FIN-PERSONNE.
           MOVE 1 TO WCAT-I.
           PERFORM ECRIRE-CATEGORIE
              UNTIL WCAT-I > WCAT-NB.
           MOVE WTOT-P TO WT-MONT.
           MOVE WMAIN-P TO WT-MAIN.
           MOVE WTOTAL TO RELEVE-RD.
           WRITE RELEVE-RD.
           MOVE SPACES TO RELEVE-RD.
           WRITE RELEVE-RD.
           ADD 1 TO WPERSONNES.
           ADD WTOT-P TO WTOT-G.
       ECRIRE-CATEGORIE.
           MOVE SPACES TO WLIGNE.
           MOVE WCAT-CODE (WCAT-I) TO WL-CATEG.
           MOVE WCAT-NBR (WCAT-I) TO WL-NBR.
           MOVE WCAT-MONT (WCAT-I) TO WL-MONT.
           MOVE WCAT-MAIN (WCAT-I) TO WL-MAIN.
           MOVE WLIGNE TO RELEVE-RD.
           WRITE RELEVE-RD.
           ADD WCAT-MONT (WCAT-I) TO WTOT-P.
           ADD WCAT-MAIN (WCAT-I) TO WMAIN-P.
           ADD 1 TO WCAT-I.
