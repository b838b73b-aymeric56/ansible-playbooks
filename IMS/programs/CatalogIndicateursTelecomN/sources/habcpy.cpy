      ******************************************************************
      *INPUT/OUTPUT AREA FOR THE HABCAT SUB-PROGRAM - AUTHORISATION OF
      *ONE CATALOG COMMAND FOR THE SIGNED-ON USER OR THE LTERM, FROM
      *THE CATALOG_ROLES TABLE.
      ******************************************************************

      * DATA AREA FOR THE CHECK INPUT
       01 ENTREE-SH.
          05 INSH-COMMAND             PIC X(8).
      * USERID DU SIGNON IMS (A BLANC SANS SIGNON) ET LTERM D'ORIGINE
          05 INSH-USER                PIC X(8).
          05 INSH-LTERM               PIC X(8).

      * DATA AREA FOR THE CHECK OUTPUT
       01 SORTIE-SH.
          05 OUTSH-MESSAGE            PIC X(40).
      * 'Y' = COMMANDE AUTORISEE ; TOUTE AUTRE VALEUR = REFUSEE
          05 OUTSH-AUTORISE           PIC X(01).
             88 OUTSH-OK                             VALUE 'Y'.
      * DROIT EXIGE PAR LA COMMANDE : 'M' CREATION/MISE A JOUR,
      * 'S' DEPLACEMENT/RETRAIT/SUPPRESSION, 'V' SAISIE DES MESURES,
      * BLANC = CONSULTATION, OUVERTE A TOUS
          05 OUTSH-DROIT              PIC X(01).
