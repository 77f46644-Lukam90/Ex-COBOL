           select F-Clients ASSIGN TO "data/Clients.csv"
           organization line sequential.

      * Instantané de secours déposé par la chaîne de nuit

           select F-SecoursEntete ASSIGN TO "data/SecoursEntete.csv"
           organization line sequential
           file status is StatutSecours.

           select F-SecoursClients ASSIGN TO "data/SecoursClients.csv"
           organization line sequential
           file status is StatutSecours.

           select F-SecoursComptes ASSIGN TO "data/SecoursComptes.csv"
           organization line sequential
           file status is StatutSecours.

           select F-SecoursBanques ASSIGN TO "data/SecoursBanques.csv"
           organization line sequential
           file status is StatutSecours.

           select F-SecoursGuichets
           ASSIGN TO "data/SecoursGuichets.csv"
           organization line sequential
           file status is StatutSecours.

           select F-SecoursMouvements
           ASSIGN TO "data/SecoursMouvements.csv"
           organization line sequential
           file status is StatutSecours.

       DATA DIVISION. 
       FILE SECTION. 
       FD F-Clients RECORD VARYING from 0 to 255.
       01 E-Clients pic X(255).

       FD F-SecoursEntete RECORD VARYING from 0 to 255.
       01 E-SecoursEntete pic X(255).

       FD F-SecoursClients RECORD VARYING from 0 to 255.
       01 E-SecoursClients pic X(255).

       FD F-SecoursComptes RECORD VARYING from 0 to 255.
       01 E-SecoursComptes pic X(255).

       FD F-SecoursBanques RECORD VARYING from 0 to 255.
       01 E-SecoursBanques pic X(255).

       FD F-SecoursGuichets RECORD VARYING from 0 to 255.
       01 E-SecoursGuichets pic X(255).

       FD F-SecoursMouvements RECORD VARYING from 0 to 255.
       01 E-SecoursMouvements pic X(255).

       WORKING-STORAGE SECTION. 

       01 DateSysteme.
       77 Eof Pic 9.
       77 Eot Pic 9.
       77 DerniereZone pic X(50).
       77 NoLigne pic 99.

      * Consultation de secours : quand SQL Server ne répond pas, les
      * clients, comptes, banques, guichets et mouvements des trente
      * derniers jours sont relus dans l'instantané à plat produit en
      * dernière étape de la chaîne de nuit (lecture seule)

       01 Instantane.
           10 DateInstantane.
              20 AnneeInstantane pic 9(4).
              20 MoisInstantane pic 9(2).
              20 JourInstantane pic 9(2).
           10 HeureInstantane.
              20 HeuresInstantane pic 9(2).
              20 MinutesInstantane pic 9(2).
              20 SecondesInstantane pic 9(2).
           10 DateComptableInstantane pic X(8).
           10 CodeSocieteInstantane pic X(3).
           10 NomSocieteInstantane pic X(50).

       01 ClientSecours.
           10 CodeClient PIC X(36).
           10 Intitule pic X(5).
           10 Nom pic X(50).
           10 Prenom pic X(50).
           10 CodePostal pic X(5).
           10 Ville pic X(50).
           10 Telephone pic X(15).
           10 StatutClient pic X.

       01 CompteSecours.
           10 CodeBanque pic X(5).
           10 CodeGuichet pic X(5).
           10 NoCompte pic X(9).
           10 TypeCompte pic X(2).
           10 CleRIB pic X(2).
           10 CodeClient PIC X(36).
           10 Solde pic X(14).
           10 StatutCompte pic X.
           10 DecouvertAutorise pic X(14).
           10 Devise pic X(3).

       01 BanqueSecours.
           10 CodeBanque pic X(5).
           10 NomBanque pic X(100).
           10 Bic pic X(11).

       01 GuichetSecours.
           10 CodeBanque pic X(5).
           10 CodeGuichet pic X(5).
           10 NomGuichet pic X(50).
           10 Adresse pic X(60).

       01 MouvementSecours.
           10 CodeBanque pic X(5).
           10 CodeGuichet pic X(5).
           10 NoCompte pic X(9).
           10 TypeCompte pic X(2).
           10 DateMouvement.
              20 AnneeMouvement pic X(4).
              20 MoisMouvement pic X(2).
              20 JourMouvement pic X(2).
           10 Sens pic X.
           10 Montant pic X(14).
           10 Nature pic X(3).

       77 ModeSecours pic X value "N".
       77 InstantaneCharge pic X value "N".
       77 StatutSecours pic XX.
       77 EofClients Pic 9.
       77 EofComptes Pic 9.
       77 EofGuichets Pic 9.
       77 EofMouvements Pic 9.
       77 EofBanques Pic 9.
       77 Recherche pic X(50).
       77 RechercheMaj pic X(50).
       77 NomMaj pic X(50).
       77 LongueurRecherche pic 99.
       77 CodeClientCherche pic X(36).
       77 NbClientsTrouves pic 9(5).
       77 NbComptesTrouves pic 9(3).
       77 NbMouvementsTrouves pic 9(5).
       77 NomGuichetTrouve pic X(50).
       77 LigneSecours pic X(80).
       77 Reponse pic X.
       77 ClientsOuverts pic X.

      * Déclarations liées à SQL

              connect to :CNXDB
           end-exec.

      * Base indisponible : seule la consultation de secours reste
      * ouverte, sur le dernier instantané de la chaîne de nuit

           if (sqlcode not equal 0) then
               MOVE "O" to ModeSecours
           else
               exec sql
                   set autocommit on
               end-exec
           end-if.

           PERFORM ChargementInstantane.

       Menu-Trt.
           ACCEPT DateSysteme from date YYYYMMDD.
           Mois of DateSysteme "/"
           Annee of DateSysteme.

           if ModeSecours = "O"
               DISPLAY "Base indisponible : consultation de secours"
           end-if.

           PERFORM AffichageInstantane.

           DISPLAY "Option : " WITH NO ADVANCING.

           DISPLAY "1 - Importation des comptes..."
           DISPLAY "3 - Liste des comptes..."
           DISPLAY "4 - Controle des cles RIB..."
           DISPLAY "5 - Gestion des clients..."
           DISPLAY "6 - Consultation de secours d'un client..."
           DISPLAY "7 - Liste des banques (secours)..."
           DISPLAY "0 - Fin de traitement..."

           ACCEPT Option.

           if ModeSecours = "O" and (Option = 1 or Option = 2)
               DISPLAY "Base indisponible : options 6 et 7 seulement"
               MOVE 9 to Option
           end-if.

           EVALUATE Option 
              WHEN 1 PERFORM Importation
              WHEN 2 PERFORM ListeBanque
              WHEN 6 PERFORM ConsultationSecours
              WHEN 7 PERFORM ListeBanqueSecours
           end-evaluate.
       
       Menu-Fin.
           values (
              :Compte.CodeBanque, 
              :Compte.CodeGuichet, 
              :Compte.RacineCompte, 
              :Compte.TypeCompte, 
              :Compte.CleRib, 
              :Compte.Debit, 

      * Initialisation de la pagination

       DISPLAY "Liste des banques"

       move 5 to NoLigne.


       AffichageBanque.
           CONTINUE.

      * === Consultation de secours ===

      * En-tête de l'instantané : date et heure de production, date
      * comptable et société

       ChargementInstantane.
           MOVE "N" to InstantaneCharge.

           open input F-SecoursEntete.

           if StatutSecours = "00"
               READ F-SecoursEntete
               not at end
                   unstring E-SecoursEntete delimited by ";" into
                       DateInstantane
                       HeureInstantane
                       DateComptableInstantane
                       CodeSocieteInstantane
                       NomSocieteInstantane
                   end-unstring

                   MOVE "O" to InstantaneCharge
               end-read

               CLOSE F-SecoursEntete
           end-if.

       AffichageInstantane.
           if InstantaneCharge = "O"
               DISPLAY "Instantane du " JourInstantane "/"
               MoisInstantane "/" AnneeInstantane " a "
               HeuresInstantane ":" MinutesInstantane ":"
               SecondesInstantane " (societe "
               CodeSocieteInstantane ")"
           else
               DISPLAY "Aucun instantane de secours disponible"
           end-if.

      * Recherche d'un client par nom, code client ou numéro de compte

       ConsultationSecours.
           PERFORM AffichageInstantane.

           if InstantaneCharge = "O"
               PERFORM RechercheSecours-Init
               PERFORM RechercheSecours-Trt UNTIL EofClients = 1
               PERFORM RechercheSecours-Fin
           end-if.

       RechercheSecours-Init.
           MOVE 1 to EofClients.
           MOVE "N" to ClientsOuverts.
           MOVE 0 to NbClientsTrouves.
           MOVE spaces to Recherche.
           MOVE spaces to CodeClientCherche.

           DISPLAY "Nom, code client ou numero de compte : "
           WITH NO ADVANCING.

           ACCEPT Recherche.

      * La recherche par nom ignore les majuscules et porte sur le
      * début du nom

           MOVE Recherche to RechercheMaj.

           INSPECT RechercheMaj CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE 0 to LongueurRecherche.

           INSPECT RechercheMaj TALLYING LongueurRecherche
               FOR CHARACTERS BEFORE INITIAL "  ".

           if LongueurRecherche > 0
               PERFORM RechercheCompteSaisi

               open input F-SecoursClients

               if StatutSecours = "00"
                   MOVE 0 to EofClients
                   MOVE "O" to ClientsOuverts
               else
                   DISPLAY "Fichier des clients de secours absent"
               end-if
           end-if.

       RechercheSecours-Trt.
           READ F-SecoursClients
           at end
               MOVE 1 to EofClients
           not at end
               PERFORM ExamenClientSecours
           end-read.

       RechercheSecours-Fin.
           if ClientsOuverts = "O"
               CLOSE F-SecoursClients
           end-if.

           if NbClientsTrouves = 0
               DISPLAY "Aucun client trouve"
           end-if.

      * Un numéro de compte saisi désigne son titulaire

       RechercheCompteSaisi.
           MOVE 1 to EofComptes.

           open input F-SecoursComptes.

           if StatutSecours = "00"
               MOVE 0 to EofComptes
               PERFORM LectureCompteSaisi UNTIL EofComptes = 1
               CLOSE F-SecoursComptes
           end-if.

       LectureCompteSaisi.
           READ F-SecoursComptes
           at end
               MOVE 1 to EofComptes
           not at end
               PERFORM DecoupageCompteSecours

               if NoCompte of CompteSecours = Recherche
                   MOVE CodeClient of CompteSecours
                   to CodeClientCherche
                   MOVE 1 to EofComptes
               end-if
           end-read.

       ExamenClientSecours.
           MOVE spaces to ClientSecours.

           unstring E-SecoursClients delimited by ";" into
               CodeClient of ClientSecours
               Intitule of ClientSecours
               Nom of ClientSecours
               Prenom of ClientSecours
               CodePostal of ClientSecours
               Ville of ClientSecours
               Telephone of ClientSecours
               StatutClient of ClientSecours
           end-unstring.

           MOVE Nom of ClientSecours to NomMaj.

           INSPECT NomMaj CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if CodeClient of ClientSecours = Recherche
           or CodeClient of ClientSecours = CodeClientCherche
           or NomMaj(1:LongueurRecherche)
              = RechercheMaj(1:LongueurRecherche)
               PERFORM AffichageClientSecours
           end-if.

      * Fiche du client, ses comptes et leurs mouvements récents

       AffichageClientSecours.
           ADD 1 to NbClientsTrouves.

           DISPLAY " ".

           MOVE spaces to LigneSecours.

           string
             "Client " delimited by size
             CodeClient of ClientSecours delimited by space
             " : " delimited by size
             Intitule of ClientSecours delimited by space
             " " delimited by size
             Nom of ClientSecours delimited by "  "
             " " delimited by size
             Prenom of ClientSecours delimited by "  "
             into LigneSecours
           end-string.

           DISPLAY LigneSecours.

           MOVE spaces to LigneSecours.

           string
             "  " delimited by size
             CodePostal of ClientSecours delimited by space
             " " delimited by size
             Ville of ClientSecours delimited by "  "
             "  tel. " delimited by size
             Telephone of ClientSecours delimited by space
             into LigneSecours
           end-string.

           DISPLAY LigneSecours.

           EVALUATE StatutClient of ClientSecours
              WHEN "D" DISPLAY "  CLIENT DECEDE"
              WHEN "B" DISPLAY "  CLIENT BLOQUE"
           end-evaluate.

           PERFORM ListeComptesSecours.

           DISPLAY "Tapez ENTREE." WITH NO ADVANCING.

           ACCEPT Reponse.

       ListeComptesSecours.
           MOVE 1 to EofComptes.
           MOVE 0 to NbComptesTrouves.

           open input F-SecoursComptes.

           if StatutSecours = "00"
               MOVE 0 to EofComptes
               PERFORM LectureCompteClient UNTIL EofComptes = 1
               CLOSE F-SecoursComptes
           end-if.

           if NbComptesTrouves = 0
               DISPLAY "  Aucun compte"
           end-if.

       LectureCompteClient.
           READ F-SecoursComptes
           at end
               MOVE 1 to EofComptes
           not at end
               PERFORM DecoupageCompteSecours

               if CodeClient of CompteSecours
                  = CodeClient of ClientSecours
                   PERFORM AffichageCompteSecours
               end-if
           end-read.

       DecoupageCompteSecours.
           MOVE spaces to CompteSecours.

           unstring E-SecoursComptes delimited by ";" into
               CodeBanque of CompteSecours
               CodeGuichet of CompteSecours
               NoCompte of CompteSecours
               TypeCompte of CompteSecours
               CleRIB of CompteSecours
               CodeClient of CompteSecours
               Solde of CompteSecours
               StatutCompte of CompteSecours
               DecouvertAutorise of CompteSecours
               Devise of CompteSecours
           end-unstring.

       AffichageCompteSecours.
           ADD 1 to NbComptesTrouves.

           PERFORM RechercheGuichetSecours.

           DISPLAY " ".

           MOVE spaces to LigneSecours.

           string
             "  Compte " delimited by size
             CodeBanque of CompteSecours delimited by size
             " " delimited by size
             CodeGuichet of CompteSecours delimited by size
             " " delimited by size
             NoCompte of CompteSecours delimited by size
             " " delimited by size
             TypeCompte of CompteSecours delimited by size
             " cle " delimited by size
             CleRIB of CompteSecours delimited by size
             "  " delimited by size
             NomGuichetTrouve delimited by "  "
             into LigneSecours
           end-string.

           DISPLAY LigneSecours.

           MOVE spaces to LigneSecours.

           string
             "    Solde " delimited by size
             Solde of CompteSecours delimited by size
             " " delimited by size
             Devise of CompteSecours delimited by size
             "  decouvert autorise " delimited by size
             DecouvertAutorise of CompteSecours delimited by size
             into LigneSecours
           end-string.

           DISPLAY LigneSecours.

           EVALUATE StatutCompte of CompteSecours
              WHEN "C" DISPLAY "    COMPTE CLOS"
              WHEN "I" DISPLAY "    COMPTE INACTIF"
              WHEN "B" DISPLAY "    COMPTE BLOQUE"
           end-evaluate.

           PERFORM ListeMouvementsSecours.

      * Nom de l'agence tenant le compte

       RechercheGuichetSecours.
           MOVE spaces to NomGuichetTrouve.
           MOVE 1 to EofGuichets.

           open input F-SecoursGuichets.

           if StatutSecours = "00"
               MOVE 0 to EofGuichets
               PERFORM LectureGuichetSecours UNTIL EofGuichets = 1
               CLOSE F-SecoursGuichets
           end-if.

       LectureGuichetSecours.
           READ F-SecoursGuichets
           at end
               MOVE 1 to EofGuichets
           not at end
               MOVE spaces to GuichetSecours

               unstring E-SecoursGuichets delimited by ";" into
                   CodeBanque of GuichetSecours
                   CodeGuichet of GuichetSecours
                   NomGuichet of GuichetSecours
                   Adresse of GuichetSecours
               end-unstring

               if CodeBanque of GuichetSecours
                  = CodeBanque of CompteSecours
               and CodeGuichet of GuichetSecours
                  = CodeGuichet of CompteSecours
                   MOVE NomGuichet of GuichetSecours
                   to NomGuichetTrouve
                   MOVE 1 to EofGuichets
               end-if
           end-read.

      * Mouvements des trente derniers jours, du plus récent au plus
      * ancien

       ListeMouvementsSecours.
           MOVE 1 to EofMouvements.
           MOVE 0 to NbMouvementsTrouves.

           open input F-SecoursMouvements.

           if StatutSecours = "00"
               MOVE 0 to EofMouvements
               PERFORM LectureMouvementSecours
                   UNTIL EofMouvements = 1
               CLOSE F-SecoursMouvements
           end-if.

           if NbMouvementsTrouves = 0
               DISPLAY "    Aucun mouvement sur trente jours"
           end-if.

       LectureMouvementSecours.
           READ F-SecoursMouvements
           at end
               MOVE 1 to EofMouvements
           not at end
               MOVE spaces to MouvementSecours

               unstring E-SecoursMouvements delimited by ";" into
                   CodeBanque of MouvementSecours
                   CodeGuichet of MouvementSecours
                   NoCompte of MouvementSecours
                   TypeCompte of MouvementSecours
                   DateMouvement of MouvementSecours
                   Sens of MouvementSecours
                   Montant of MouvementSecours
                   Nature of MouvementSecours
               end-unstring

               if CodeBanque of MouvementSecours
                  = CodeBanque of CompteSecours
               and CodeGuichet of MouvementSecours
                  = CodeGuichet of CompteSecours
               and NoCompte of MouvementSecours
                  = NoCompte of CompteSecours
               and TypeCompte of MouvementSecours
                  = TypeCompte of CompteSecours
                   PERFORM AffichageMouvementSecours
               end-if
           end-read.

       AffichageMouvementSecours.
           ADD 1 to NbMouvementsTrouves.

           MOVE spaces to LigneSecours.

           string
             "    " delimited by size
             JourMouvement delimited by size
             "/" delimited by size
             MoisMouvement delimited by size
             "/" delimited by size
             AnneeMouvement delimited by size
             "  " delimited by size
             Nature of MouvementSecours delimited by size
             "  " delimited by size
             Sens of MouvementSecours delimited by size
             " " delimited by size
             Montant of MouvementSecours delimited by size
             into LigneSecours
           end-string.

           DISPLAY LigneSecours.

      * Liste des banques de l'instantané

       ListeBanqueSecours.
           PERFORM AffichageInstantane.

           MOVE 1 to EofBanques.

           open input F-SecoursBanques.

           if StatutSecours = "00"
               DISPLAY "Liste des banques"
               MOVE 0 to EofBanques
               PERFORM LectureBanqueSecours UNTIL EofBanques = 1
               CLOSE F-SecoursBanques
           end-if.

           DISPLAY "Tapez ENTREE." WITH NO ADVANCING.

           ACCEPT Reponse.

       LectureBanqueSecours.
           READ F-SecoursBanques
           at end
               MOVE 1 to EofBanques
           not at end
               MOVE spaces to BanqueSecours

               unstring E-SecoursBanques delimited by ";" into
                   CodeBanque of BanqueSecours
                   NomBanque of BanqueSecours
                   Bic of BanqueSecours
               end-unstring

               MOVE spaces to LigneSecours

               string
                 CodeBanque of BanqueSecours delimited by size
                 "  " delimited by size
                 Bic of BanqueSecours delimited by size
                 "  " delimited by size
                 NomBanque of BanqueSecours delimited by "  "
                 into LigneSecours
               end-string

               DISPLAY LigneSecours
           end-read.
