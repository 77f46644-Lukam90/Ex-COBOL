           organization line sequential
           access sequential.

           select F-BalanceAgeeAttente
           assign to "C:\Users\dugs\Documents\BalanceAgeeAttente.txt"
           organization line sequential
           access sequential.

           select F-BalanceGenerale
           assign to "C:\Users\dugs\Documents\BalanceGenerale.txt"
           organization line sequential
           access sequential.

           select F-GrandLivre
           assign to "C:\Users\dugs\Documents\GrandLivre.txt"
           organization line sequential
           access sequential.

           select F-HistoriqueMouvement
           assign to CheminHistoriqueMouvement
           organization line sequential
           organization line sequential
           access sequential.

           select F-PrevisionTresorerie
           assign to "C:\Users\dugs\Documents\PrevisionTresorerie.txt"
           organization line sequential
           access sequential.

           select F-ComptesOrphelins
           assign to "C:\Users\dugs\Documents\ComptesOrphelins.txt"
           organization line sequential
           organization line sequential
           access sequential.

           select F-FicheEtudeCredit
           assign to "C:\Users\dugs\Documents\FicheEtudeCredit.txt"
           organization line sequential
           access sequential.

           select F-LettresContentieux
           assign to "C:\Users\dugs\Documents\LettresContentieux.txt"
           organization line sequential
           access sequential
           file status is StatutFichierLettreCtx.

           select F-FichierCartes
           assign to CheminFichierCartes
           organization line sequential
           organization line sequential
           access sequential.

           select F-FabricationCartes
           assign to "C:\Users\dugs\Documents\FabricationCartes.txt"
           organization line sequential
           access sequential.

           select F-NonRenouvellementCartes
           assign to
           "C:\Users\dugs\Documents\NonRenouvellementCartes.txt"
           organization line sequential
           access sequential.

           select F-RetrofacturationCartes
           assign to
           "C:\Users\dugs\Documents\RetrofacturationCartes.txt"
           organization line sequential
           access sequential
           file status is StatutFichierRetrofact.

           select F-LettresLitiges
           assign to "C:\Users\dugs\Documents\LettresLitiges.txt"
           organization line sequential
           access sequential
           file status is StatutFichierLettreLitige.

           select F-EtatLitigesCartes
           assign to "C:\Users\dugs\Documents\LitigesCartes.txt"
           organization line sequential
           access sequential.

           select F-ListeSanctions
           assign to "C:\Users\dugs\Documents\ListeGelAvoirs.txt"
           organization line sequential
           access sequential
           file status is StatutFichierListeSanctions.

           select F-DeclarationsSoupcon
           assign to "C:\Users\dugs\Documents\DeclarationsSoupcon.txt"
           organization line sequential
           access sequential
           file status is StatutFichierDeclSoupcon.

           select F-BilanLcbft
           assign to "C:\Users\dugs\Documents\BilanLcbft.txt"
           organization line sequential
           access sequential.

           select F-RetourSepa
           assign to CheminRetourSepa
           organization line sequential
           access sequential
           file status is StatutFichierLettreDormance.

           select F-CourriersNpai
           assign to "C:\Users\dugs\Documents\CourriersNpai.txt"
           organization line sequential
           access sequential
           file status is StatutFichierCourrierNpai.

           select F-LettresCommissions
           assign to "C:\Users\dugs\Documents\LettresCommissions.txt"
           organization line sequential
           access sequential.

           select F-ClientsFragiles
           assign to "C:\Users\dugs\Documents\ClientsFragiles.txt"
           organization line sequential
           access sequential.

           select F-LettresOffreFragile
           assign to "C:\Users\dugs\Documents\LettresOffreFragile.txt"
           organization line sequential
           access sequential.

           select F-TransfertCdc
           assign to "C:\Users\dugs\Documents\TransfertCdc.txt"
           organization line sequential
           organization line sequential
           access sequential.

           select F-EtatCreancesDouteuses
           assign to "C:\Users\dugs\Documents\CreancesDouteuses.txt"
           organization line sequential
           access sequential.

           select F-ArreteCaisse
           assign to "C:\Users\dugs\Documents\ArreteCaisse.txt"
           organization line sequential
           access sequential
           file status is StatutFichierRetourImpayes.

           select F-AvisReglement
           assign to CheminAvisReglement
           organization line sequential
           access sequential
           file status is StatutFichierAvisReglement.

           select F-RapprochementComp
           assign to
           "C:\Users\dugs\Documents\RapprochementCompensation.txt"
           organization line sequential
           access sequential.

           select F-PresentationEffets
           assign to "C:\Users\dugs\Documents\PresentationEffets.txt"
           organization line sequential
           access sequential
           file status is StatutFichierPresEffets.

           select F-RetourEffets
           assign to CheminRetourEffets
           organization line sequential
           access sequential
           file status is StatutFichierRetourEffets.

           select F-PortefeuilleEffets
           assign to "C:\Users\dugs\Documents\PortefeuilleEffets.txt"
           organization line sequential
           access sequential.

           select F-LettresCaution
           assign to "C:\Users\dugs\Documents\LettresCaution.txt"
           organization line sequential
           access sequential
           file status is StatutFichierLettresCaution.

           select F-ImpayesCoffres
           assign to "C:\Users\dugs\Documents\ImpayesCoffres.txt"
           organization line sequential
           access sequential.

           select F-ReclamationsRetard
           assign to "C:\Users\dugs\Documents\ReclamationsRetard.txt"
           organization line sequential
           access sequential.

           select F-StatsReclamations
           assign to "C:\Users\dugs\Documents\StatsReclamations.txt"
           organization line sequential
           access sequential.

           select F-RentabiliteClients
           assign to "C:\Users\dugs\Documents\RentabiliteClients.txt"
           organization line sequential
           access sequential.

           select F-PortefeuilleConseiller
           assign to
           "C:\Users\dugs\Documents\PortefeuilleConseiller.txt"
           organization line sequential
           access sequential.

           select F-AccesLisible
           assign to CheminAccesLisible
           organization line sequential
           access sequential.

           select F-AccesStructure
           assign to CheminAccesStructure
           organization line sequential
           access sequential.

           select F-FichierDeces
           assign to "C:\Users\dugs\Documents\DecesInsee.txt"
           organization line sequential
           access sequential
           file status is StatutFichierDeces.

           select F-NivellementPooling
           assign to "C:\Users\dugs\Documents\NivellementPooling.txt"
           organization line sequential
           access sequential.

           select F-RelevePooling
           assign to CheminRelevePooling
           organization line sequential
           access sequential.

           select F-LettresCirc
           assign to "C:\Users\dugs\Documents\LettresConfirmation.txt"
           organization line sequential
           access sequential.

           select F-EtatCirc
           assign to "C:\Users\dugs\Documents\EtatCircularisation.txt"
           organization line sequential
           access sequential.

           select F-ConsultSensibles
           assign to "C:\Users\dugs\Documents\ConsultSensibles.txt"
           organization line sequential
           access sequential.

           select F-MouvementsPersonnel
           assign to "C:\Users\dugs\Documents\MouvementsPersonnel.txt"
           organization line sequential
           access sequential.

           select F-EditionGuichet
           assign to CheminEditionGuichet
           organization line sequential
           access sequential.

           select F-JournalOperateurs
           assign to "C:\Users\dugs\Documents\JournalOperateurs.txt"
           organization line sequential
           access sequential.

           select F-RattrapageJournees
           assign to "C:\Users\dugs\Documents\RattrapageJournees.txt"
           organization line sequential
           access sequential.

           select F-Secours
           assign to CheminFichierSecours
           organization line sequential
           access sequential.

           select F-ListePreavis
           assign to CheminListePreavis
           organization line sequential
           access sequential.

           select F-LettresPreavis
           assign to CheminLettresPreavis
           organization line sequential
           access sequential.

           select F-EtatPreavis
           assign to "C:\Users\dugs\Documents\EtatPreavisTarifaires.txt"
           organization line sequential
           access sequential.

           select F-VopDemandesEmises
           assign to "C:\Users\dugs\Documents\VopDemandesEmises.txt"
           organization line sequential
           access sequential.

           select F-VopReponsesRecues
           assign to "C:\Users\dugs\Documents\VopReponsesRecues.txt"
           organization line sequential
           access sequential
           file status is StatutFichierVopReponses.

           select F-VopDemandesRecues
           assign to CheminVopEntrant
           organization line sequential
           access sequential
           file status is StatutFichierVopEntrant.

           select F-VopReponsesEmises
           assign to "C:\Users\dugs\Documents\VopReponsesEmises.txt"
           organization line sequential
           access sequential.

           select F-VueUniqueFgdr
           assign to "C:\Users\dugs\Documents\VueUniqueFgdr.txt"
           organization line sequential
           access sequential.

           select F-AnomaliesFgdr
           assign to "C:\Users\dugs\Documents\AnomaliesFgdr.txt"
           organization line sequential
           access sequential.

           select F-ControleFgdr
           assign to "C:\Users\dugs\Documents\ControleFgdr.txt"
           organization line sequential
           access sequential.

           select F-SuiviDroitAuCompte
           assign to "C:\Users\dugs\Documents\SuiviDroitAuCompte.txt"
           organization line sequential
           access sequential.

           select F-EtatDroitAuCompte
           assign to "C:\Users\dugs\Documents\EtatDroitAuCompte.txt"
           organization line sequential
           access sequential.

           select F-InventaireReserve
           assign to "C:\Users\dugs\Documents\InventaireReserve.txt"
           organization line sequential
           access sequential
           file status is StatutFichierInventaireReserve.

           select F-AlertesReserves
           assign to "C:\Users\dugs\Documents\AlertesReserves.txt"
           organization line sequential
           access sequential.

           select F-RecusChange
           assign to "C:\Users\dugs\Documents\RecusChange.txt"
           organization line sequential
           access sequential
           file status is StatutFichierRecusChange.

           select F-ImportBanqueExterne
           assign to CheminImportBqExt
           organization line sequential
           organization line sequential
           access sequential.

           select F-DemandesMobSortante
           assign to CheminMobiliteSortante
           organization line sequential
           access sequential
           file status is StatutFichierMobSort.

           select F-ReponsesMobSortante
           assign to "C:\Users\dugs\Documents\ReponsesMobSortante.txt"
           organization line sequential
           access sequential.

           select F-RapportMobSortante
           assign to "C:\Users\dugs\Documents\RapportMobSortante.txt"
           organization line sequential
           access sequential.

           select F-AvisMobSortante
           assign to "C:\Users\dugs\Documents\AvisMobSortante.txt"
           organization line sequential
           access sequential
           file status is StatutFichierAvisMobSort.

           select F-OrdresEnLigne
           assign to CheminOrdresEnLigne
           organization line sequential
           access sequential
           file status is StatutFichierOrdresEnLigne.

           select F-AccusesEnLigne
           assign to "C:\Users\dugs\Documents\AccusesBanqueEnLigne.txt"
           organization line sequential
           access sequential
           file status is StatutFichierAccusesEnLigne.

           select F-OrdresEnLigneCheckpoint
           assign to "C:\Users\dugs\Documents\BanqueEnLigne.chk"
           organization line sequential
           access sequential
           file status is StatutFichierChkEnLigne.

           select F-LettresRelance
           assign to "C:\Users\dugs\Documents\LettresRelance.txt"
           organization line sequential
       FD F-ExportCompta record varying from 0 to 255.
       01 E-ExportCompta pic X(255).

       FD F-BalanceAgeeAttente record varying from 0 to 255.
       01 E-BalanceAgeeAttente pic X(255).

       FD F-BalanceGenerale record varying from 0 to 255.
       01 E-BalanceGenerale pic X(255).

       FD F-GrandLivre record varying from 0 to 255.
       01 E-GrandLivre pic X(255).

       FD F-HistoriqueMouvement record varying from 0 to 255.
       01 E-HistoriqueMouvement pic X(255).

       FD F-PositionMatinale record varying from 0 to 255.
       01 E-PositionMatinale pic X(255).

       FD F-PrevisionTresorerie record varying from 0 to 255.
       01 E-PrevisionTresorerie pic X(255).

       FD F-ComptesOrphelins record varying from 0 to 255.
       01 E-ComptesOrphelins pic X(255).

       FD F-TableauAmortissement record varying from 0 to 255.
       01 E-TableauAmortissement pic X(255).

       FD F-FicheEtudeCredit record varying from 0 to 255.
       01 E-FicheEtudeCredit pic X(255).

       FD F-LettresContentieux record varying from 0 to 255.
       01 E-LettresContentieux pic X(255).

       FD F-FichierCartes record varying from 0 to 255.
       01 E-FichierCartes pic X(255).

       FD F-RapportCartes record varying from 0 to 255.
       01 E-RapportCartes pic X(255).

       FD F-FabricationCartes record varying from 0 to 255.
       01 E-FabricationCartes pic X(255).

       FD F-NonRenouvellementCartes record varying from 0 to 255.
       01 E-NonRenouvellementCartes pic X(255).

       FD F-RetrofacturationCartes record varying from 0 to 255.
       01 E-RetrofacturationCartes pic X(255).

       FD F-LettresLitiges record varying from 0 to 255.
       01 E-LettresLitiges pic X(255).

       FD F-EtatLitigesCartes record varying from 0 to 255.
       01 E-EtatLitigesCartes pic X(255).

       FD F-ListeSanctions record varying from 0 to 255.
       01 E-ListeSanctions pic X(255).

       FD F-DeclarationsSoupcon record varying from 0 to 255.
       01 E-DeclarationsSoupcon pic X(255).

       FD F-BilanLcbft record varying from 0 to 255.
       01 E-BilanLcbft pic X(255).

       FD F-RetourSepa record varying from 0 to 255.
       01 E-RetourSepa pic X(255).

       FD F-LettresDormance record varying from 0 to 255.
       01 E-LettresDormance pic X(255).

       FD F-CourriersNpai record varying from 0 to 255.
       01 E-CourriersNpai pic X(255).

       FD F-LettresCommissions record varying from 0 to 255.
       01 E-LettresCommissions pic X(255).

       FD F-ClientsFragiles record varying from 0 to 255.
       01 E-ClientsFragiles pic X(255).

       FD F-LettresOffreFragile record varying from 0 to 255.
       01 E-LettresOffreFragile pic X(255).

       FD F-TransfertCdc record varying from 0 to 255.
       01 E-TransfertCdc pic X(255).

       FD F-RecapPfu record varying from 0 to 255.
       01 E-RecapPfu pic X(255).

       FD F-EtatCreancesDouteuses record varying from 0 to 255.
       01 E-EtatCreancesDouteuses pic X(255).

       FD F-ArreteCaisse record varying from 0 to 255.
       01 E-ArreteCaisse pic X(255).

       FD F-RetourImpayes record varying from 0 to 255.
       01 E-RetourImpayes pic X(255).

       FD F-AvisReglement record varying from 0 to 255.
       01 E-AvisReglement pic X(255).

       FD F-RapprochementComp record varying from 0 to 255.
       01 E-RapprochementComp pic X(255).

       FD F-PresentationEffets record varying from 0 to 255.
       01 E-PresentationEffets pic X(255).

       FD F-RetourEffets record varying from 0 to 255.
       01 E-RetourEffets pic X(255).

       FD F-PortefeuilleEffets record varying from 0 to 255.
       01 E-PortefeuilleEffets pic X(255).

       FD F-LettresCaution record varying from 0 to 255.
       01 E-LettresCaution pic X(255).

       FD F-ImpayesCoffres record varying from 0 to 255.
       01 E-ImpayesCoffres pic X(255).

       FD F-ReclamationsRetard record varying from 0 to 255.
       01 E-ReclamationsRetard pic X(255).

       FD F-StatsReclamations record varying from 0 to 255.
       01 E-StatsReclamations pic X(255).

       FD F-RentabiliteClients record varying from 0 to 255.
       01 E-RentabiliteClients pic X(255).

       FD F-PortefeuilleConseiller record varying from 0 to 255.
       01 E-PortefeuilleConseiller pic X(255).

       FD F-AccesLisible record varying from 0 to 255.
       01 E-AccesLisible pic X(255).

       FD F-AccesStructure record varying from 0 to 255.
       01 E-AccesStructure pic X(255).

      * Fichier national des personnes decedees (enregistrement de
      * longueur fixe publie par l'INSEE)

       FD F-FichierDeces record varying from 0 to 255.
       01 E-FichierDeces.
         05 NomPrenomsInsee Pic X(80).
         05 SexeInsee Pic X.
         05 DateNaissanceInsee Pic X(8).
         05 CodeLieuNaissanceInsee Pic X(5).
         05 CommuneNaissanceInsee Pic X(30).
         05 PaysNaissanceInsee Pic X(30).
         05 DateDecesInsee Pic X(8).
         05 CodeLieuDecesInsee Pic X(5).
         05 NumeroActeInsee Pic X(9).
         05 Filler Pic X(79).

       FD F-NivellementPooling record varying from 0 to 255.
       01 E-NivellementPooling pic X(255).

       FD F-RelevePooling record varying from 0 to 255.
       01 E-RelevePooling pic X(255).

       FD F-LettresCirc record varying from 0 to 255.
       01 E-LettresCirc pic X(255).

       FD F-EtatCirc record varying from 0 to 255.
       01 E-EtatCirc pic X(255).

       FD F-ConsultSensibles record varying from 0 to 255.
       01 E-ConsultSensibles pic X(255).

       FD F-MouvementsPersonnel record varying from 0 to 255.
       01 E-MouvementsPersonnel pic X(255).

       FD F-EditionGuichet record varying from 0 to 255.
       01 E-EditionGuichet pic X(255).

       FD F-JournalOperateurs record varying from 0 to 255.
       01 E-JournalOperateurs pic X(255).

       FD F-RattrapageJournees record varying from 0 to 255.
       01 E-RattrapageJournees pic X(255).

       FD F-Secours record varying from 0 to 255.
       01 E-Secours pic X(255).

       FD F-ListePreavis record varying from 0 to 255.
       01 E-ListePreavis pic X(255).

       FD F-LettresPreavis record varying from 0 to 255.
       01 E-LettresPreavis pic X(255).

       FD F-EtatPreavis record varying from 0 to 255.
       01 E-EtatPreavis pic X(255).

       FD F-VopDemandesEmises record varying from 0 to 255.
       01 E-VopDemandesEmises pic X(255).

       FD F-VopReponsesRecues record varying from 0 to 255.
       01 E-VopReponsesRecues pic X(255).

       FD F-VopDemandesRecues record varying from 0 to 255.
       01 E-VopDemandesRecues pic X(255).

       FD F-VopReponsesEmises record varying from 0 to 255.
       01 E-VopReponsesEmises pic X(255).

       FD F-VueUniqueFgdr record varying from 0 to 255.
       01 E-VueUniqueFgdr pic X(255).

       FD F-AnomaliesFgdr record varying from 0 to 255.
       01 E-AnomaliesFgdr pic X(255).

       FD F-ControleFgdr record varying from 0 to 255.
       01 E-ControleFgdr pic X(255).

       FD F-SuiviDroitAuCompte record varying from 0 to 255.
       01 E-SuiviDroitAuCompte pic X(255).

       FD F-EtatDroitAuCompte record varying from 0 to 255.
       01 E-EtatDroitAuCompte pic X(255).

       FD F-InventaireReserve record varying from 0 to 255.
       01 E-InventaireReserve pic X(255).

       FD F-AlertesReserves record varying from 0 to 255.
       01 E-AlertesReserves pic X(255).

       FD F-RecusChange record varying from 0 to 255.
       01 E-RecusChange pic X(255).

       FD F-ImportBanqueExterne record varying from 0 to 255.
       01 E-ImportBanqueExterne pic X(255).

       FD F-FichierMobilite record varying from 0 to 255.
       01 E-FichierMobilite pic X(255).

       FD F-OrdresEnLigne record varying from 0 to 255.
       01 E-OrdresEnLigne pic X(255).

       FD F-AccusesEnLigne record varying from 0 to 255.
       01 E-AccusesEnLigne pic X(255).

       FD F-OrdresEnLigneCheckpoint record varying from 0 to 255.
       01 E-OrdresEnLigneCheckpoint pic X(255).

       FD F-RapportMobilite record varying from 0 to 255.
       01 E-RapportMobilite pic X(255).

       FD F-DemandesMobSortante record varying from 0 to 255.
       01 E-DemandesMobSortante pic X(255).

       FD F-ReponsesMobSortante record varying from 0 to 255.
       01 E-ReponsesMobSortante pic X(255).

       FD F-RapportMobSortante record varying from 0 to 255.
       01 E-RapportMobSortante pic X(255).

       FD F-AvisMobSortante record varying from 0 to 255.
       01 E-AvisMobSortante pic X(255).

       FD F-LettresRelance record varying from 0 to 255.
       01 E-LettresRelance pic X(255).

         10 Prenom sql CHAR-VARYING (50).
         10 CodePostal sql CHAR (5).
         10 Ville sql CHAR-VARYING (50).

      * Adresse postale (norme a six lignes de 38 caracteres) :
      * complement (batiment, residence, etage), numero et libelle de
      * voie, lieu-dit ou boite postale, puis CodePostal et Ville ; le
      * pays n'est renseigne que pour une adresse a l'etranger (blanc
      * = France), le code postal etranger figurant alors avec la
      * localite dans Ville

         10 ComplementAdresse sql CHAR-VARYING (38).
         10 NumeroVoie sql CHAR (10).
         10 LibelleVoie sql CHAR-VARYING (38).
         10 LieuDit sql CHAR-VARYING (38).
         10 PaysAdresse sql CHAR-VARYING (38).

      * Adresse signalee NPAI (O, avec la date du retour de courrier)
      * : le courrier papier du client est retenu jusqu'a la saisie
      * d'une nouvelle adresse

         10 AdresseNpai sql CHAR (1).
         10 DateNpai sql CHAR (8).

      * Clientele financierement fragile (O, avec la date de
      * l'identification) : plafonds reduits des commissions
      * d'intervention

         10 ClientFragile sql CHAR (1).
         10 DateFragilite sql CHAR (8).
         10 Email sql CHAR-VARYING (60).
         10 Telephone sql CHAR (15).
         10 CodeSociete sql CHAR (3).
         10 Tin sql CHAR-VARYING (20).
         10 FormatReleve sql CHAR (1).

      * Conseiller de clientele (code de l'operateur) : pose a
      * l'entree en relation, repris sur la fiche client et sur les
      * etats de nuit a traiter par le conseiller ; chaque changement
      * d'affectation part dans la piste d'audit

         10 Conseiller sql CHAR (8).

      * Naissance (date AAAAMMJJ, commune - ou pays pour une naissance
      * a l'etranger), saisie a l'entree en relation et reprise a
      * l'importation : elle sert au rapprochement mensuel avec le
      * fichier national des personnes decedees ; la date du deces est
      * posee avec le statut D et fait courir les delais Eckert

         10 DateNaissance sql CHAR (8).
         10 LieuNaissance sql CHAR-VARYING (38).
         10 DateDeces sql CHAR (8).

      * Client sensible (P = personnel de la banque, E = personnalite
      * publique, V = client VIP, blanc sinon) : toute consultation de
      * sa fiche est reprise nommement sur l'etat hebdomadaire des
      * consultations remis a la conformite

         10 ClientSensible sql CHAR (1).

      * Deposant exclu de la garantie des depots (E = etablissement
      * de credit, entreprise d'investissement ou d'assurance,
      * administration publique ; blanc sinon) : ses depots figurent
      * dans la vue unique FGDR sans montant indemnisable

         10 ExclusionFgdr sql CHAR (1).

       01 COMPTE.
         10 CodeBanque sql CHAR (5).
         10 CodeGuichet sql CHAR (5).

         10 NiveauRelance Pic 9.

      * Compte ouvert sur designation de la Banque de France (droit
      * au compte, O) : forfait des services bancaires de base, ni
      * chequier ni decouvert, aucun frais hors du forfait

         10 DroitAuCompte sql CHAR (1).

       01 Banque.
         10 CodeBanque sql char (5).
         10 NomBanque sql char-varying (255).
       77 PartieEntiereParam Pic 9(8).
       77 PartieDecimaleParam Pic 9(4).
       77 PartieDecimaleTexte Pic X(4).

      * Parametres tarifaires (frais et commissions, taux par defaut)
      * : chaque valeur porte sa date d'effet dans ParametreEffet,
      * la valeur en vigueur a la date du jour remplacant celle de la
      * table Parametre ; une modification appliquee a des comptes
      * ouverts suit le preavis tarifaire (date d'effet au plus tot
      * NbMoisPreavis mois apres la saisie, avis a chaque client)

       01 ParametreEffet.
         10 CodeParametreEffet sql CHAR-VARYING (30).
         10 DateEffetParametre sql CHAR (8).
         10 ValeurParametreEffet sql CHAR-VARYING (255).

       77 DateVigueurParametre Pic X(8).
       77 ValeurAvantParametre Pic X(60).
       77 CleTarifParametre Pic X(6).
       77 MessageParametre Pic X(78).
       77 ProchaineValeurParametre Pic X(60).
       77 ProchaineDateParametre Pic X(8).
       77 NbDecimalesParam Pic 99.
       77 ValeurParamNette Pic X(20).
       77 ValeurTauxParam Pic 9V9(4).
      * mouvement -- exigence des auditeurs, la piste anonyme ayant
      * ete relevee en reserve

      * Le mot de passe n'est conserve que sous forme d'empreinte
      * (jamais en clair, ni affiche ni imprime) ; trois echecs
      * consecutifs verrouillent le compte jusqu'au deverrouillage
      * par un administrateur, et le mot de passe expire apres
      * DureeMotDePasseJours jours ou a la premiere ouverture de
      * session (changement exige)

       01 Operateur.
         10 CodeOperateur sql CHAR (8).
         10 NomOperateur sql CHAR-VARYING (50).
           88 ProfilAdministrateur Value "A".
           88 ProfilGestionnaire Value "G".
           88 ProfilConsultation Value "C".
         10 MotDePasseOperateur sql CHAR (16).
         10 NbEchecsOperateur Pic 9(2).
         10 VerrouOperateur sql CHAR (1).
           88 OperateurVerrouille Value "O".
         10 DateMotDePasseOperateur sql CHAR (8).
         10 ChangementMdpOperateur sql CHAR (1).
           88 ChangementMdpExige Value "O".
         10 StatutOperateur sql CHAR (1).
           88 OperateurSuspendu Value "S".
         10 DateFinOperateur sql CHAR (8).

      * Client du salarie (ses comptes personnels) : ni lui ni son
      * foyer (liens LienClient en cours) ne peuvent etre geres par
      * l'operateur lui-meme

         10 CodeClientOperateur PIC X(36).

      * Operateur gere par l'administrateur (creation, modification,
      * suspension) : zone distincte de l'operateur en session pour
      * ne jamais ecraser son profil ; la date de fin borne l'acces
      * du personnel temporaire (vide = sans limite)

       01 OperateurGere.
         10 CodeOperateurGere sql CHAR (8).
         10 NomOperateurGere sql CHAR-VARYING (50).
         10 ProfilOperateurGere sql CHAR (1).
         10 StatutOperateurGere sql CHAR (1).
           88 OperateurGereSuspendu Value "S".
         10 DateFinOperateurGere sql CHAR (8).
         10 NbEchecsOperateurGere Pic 9(2).
         10 VerrouOperateurGere sql CHAR (1).
           88 OperateurGereVerrouille Value "O".
         10 CodeClientOperateurGere PIC X(36).

      * Matrice d'habilitation : une ligne par profil et option de
      * menu autorisee (table Habilitation) ; un profil existe des
      * qu'il porte au moins une habilitation, et la matrice du
      * profil en session est chargee en memoire a l'ouverture de
      * session et apres chaque modification qui le concerne

       01 Habilitation.
         10 ProfilHabilitation sql CHAR (1).
         10 OptionHabilitation Pic 99.

       01 TableHabilitations.
         10 OptionHabilitee Pic X occurs 99.

      * Historique des mouvements d'un compte : chaque variation du
      * Debit ou du Credit est ajout�e ici en plus de la MAJ de la

         10 DateValeur sql CHAR (8).

      * Heure de saisie et origine (E ecran, B chaine batch) : le
      * journal de fin de journee de chaque operateur ne reprend que
      * les mouvements saisis a l'ecran

         10 HeureSaisieMouvement sql CHAR (6).
         10 OrigineMouvement sql CHAR (1).

      * Registre des virements permanents : ordres re-executes chaque
      * mois par la chaine de nuit au jour du mois demande, entre la
      * date de debut et la date de fin (statut A = actif, N = annule)
         10 ReferenceCreancier sql CHAR-VARYING (35).
         10 DateSignatureMandat sql CHAR (8).
         10 StatutMandat sql CHAR (1).
         10 DateDernierPrelevement sql CHAR (8).

      * Instructions du debiteur sur un compte preleve : plafond par
      * prelevement (M), periodicite minimum en jours entre deux
      * prelevements (P), creancier bloque (B), creancier autorise
      * (L, liste blanche : des qu'une ligne L est active, seuls les
      * creanciers listes passent) ; M et P valent pour un creancier
      * ou, reference a blanc, pour tous. Statut A actif, L leve

       01 InstructionPrelevement.
         10 NoInstructionPrel Pic 9(7).
         10 CodeBanqueInstr sql CHAR (5).
         10 CodeGuichetInstr sql CHAR (5).
         10 NoCompteInstr sql CHAR (9).
         10 TypeCompteInstr sql CHAR (2).
         10 TypeInstructionPrel sql CHAR (1).
         10 ReferenceCreancierInstr sql CHAR-VARYING (35).
         10 MontantMaxInstr Pic 9(8)V99.
         10 PeriodiciteJoursInstr Pic 9(3).
         10 DateDebutInstr sql CHAR (8).
         10 StatutInstr sql CHAR (1).

      * Table des taux de change (contre-valeur EUR d'une unite de la
      * devise, a une date donnee) : le bilan consolide convertit

         10 PlafondDepotBareme Pic 9(8)V99.

      * Epargne reglementee (O) : livrets A, LDDS... dont le taux
      * d'interet du bareme est le taux annuel publie, remunere par
      * quinzaine (InteretsQuinzaine) et non par l'accrual de nuit

         10 EpargneReglementeeBareme sql CHAR (1).

      * Rupture anticipee des comptes a terme (ligne de bareme du type
      * DT) : en deca de la detention minimum (mois) tous les interets
      * sont perdus, au-dela le taux reduit est celui de la plus haute
      * tranche atteinte (mois ecoules depuis l'ouverture ou la
      * derniere reconduction), plafonne au taux du contrat

         10 DetentionMinRuptureBareme Pic 99.
         10 MoisTranche1RuptureBareme Pic 99.
         10 TauxTranche1RuptureBareme Pic 9V9(4).
         10 MoisTranche2RuptureBareme Pic 99.
         10 TauxTranche2RuptureBareme Pic 9V9(4).
         10 MoisTranche3RuptureBareme Pic 99.
         10 TauxTranche3RuptureBareme Pic 9V9(4).

      * Table de pilotage de la chaine de nuit : une ligne par etape
      * et par date de traitement (heures de debut et de fin, compteur
      * de lignes, statut EC/OK/KO), pour la reprise au point d'echec
         10 ModeRenouvellementDat sql CHAR (1).
         10 StatutDat sql CHAR (1).

      * Rupture anticipee (statut R) : date, interets penalises verses
      * et penalite conservee (interets contractuels de la periode
      * ecoulee moins interets verses)

         10 DateRuptureDat sql CHAR (8).
         10 InteretsRuptureDat Pic 9(8)V99.
         10 PenaliteRuptureDat Pic 9(8)V99.

       77 ChoixDat Pic X.
       77 MessageDat Pic X(78).
       77 NoContratDatSaisi Pic 9(5).
       77 MontantEcheanceDat Pic 9(8)V99.
       77 MontantDatAffiche Pic Z(7)9,99.
       77 StatutDatLu Pic X.
       77 MoisEcoulesRupture Pic 9(3).
       77 TauxRuptureDat Pic 9V9(4).
       77 InteretsContractuelsRupture Pic 9(8)V99.
       77 InteretsRuptureAffiche Pic Z(7)9,99.
       77 PenaliteRuptureAffiche Pic Z(7)9,99.
       77 AnneeCalculSauvee Pic 9(4).
       77 MoisCalculSauve Pic 9(2).
       77 AnneeEcheanceDat Pic 9(4).
         88 PosteOk Value "O".
       77 LibellePosteErreur Pic X(40).
       77 OptionBancaire Pic 99.
       77 OptionComplementaire Pic 99.

      * Registre des prets : un contrat par client avec le compte de
      * remboursement lie ; les fonds sont verses au deblocage (nature
      * de nuit (nature PRE), les impayes sur provision etant comptes
      * une seule fois par echeance

      * Le TAEG (actuariel, frais de dossier et assurance compris) est
      * calcule a la creation, controle contre le seuil d'usure de la
      * categorie en vigueur a la date de l'offre, conserve sur le
      * contrat et imprime sur le tableau d'amortissement ; les frais
      * de dossier sont preleves au deblocage (nature FDP) et
      * l'assurance avec chaque mensualite (nature ASS)

       01 Pret.
         10 NoPret Pic 9(5).
         10 CodeClientPret Pic X(36).
         10 DateDernierImpaye sql CHAR (8).
         10 DateProchaineEcheance sql CHAR (8).
         10 StatutPret sql CHAR (1).
         10 CategoriePret sql CHAR (2).
         10 FraisDossierPret Pic 9(6)V99.
         10 AssuranceMensuellePret Pic 9(6)V99.
         10 TaegPret Pic 9V9(4).
         10 DateOffrePret sql CHAR (8).
         10 NoEtudePret Pic 9(5).
         10 DateMiseEnDemeure sql CHAR (8).
         10 DateDecheance sql CHAR (8).
         10 DateSoldePret sql CHAR (8).

      * Historique des remboursements anticipes : date, montant,
      * capital restant et echeances payees apres le remboursement,
      * mensualite et duree avant et apres recalcul -- l'echeancier
      * d'un pret se reconstitue ainsi a toute date passee

       01 RembAnticipePret.
         10 NoPretRemb Pic 9(5).
         10 DateRembPret sql CHAR (8).
         10 MontantRembPret Pic 9(8)V99.
         10 CapitalApresRembPret Pic 9(8)V99.
         10 EcheancesPayeesRembPret Pic 9(3).
         10 MensualiteAvantRembPret Pic 9(8)V99.
         10 DureeAvantRembPret Pic 9(3).
         10 MensualiteApresRembPret Pic 9(8)V99.
         10 DureeApresRembPret Pic 9(3).

      * Seuils d'usure trimestriels par categorie de pret, chacun
      * avec sa date d'effet : le seuil applicable est le dernier en
      * vigueur a la date de l'offre

       01 SeuilUsure.
         10 CategorieSeuil sql CHAR (2).
         10 DateEffetSeuil sql CHAR (8).
         10 TauxSeuil Pic 9V9(4).

       77 ChoixSeuil Pic X.
       77 MessageSeuil Pic X(78).
       77 TauxMensuelTaeg Pic 9V9(8).
       77 BorneBasseTaeg Pic 9V9(8).
       77 BorneHauteTaeg Pic 9V9(8).
       77 ValeurActuelleTaeg Pic 9(9)V99.
       77 CapitalNetTaeg Pic S9(9)V99.
       77 EcheanceTaeg Pic 9(8)V99.
       77 IterationTaeg Pic 99.
       77 TaegPourcent Pic 99V99.
       77 TaegPourcentAffiche Pic Z9,99.
       77 MontantEcheanceSauve Pic 9(8)V99.

      * Decheance du terme : apres NB_IMPAYES_DECHEANCE impayes un
      * pret en retard recoit une mise en demeure ; passe le delai
      * DELAI_MISE_EN_DEMEURE_JOURS sans regularisation, il peut etre
      * declare dechu (statut X) : l'echeancier s'arrete, le capital
      * restant, les interets echus et les interets de retard sont
      * exigibles et passent au compte de contentieux (416000) ; le
      * dossier de contentieux suit les recouvrements (nature REC)
      * jusqu'a son solde

       01 Contentieux.
         10 NoContentieux Pic 9(5).
         10 NoPretContentieux Pic 9(5).
         10 CodeClientContentieux Pic X(36).
         10 DateOuvertureContentieux sql CHAR (8).
         10 CapitalContentieux Pic 9(8)V99.
         10 InteretsEchusContentieux Pic 9(8)V99.
         10 InteretsRetardContentieux Pic 9(8)V99.
         10 TotalDuContentieux Pic 9(8)V99.
         10 RecouvreContentieux Pic 9(8)V99.
         10 StatutContentieux sql CHAR (1).
         10 DateDernierRecouvrement sql CHAR (8).

       77 NbImpayesDecheance Pic 9(3) value 3.
       77 DelaiMiseEnDemeure Pic 9(3) value 15.
       77 TauxMajorationRetard Pic 9V9(4) value 0.03.
       77 NbJoursRetardPret Pic 9(5).
       77 NbEcheancesEnRetard Pic 9(3).
       77 StatutFichierLettreCtx Pic XX.
       77 MontantRecouvrement Pic 9(8)V99.
       77 ResteDuContentieux Pic 9(8)V99.
       77 ResteDuAffiche Pic Z(7)9,99.
       77 NbContentieuxClient Pic 9(3).
       77 ResteDuClient Pic 9(10)V99.
       77 LibelleContentieuxFiche Pic X(50).
       77 LibelleRentabiliteFiche Pic X(60).

      * Etude de credit prealable a l'octroi : capacite de
      * remboursement (revenus moyens credites sur les comptes du
      * client les six derniers mois, charges des prets en cours et
      * mensualite envisagee) et incidents connus (cheques impayes,
      * interdiction bancaire, FICP, relance, niveau de risque) ; la
      * fiche de decision imprimee reste attachee au pret, une etude
      * accordee etant exigee au-dela de SEUIL_ETUDE_CREDIT

       01 EtudeCredit.
         10 NoEtude Pic 9(5).
         10 CodeClientEtude Pic X(36).
         10 MontantEtude Pic 9(8)V99.
         10 DureeEtude Pic 9(3).
         10 TauxEtude Pic 9V9(4).
         10 RevenuMensuelEtude Pic 9(8)V99.
         10 ChargesPretsEtude Pic 9(8)V99.
         10 MensualiteEtude Pic 9(8)V99.
         10 TauxEndettementEtude Pic 9(3)V99.
         10 NbIncidentsEtude Pic 9(3).
         10 InterditEtude sql CHAR (1).
         10 NbFicpEtude Pic 9(3).
         10 RelanceEtude Pic 9.
         10 RisqueEtude sql CHAR (1).
         10 RecommandationEtude sql CHAR (1).
         10 DecisionEtude sql CHAR (1).
         10 DateEtude sql CHAR (8).
         10 OperateurEtude sql CHAR (8).
         10 NoPretEtude Pic 9(5).

       77 SeuilEtudeCredit Pic 9(8) value 3000.
       77 TauxEndettementMax Pic 9(3) value 35.
       77 MoisDebutEtude Pic X(6).
       77 MoisFinEtude Pic X(6).
       77 RevenusPeriodeEtude Pic 9(10)V99.
       77 RevenuEtudeAffiche Pic Z(7)9,99.
       77 ChargesEtudeAffiche Pic Z(7)9,99.
       77 MensualiteEtudeAffiche Pic Z(7)9,99.
       77 TauxEndettementAffiche Pic ZZ9,99.
       77 LibelleRecommandation Pic X(30).
       77 LibelleDecisionEtude Pic X(30).

       01 FicheEtudeEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(18).
         10 Filler pic X(26)
         value "Fiche d'etude de credit".
         10 Filler pic X(9) value "Etude No ".
         10 NoEtudeEntete pic 9(5).
         10 Filler pic X(9) value "  Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 FicheEtudeLigne.
         10 Filler pic X(6).
         10 LibelleFicheEtude pic X(32).
         10 ValeurFicheEtude pic X(40).

       77 ChoixPret Pic X.
       77 MessagePret Pic X(78).
         10 Filler pic X(80) value
         " No   Interets      Capital       Capital restant".

       01 AmortissementTaeg.
         10 Filler pic X(6).
         10 Filler pic X(7) value "TAEG : ".
         10 TaegEdit pic Z9,99.
         10 Filler pic X(4) value " %  ".
         10 Filler pic X(16) value "Frais dossier : ".
         10 FraisDossierEdit pic Z(5)9,99.
         10 Filler pic X(19) value "  Assurance/mois : ".
         10 AssuranceEdit pic Z(5)9,99.

       01 AmortissementDetail.
         10 Filler pic X.
         10 NoEcheanceEdit pic ZZ9.
         10 Filler pic X(5).
         10 CapitalRestantEdit pic Z(7)9,99.

      * Remboursement anticipe d'un pret : partiel ou total, preleve
      * sur le compte lie (nature RAP) avec l'indemnite legale
      * (nature IRA) plafonnee au plus faible de six mois d'interets
      * sur le capital rembourse et de 3 % de ce capital ; en partiel
      * le client choisit de reduire la mensualite (M) ou la duree
      * restante (D), et le tableau est reedite sur le reste du
      * contrat, le pret etant solde quand le capital tombe a zero

       77 MontantRembAnticipe Pic 9(8)V99.
       77 ModeReductionPret Pic X.
       77 IndemniteRembAnticipe Pic 9(8)V99.
       77 IndemniteSixMoisInterets Pic 9(8)V99.
       77 IndemniteTroisPourCent Pic 9(8)V99.
       77 TauxPlafondIndemnite Pic 9V9(4) value 0.03.
       77 NbEcheancesRestantes Pic 9(3).
       77 CapitalSimulation Pic S9(8)V99.
       77 TableauPretRecalcule Pic X value "N".
       77 PremiereEcheanceTableau Pic 9(3).
       77 IndemniteAffiche Pic Z(7)9,99.
       77 CapitalRestantAffiche Pic Z(7)9,99.

       01 AmortissementRembAnticipe.
         10 Filler pic X(6).
         10 Filler pic X(24) value "Remboursement anticipe :".
         10 MontantRembEdit pic Z(7)9,99.
         10 Filler pic X(14) value "  Indemnite : ".
         10 IndemniteRembEdit pic Z(7)9,99.

      * Registre des cartes : une carte par compte avec son titulaire
      * (un des titulaires du compte), le type de debit (I immediat,
      * D differe) et le statut (A active, O opposition, E expiree,
      * R remplacee par la carte renouvelee) ;
      * le fichier acquereur quotidien est comptabilise par numero de
      * carte (IntegrationCartes), les cartes a debit differe cumulant
      * leur encours poste en une fois a l'arrete de fin de mois
         10 DateExpirationCarte sql CHAR (8).
         10 StatutCarte sql CHAR (1).
         10 EncoursDiffere Pic 9(8)V99.
         10 CategorieCarte sql CHAR (2).
         10 RehaussePaiement Pic 9(6)V99.
         10 RehausseRetrait Pic 9(6)V99.
         10 DateFinRehausse sql CHAR (8).
         10 NoCarteRemplacee sql CHAR (16).

      * Renouvellement des cartes (etape de fin de mois) : les cartes
      * actives expirant dans les deux mois recoivent une carte de
      * remplacement (meme BIN, numero suivant, chiffre de controle
      * Luhn, validite DUREE_VALIDITE_CARTE_MOIS) envoyee au
      * fabricant ; l'ancienne carte reste utilisable jusqu'a la
      * premiere operation de la nouvelle (elle passe alors en R) ou
      * jusqu'a sa propre expiration ; clients decedes ou bloques et
      * comptes clos vont sur l'etat des non-renouvellements

       01 NumeroCarteCalcul.
         10 BinCarteCalcul Pic X(6).
         10 SequenceCarteCalcul Pic 9(9).
         10 CleLuhnCarteCalcul Pic 9.
       01 NumeroCarteCalcul-R redefines NumeroCarteCalcul.
         10 ChiffreCarteCalcul Pic 9 occurs 16.

       77 DureeValiditeCarte Pic 9(3) value 36.
       77 DateLimiteRenouvellement Pic X(8).
       77 SequenceCarteTexte Pic X(9).
       77 IdxLuhn Pic 99.
       77 ProduitLuhn Pic 99.
       77 SommeLuhn Pic 9(4).
       77 QuotientLuhn Pic 9(4).
       77 ResteLuhn Pic 9.
       77 MotifNonRenouvellement Pic X(40).
       77 AncienneCarteRenouvelee Pic X(16).
       77 AncienneExpirationCarte Pic X(8).
       77 NbCartesRenouvelees Pic 9(7).
       77 NbCartesNonRenouvelees Pic 9(7).
       77 StatutClientCarte Pic X.
       77 StatutCompteCarte Pic X.
       77 NomTitulaireCarte Pic X(50).
       77 PrenomTitulaireCarte Pic X(50).

       01 FabricationCarteLigne.
         10 NoCarteFabrication Pic X(16).
         10 Filler Pic X value ";".
         10 ExpirationFabrication Pic X(8).
         10 Filler Pic X value ";".
         10 BanqueFabrication Pic X(5).
         10 Filler Pic X value ";".
         10 GuichetFabrication Pic X(5).
         10 Filler Pic X value ";".
         10 CompteFabrication Pic X(9).
         10 Filler Pic X value ";".
         10 TypeDebitFabrication Pic X.
         10 Filler Pic X value ";".
         10 CategorieFabrication Pic X(2).
         10 Filler Pic X value ";".
         10 AncienneCarteFabrication Pic X(16).
         10 Filler Pic X value ";".
         10 PorteurFabrication Pic X(60).

       01 NonRenouvellementEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(18).
         10 Filler pic X(37)
         value "Cartes expirantes non renouvelees".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 NonRenouvellementEntete2.
         10 Filler pic X(80) value
         " Carte            Expire le  Compte          Motif".

       01 NonRenouvellementDetail.
         10 Filler pic X value space.
         10 NoCarteNonRenouvEdit pic X(16).
         10 Filler pic X(2).
         10 ExpirationNonRenouvEdit pic X(8).
         10 Filler pic X(3).
         10 GuichetNonRenouvEdit pic X(5).
         10 Filler pic X value space.
         10 CompteNonRenouvEdit pic X(9).
         10 Filler pic X value space.
         10 MotifNonRenouvEdit pic X(40).

       01 NonRenouvellementTotal.
         10 Filler pic X(30) value " Cartes renouvelees ...... :".
         10 NbCartesRenouveleesEdit pic ZZZZZZ9.
         10 Filler pic X(30) value "   Non renouvelees ....... :".
         10 NbCartesNonRenouveleesEdit pic ZZZZZZ9.

      * Litiges sur operations cartes : le dossier est ouvert sur un
      * mouvement carte (nature CBO ou CBD) avec un code motif, le
      * client est recredite a titre provisoire des l'ouverture
      * (nature LPR) et la demande de retrofacturation part a
      * l'acquereur ; a la cloture, litige accepte = recredit
      * definitif, litige rejete = nouveau debit (nature LRD) et lettre
      * au client (statut O ouvert, A accepte, R rejete)

       01 LitigeCarte.
         10 NoLitige Pic 9(5).
         10 NoMouvementLitige Pic 9(9).
         10 NoCarteLitige sql CHAR (16).
         10 CodeBanqueLitige sql CHAR (5).
         10 CodeGuichetLitige sql CHAR (5).
         10 NoCompteLitige sql CHAR (9).
         10 TypeCompteLitige sql CHAR (2).
         10 CodeClientLitige Pic X(36).
         10 MontantLitige Pic 9(8)V99.
         10 CodeMotifLitige sql CHAR (2).
         10 DateOuvertureLitige sql CHAR (8).
         10 DateRecreditLitige sql CHAR (8).
         10 StatutLitige sql CHAR (1).
         10 DateClotureLitige sql CHAR (8).

       77 NoLitigeSaisi Pic 9(5).
       77 MessageLitige Pic X(78).
       77 DecisionLitige Pic X.
       77 NbLitigesExistants Pic 9(5).
       77 DateMouvementLitige Pic X(8).
       77 LibelleMotifLitige Pic X(30).
       77 StatutFichierRetrofact Pic XX.
       77 StatutFichierLettreLitige Pic XX.
       77 MontantLitigeAffiche Pic Z(7)9,99.
       77 AgeLitige Pic 9(5).
       77 NbLitigesOuverts Pic 9(7).
       77 NbLitigesMoins30 Pic 9(7).
       77 NbLitiges30a59 Pic 9(7).
       77 NbLitiges60a89 Pic 9(7).
       77 NbLitiges90Plus Pic 9(7).
       77 TotalLitigesOuverts Pic 9(9)V99.

       01 EtatLitigesEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(14).
         10 Filler pic X(41)
         value "Litiges cartes ouverts par anciennete".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 EtatLitigesEntete2.
         10 Filler pic X(80) value
         " Litige Carte            Ouvert le  Age (j) Motif".
         10 Filler pic X(20) value
         "         Montant".

       01 EtatLitigesDetail.
         10 Filler pic X value space.
         10 NoLitigeEdit pic ZZZZ9.
         10 Filler pic X(2).
         10 NoCarteLitigeEdit pic X(16).
         10 Filler pic X value space.
         10 DateOuvertureLitigeEdit pic X(8).
         10 Filler pic X(3).
         10 AgeLitigeEdit pic ZZZZ9.
         10 Filler pic X(3).
         10 CodeMotifLitigeEdit pic X(2).
         10 Filler pic X(21).
         10 MontantLitigeEdit pic Z(7)9,99.

       01 EtatLitigesTotal.
         10 Filler pic X(2).
         10 LibelleTotalLitiges pic X(30).
         10 NbTotalLitigesEdit pic ZZZZZZ9.
         10 Filler pic X(44).
         10 MontantTotalLitigesEdit pic Z(8)9,99.

      * Plafonds des cartes : paiements (P) et retraits (R) sur 7 et
      * 30 jours glissants, par categorie de carte (a defaut les
      * plafonds standard ci-dessous), augmentes d'un rehaussement
      * temporaire accorde par le conseiller jusqu'a une date ; toute
      * operation integree est gardee dans OperationCarte avec son
      * numero de jour civil, une operation qui depasserait un plafond
      * n'est pas postee et part dans la section des depassements du
      * rapport ; a NB_DEPASSEMENTS_ALERTE depassements sur 30 jours
      * une alerte est ouverte pour le gestionnaire du compte

       01 PlafondCarte.
         10 CategoriePlafond sql CHAR (2).
         10 PlafondPaiement7j Pic 9(6)V99.
         10 PlafondPaiement30j Pic 9(6)V99.
         10 PlafondRetrait7j Pic 9(6)V99.
         10 PlafondRetrait30j Pic 9(6)V99.

       01 AlerteCarte.
         10 NoCarteAlerte sql CHAR (16).
         10 DateAlerteCarte sql CHAR (8).
         10 NbDepassementsAlerte Pic 9(3).
         10 StatutAlerteCarte sql CHAR (1).

       77 PlafondPaiement7jStandard Pic 9(6)V99 value 1500.
       77 PlafondPaiement30jStandard Pic 9(6)V99 value 3000.
       77 PlafondRetrait7jStandard Pic 9(6)V99 value 500.
       77 PlafondRetrait30jStandard Pic 9(6)V99 value 1500.
       77 SeuilAlerteDepassements Pic 9(3) value 3.
       77 TypeOperationCarte Pic X.
       77 StatutOperationCarte Pic X.
       77 NbDepassementsAlerteEdit Pic ZZ9.
       77 NumeroJourCartes Pic 9(7).
       77 NumeroJourDebut7j Pic 9(7).
       77 NumeroJourDebut30j Pic 9(7).
       77 Plafond7jApplique Pic 9(7)V99.
       77 Plafond30jApplique Pic 9(7)V99.
       77 Consommation7j Pic 9(8)V99.
       77 Consommation30j Pic 9(8)V99.
       77 DepassementPlafond Pic X.
       77 NbDepassementsCartes Pic 9(7).
       77 NbAlertesCartes Pic 9(7).
       77 NbDepassements30j Pic 9(3).
       77 NbAlertesOuvertes Pic 9(3).
       77 NbJoursRehausse Pic 9(3).
       77 Consommation7jAffiche Pic Z(6)9,99.
       77 Consommation30jAffiche Pic Z(6)9,99.
       77 Plafond7jAffiche Pic Z(6)9,99.
       77 Plafond30jAffiche Pic Z(6)9,99.
       77 ConsoRetrait7jAffiche Pic Z(6)9,99.
       77 ConsoRetrait30jAffiche Pic Z(6)9,99.
       77 PlafondRetrait7jAffiche Pic Z(6)9,99.
       77 PlafondRetrait30jAffiche Pic Z(6)9,99.
       77 EotAlerteCarte Pic 9.
       77 NbAlertesAffichees Pic 99.
       77 IdxAlerteAffichee Pic 99.
       77 NbAlertesDesignees Pic 99.
       77 NoCarteAcquittee Pic X(16).

       01 AlertesCarteAffichees.
         10 AlerteCarteAffichee occurs 13.
           15 NoCarteAffichee Pic X(16).
           15 NoCarteAfficheeEcran Pic X(16).

       77 ChoixCarte Pic X.
       77 MessageCarte Pic X(78).
         10 Filler pic X(30) value " Operations rejetees .... :".
         10 NbCartesRejeteesEdit pic ZZZZZZ9.

       01 CarteRapportTotal4.
         10 Filler pic X(30) value " Depassements de plafond  :".
         10 NbDepassementsCartesEdit pic ZZZZZZ9.

       01 CarteRapportTotal5.
         10 Filler pic X(30) value " Alertes gestionnaire ... :".
         10 NbAlertesCartesEdit pic ZZZZZZ9.

       01 CarteRapportDepassement.
         10 Filler pic X value space.
         10 NoCarteDepassementEdit pic X(16).
         10 Filler pic X(2).
         10 TypeOperationDepassementEdit pic X.
         10 Filler pic X(2).
         10 MontantDepassementEdit pic Z(7)9,99.
         10 Filler pic X(2).
         10 LibelleDepassementEdit pic X(40).

       77 CheminFichierCartesDefaut pic X(255)
       value "C:\Users\dugs\Documents\FichierCartes.txt".
       77 CheminFichierCartes pic X(255).
       77 CompteurJoursAvance Pic 9(3).
       77 JourSemaineSauve Pic 9.
       77 DateComptableSauvee Pic X(8).
       77 DateComptableTexteSauvee Pic X(8).
       77 JourSemaineCalcule Pic 9.
       77 AnneeZeller Pic 9(4).
       77 MoisZeller Pic 99.
       77 JourZeller Pic 99.
       77 SiecleZeller Pic 99.
       77 AnneeSiecleZeller Pic 99.
       77 TermeZeller Pic 9(5).
       77 QuotientZeller Pic 9(5).
       77 ResteZeller Pic 9.
       77 MontantRembAffiche Pic 9(8),99.

      * Recapitulatif annuel des frais (obligation de janvier) : un
      * releve des frais de l'annee ecoulee par client, totalise par
      * nature (FRA, AGI, FRC, FRR, FRV, CIN, COT, AGE, COE, FRE),
      * depose dans l'outbox quand le client a un Email et sur l'etat
      * papier sinon

       77 AnneeFraisRecap Pic X(4).
       77 NbRecapFraisProduits Pic 9(7).
         10 Filler Pic X(30) value "IntegrationCartes".
         10 Filler Pic X(30) value "RetourRemiseSepa".
         10 Filler Pic X(30) value "MobiliteBancaire".
         10 Filler Pic X(30) value "OrdresBanqueEnLigne".
         10 Filler Pic X(30) value "ExecutionVirementsPermanents".
         10 Filler Pic X(30) value "EncaissementPrelevements".
         10 Filler Pic X(30) value "CompensationCheques".
         10 Filler Pic X(30) value "CreditRemisesCheques".
         10 Filler Pic X(30) value "RetourImpayesCheques".
         10 Filler Pic X(30) value "RapprochementCompensation".
         10 Filler Pic X(30) value "PresentationEffets".
         10 Filler Pic X(30) value "RetourImpayesEffets".
         10 Filler Pic X(30) value "PortefeuilleEffets".
         10 Filler Pic X(30) value "ExpirationCautions".
         10 Filler Pic X(30) value "CommissionsCautions".
         10 Filler Pic X(30) value "LoyersCoffres".
         10 Filler Pic X(30) value "ReclamationsRetard".
         10 Filler Pic X(30) value "StatistiquesReclamations".
         10 Filler Pic X(30) value "RentabiliteClients".
         10 Filler Pic X(30) value "RapprochementDeces".
         10 Filler Pic X(30) value "NivellementPooling".
         10 Filler Pic X(30) value "InteretsPooling".
         10 Filler Pic X(30) value "RelevePooling".
         10 Filler Pic X(30) value "ConsultationsSensibles".
         10 Filler Pic X(30) value "MouvementsPersonnel".
         10 Filler Pic X(30) value "JournalOperateurs".
         10 Filler Pic X(30) value "InstantaneSecours".
         10 Filler Pic X(30) value "EtatPreavisTarifaires".
         10 Filler Pic X(30) value "VerificationsBeneficiaire".
         10 Filler Pic X(30) value "FichierFgdr".
         10 Filler Pic X(30) value "SuiviDroitAuCompte".
         10 Filler Pic X(30) value "EtatDroitAuCompte".
         10 Filler Pic X(30) value "MobiliteSortante".
         10 Filler Pic X(30) value "BalanceGenerale".
         10 Filler Pic X(30) value "AlertesReserves".
         10 Filler Pic X(30) value "PrevisionTresorerie".
         10 Filler Pic X(30) value "InterrogationsSolde".
         10 Filler Pic X(30) value "ControleCleRIB".
         10 Filler Pic X(30) value "ComptesOrphelins".
         10 Filler Pic X(30) value "PositionMatinale".
         10 Filler Pic X(30) value "EditionRelevesBatch".
         10 Filler Pic X(30) value "ExportComptabilite".
         10 Filler Pic X(30) value "LettrageAttente".
         10 Filler Pic X(30) value "PurgeFichiersProduits".
         10 Filler Pic X(30) value "OuvertureJournee".
         10 Filler Pic X(30) value "StatistiquesMensuelles".
         10 Filler Pic X(30) value "NotificationDormance".
         10 Filler Pic X(30) value "TransfertCdc".
         10 Filler Pic X(30) value "ExtraitCrs".
         10 Filler Pic X(30) value "ProvisionsCreances".
         10 Filler Pic X(30) value "RenouvellementCartes".
         10 Filler Pic X(30) value "EtatLitigesCartes".
         10 Filler Pic X(30) value "ImportListeSanctions".
         10 Filler Pic X(30) value "FiltrageSanctions".
         10 Filler Pic X(30) value "BilanAlertesLcbft".
         10 Filler Pic X(30) value "PrelevementCommissions".
         10 Filler Pic X(30) value "NotificationCommissions".
         10 Filler Pic X(30) value "DetectionClientsFragiles".
         10 Filler Pic X(30) value "FacturationForfaits".
         10 Filler Pic X(30) value "InteretsQuinzaine".
       01 TableEtapesRelancables-R redefines TableEtapesRelancables.
         10 EtapeRelancable Pic X(30) occurs 89.

       77 NbEtapesRelancables Pic 9(3) value 89.
       77 IdxEtapeRelance Pic 9(3).

      * Chaine de fin de mois : lancee par l'ordonnanceur via
       77 ExportAuditActif Pic X.
       77 TableAuditLue Pic X(30).
       77 CleAuditLue Pic X(60).
       77 NbComptesCleAuditLue Pic 9(5).
       77 AncienneValeurLue Pic X(60).
       77 NouvelleValeurLue Pic X(60).
       77 DateAuditLue Pic X(8).
       77 StatutFichierLettreRelance Pic XX.
       77 NiveauRelanceMaxClient Pic 9.

      * Commissions d'intervention : chaque operation irreguliere
      * (paiement presente au-dela du decouvert autorise, prelevement
      * rejete, virement permanent bloque faute de provision) ouvre
      * une commission plafonnee par operation et par mois pour le
      * client (plafonds reduits pour la clientele fragile) ; les
      * commissions du mois sont notifiees en fin de mois (outbox ou
      * lettre) et ne sont prelevees (nature CIN) qu'a la fin de mois
      * suivante, l'echeance etant fixee DelaiPreavisCommission jours
      * apres la notification -- statut A a notifier, N notifiee,
      * P prelevee

       01 CommissionIntervention.
         10 NoCommission Pic 9(7).
         10 CodeBanqueCommission sql CHAR (5).
         10 CodeGuichetCommission sql CHAR (5).
         10 NoCompteCommission sql CHAR (9).
         10 TypeCompteCommission sql CHAR (2).
         10 CodeClientCommission sql CHAR (36).
         10 DateOperationCommission sql CHAR (8).
         10 MotifCommission sql CHAR-VARYING (40).
         10 MontantCommission Pic 9(5)V99.
         10 StatutCommission sql CHAR (1).
         10 DateNotifCommission sql CHAR (8).
         10 DateEcheanceCommission sql CHAR (8).

       77 CommissionOperation Pic 9(5)V99 value 8.
       77 PlafondMensuelCommission Pic 9(5)V99 value 80.
       77 CommissionOperationFragile Pic 9(5)V99 value 4.
       77 PlafondMensuelFragile Pic 9(5)V99 value 20.
       77 DelaiPreavisCommission Pic 9(3) value 14.
       77 PlafondCommissionClient Pic 9(5)V99.
       77 CumulMensuelCommission Pic 9(7)V99.
       77 MoisCommission Pic X(6).
       77 ClientFragileLu Pic X.
       77 VirementSansProvision Pic X.
       77 NbCommissionsOuvertes Pic 9(7).
       77 NbAvisCommissions Pic 9(7).
       77 NbCommissionsPrelevees Pic 9(7).
       77 NbOperationsAvis Pic 9(5).
       77 TotalAvisCommissions Pic 9(7)V99.
       77 TotalAvisAffiche Pic Z(6)9,99.
       77 EmailCommission Pic X(60).

      * Detection de la clientele fragile (etape de fin de mois) : les
      * signes des trois derniers mois (jours de depassement
      * irregulier du decouvert, incidents de cheques, prelevements
      * rejetes, saisies, inscription FICP en cours) sont ponderes en
      * un score ; au seuil le client est marque fragile et recoit
      * l'offre specifique, la date de fragilite etant celle de la
      * derniere detection : il ne sort qu'apres DureeMinFragilite
      * mois sans que le seuil soit de nouveau atteint ; l'etat des
      * entrees et sorties par guichet est remis au regulateur

       77 SeuilFragilite Pic 9(3) value 5.
       77 DureeMinFragilite Pic 9(3) value 3.
       77 ScoreFragilite Pic 9(5).
       77 NbJoursIrreguliers Pic 9(5).
       77 NbIncidentsFragilite Pic 9(5).
       77 NbRejetsFragilite Pic 9(5).
       77 NbSaisiesFragilite Pic 9(5).
       77 NbFicpFragilite Pic 9(5).
       77 DateDebutFragilite Pic X(8).
       77 DateSortieFragilite Pic X(8).
       77 DateDetectionFragilite Pic X(8).
       77 CodeGuichetFragilite Pic X(5).
       77 GuichetFragilitePrec Pic X(5).
       77 EmailFragilite Pic X(60).
       77 NbEntreesFragilite Pic 9(7).
       77 NbSortiesFragilite Pic 9(7).
       77 NbEntreesGuichet Pic 9(7).
       77 NbSortiesGuichet Pic 9(7).
       77 NbClientsFragiles Pic 9(7).
       77 NbLignesFragilite Pic 9(7).

       01 FragiliteEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(14).
         10 Filler pic X(41)
         value "Clientele fragile : entrees et sorties".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 FragiliteEntete2.
         10 Filler pic X(50) value
         " Guich. Client".
         10 Filler pic X(33) value
         "Nom                  Mouvt  Score".

       01 FragiliteDetail.
         10 Filler pic X value space.
         10 GuichetFragiliteEdit pic X(5).
         10 Filler pic X(2).
         10 CodeClientFragiliteEdit pic X(36).
         10 Filler pic X(6).
         10 NomFragiliteEdit pic X(20).
         10 Filler pic X.
         10 MouvementFragiliteEdit pic X(6).
         10 Filler pic X.
         10 ScoreFragiliteEdit pic ZZZZ9.

       01 FragiliteTotal.
         10 Filler pic X(2).
         10 LibelleTotalFragilite pic X(30).
         10 NbTotalFragiliteEdit pic ZZZZZZ9.

      * Catalogue des forfaits (conventions de compte) : chaque
      * version porte sa date d'effet, comme le bareme des taux, et
      * une date de fin de commercialisation (blanc = en vente) ; les
      * abonnes d'un forfait retire restent factures au dernier prix.
      * Un forfait vise un type de compte (blanc = tous) ; celui
      * marque par defaut est souscrit a l'ouverture des comptes de
      * son type

       01 Forfait.
         10 CodeForfait sql CHAR (6).
         10 DateEffetForfait sql CHAR (8).
         10 LibelleForfait sql CHAR-VARYING (40).
         10 TypeCompteForfait sql CHAR (2).
         10 PrixMensuelForfait Pic 9(5)V99.
         10 NbCartesForfait Pic 9(2).
         10 NbVirementsForfait Pic 9(3).
         10 ForfaitParDefaut sql CHAR (1).
         10 DateFinForfait sql CHAR (8).

      * Abonnement d'un compte a un forfait : un changement ferme
      * l'abonnement en cours a la date du jour (exclue de la
      * facturation) et ouvre le nouveau le meme jour ; le dernier
      * mois facture evite de facturer deux fois le mois d'une
      * cloture. La facturation (nature COT) est au prorata des jours
      * d'abonnement du mois, ouverture et cloture comprises

       01 AbonnementForfait.
         10 NoAbonnement Pic 9(7).
         10 CodeBanqueAbonnement sql CHAR (5).
         10 CodeGuichetAbonnement sql CHAR (5).
         10 NoCompteAbonnement sql CHAR (9).
         10 TypeCompteAbonnement sql CHAR (2).
         10 CodeForfaitAbonnement sql CHAR (6).
         10 DateDebutAbonnement sql CHAR (8).
         10 DateFinAbonnement sql CHAR (8).
         10 DernierMoisFacture sql CHAR (6).

       77 ChoixForfait Pic X.
       77 MessageForfait Pic X(78).
       77 CodeForfaitSaisi Pic X(6).
       77 CodeForfaitCourant Pic X(6).
       77 LibelleForfaitCourant Pic X(40).
       77 DateJourForfait Pic X(8).
       77 DebutMoisForfait Pic X(8).
       77 FinMoisForfait Pic X(8).
       77 MoisForfait Pic X(6).
       77 JourLimiteForfait Pic 99.
       77 JourDebutForfait Pic 99.
       77 JourFinForfait Pic 99.
       77 JourBorneForfait Pic 99.
       77 NbJoursForfait Pic 99.
       77 MontantForfait Pic 9(5)V99.
       77 StatutCompteForfait Pic X.
       77 DateClotureForfait Pic X(8).
       77 EofForfait Pic 9.
       77 NbForfaitsFactures Pic 9(7).
       77 TotalForfaitsFactures Pic 9(9)V99.
       77 PrixForfaitAffiche Pic Z(4)9,99.

      * Dossier d'entree en relation : la creation d'un client ne pose
      * plus de fiche vivante - l'identite est capturee dans un
      * dossier en attente (avec la liste des pieces exigees et la
         10 PrenomRel sql CHAR-VARYING (50).
         10 CodePostalRel sql CHAR (5).
         10 VilleRel sql CHAR-VARYING (50).
         10 ComplementAdresseRel sql CHAR-VARYING (38).
         10 NumeroVoieRel sql CHAR (10).
         10 LibelleVoieRel sql CHAR-VARYING (38).
         10 LieuDitRel sql CHAR-VARYING (38).
         10 PaysAdresseRel sql CHAR-VARYING (38).
         10 EmailRel sql CHAR-VARYING (60).
         10 TelephoneRel sql CHAR (15).
         10 PaysResidenceRel sql CHAR (2).
         10 TinRel sql CHAR-VARYING (20).
         10 DateNaissanceRel sql CHAR (8).
         10 LieuNaissanceRel sql CHAR-VARYING (38).
         10 PieceIdentiteRel sql CHAR (1).
         10 JustifDomicileRel sql CHAR (1).
         10 StatutDossierRel sql CHAR (1).
         10 OperateurDecisionRel sql CHAR (8).
         10 CodeClientCreeRel Pic X(36).

      * Designation de la Banque de France (type D, blanc pour un
      * dossier ordinaire) : reference et date de la designation, date
      * limite d'ouverture du compte (trois jours ouvres plus tard)

         10 TypeDossierRel sql CHAR (1).
         10 ReferenceDesignationRel sql CHAR-VARYING (20).
         10 DateDesignationRel sql CHAR (8).
         10 DateLimiteOuvertureRel sql CHAR (8).

       77 ChoixDossierRel Pic X.
       77 MessageDossierRel Pic X(78).
       77 NoDossierRelSaisi Pic 9(5).
       value "C:\Users\dugs\Documents\FichierMobilite.txt".
       77 CheminMobilite pic X(255).

      * Mobilite bancaire sortante : la demande de la nouvelle banque
      * (reference;banque;guichet;compte;typecompte;iban et bic du
      * nouveau compte;date de transfert) est enregistree dans la
      * table MobiliteSortante et recoit sa reponse le soir meme
      * (mandats actifs, ordres permanents, cheques emis sur 13 mois) ;
      * a la date de transfert les ordres permanents sont annules,
      * le compte est regle, son solde vire au nouveau compte, et clos
      * (statut R = repondu, C = clos, J = rejete). Pendant 13 mois
      * apres la cloture, les operations recues sur le compte sont
      * redirigees et la nouvelle banque en est avisee

       01 DemandeMobSort.
         10 NoMobSort Pic 9(7).
         10 ReferenceDemandeMobSort sql CHAR (35).
         10 CodeBanqueMobSort sql CHAR (5).
         10 CodeGuichetMobSort sql CHAR (5).
         10 NoCompteMobSort sql CHAR (9).
         10 TypeCompteMobSort sql CHAR (2).
         10 IbanNouveauMobSort sql CHAR (34).
         10 BicNouveauMobSort sql CHAR (11).
         10 NomTitulaireMobSort sql CHAR (35).
         10 DateReceptionMobSort sql CHAR (8).
         10 DateTransfertMobSort sql CHAR (8).
         10 DateClotureMobSort sql CHAR (8).
         10 StatutMobSort sql CHAR (1).

       77 CheminMobiliteSortanteDefaut pic X(255)
       value "C:\Users\dugs\Documents\MobiliteSortante.txt".
       77 CheminMobiliteSortante pic X(255).
       77 StatutFichierMobSort Pic XX.
       77 StatutFichierAvisMobSort Pic XX.
       77 NbJoursTransfertMobSort Pic 9(3) value 12.
       77 NbSeparateursMobSort Pic 9.
       77 DateTransfertTexteMobSort Pic X(8).
       77 MotifMobSort Pic X(60).
       77 StatutCompteMobSort Pic X.
       77 NbDemandesMobSort Pic 9(7).
       77 NbRejetsMobSort Pic 9(7).
       77 NbTransfertsMobSort Pic 9(7).
       77 NbAttentesMobSort Pic 9(7).
       77 NbLignesMobSort Pic 9(7).
       77 NbLignesReponseMobSort Pic 9(7).
       77 NbMandatsMobSort Pic 9(5).
       77 NbOrdresMobSort Pic 9(5).
       77 NbChequesMobSort Pic 9(5).
       77 EotMobSort Pic 9.
       77 DernierNoMobSort Pic 9(7).
       77 ReferenceLigneMobSort Pic X(35).
       77 DateLigneMobSort Pic X(8).
       77 NoLigneMobSort Pic 9(7).
       77 JourLigneMobSort Pic 99.
       77 MontantLigneMobSort Pic 9(8)V99.
       77 MontantMobSortAffiche Pic Z(7)9,99.
       77 NbMoisMobSort Pic 9(6).
       77 AnneeLimiteMobSort Pic 9(4).
       77 MoisLimiteMobSort Pic 99.
       77 DateLimiteMobSort Pic X(8).
       77 ReglementMobilite Pic X value "N".
         88 ReglementMobiliteActif Value "O".
       77 RedirectionMobSort Pic X.
         88 RedirectionMobSortActive Value "O".
       77 SqlCodeRedirectionMobSort Pic S9(9).

      * Ordres de la banque en ligne (etape de la chaine de nuit) :
      * chaque ligne du fichier du canal (reference;client;type;
      * banque;guichet;compte;typecompte;cle;montant en centimes;
      * zone1;zone2;zone3) passe par les memes controles que l'ecran
      * correspondant. Types : VIRI virement interne (zone1 = RIB du
      * compte a crediter), VIRE virement externe (zone1 = numero du
      * beneficiaire au registre), VIRP ordre permanent (zone1 = RIB
      * a crediter, zone2 = jour du mois, zone3 = date de debut),
      * OPPC opposition carte (zone1 = numero de carte), CHQR
      * commande de chequier (zone2 = nombre de cheques, 25 par
      * defaut), ALRT alerte de solde (montant = seuil). Le compte
      * doit appartenir au client du contrat ; l'accuse rendu au
      * canal porte A (accepte) ou R (rejete) et le motif

       01 OrdreEnLigne.
         10 ReferenceOrdreEnLigne Pic X(20).
         10 CodeClientOrdreEnLigne Pic X(36).
         10 TypeOrdreEnLigne Pic X(4).
         10 CompteOrdreEnLigne.
           15 CodeBanqueOrdreEnLigne Pic X(5).
           15 CodeGuichetOrdreEnLigne Pic X(5).
           15 NoCompteOrdreEnLigne Pic X(9).
           15 TypeCompteOrdreEnLigne Pic X(2).
           15 CleRibOrdreEnLigne Pic X(2).
         10 MontantOrdreEnLigneTexte Pic X(12).
         10 Zone1OrdreEnLigne Pic X(23).
         10 RibZone1OrdreEnLigne redefines Zone1OrdreEnLigne.
           15 CodeBanqueZone1 Pic X(5).
           15 CodeGuichetZone1 Pic X(5).
           15 NoCompteZone1 Pic X(9).
           15 TypeCompteZone1 Pic X(2).
           15 CleRibZone1 Pic X(2).
         10 Zone2OrdreEnLigne Pic X(2).
         10 Zone3OrdreEnLigne Pic X(8).

       77 StatutFichierOrdresEnLigne Pic XX.
       77 StatutFichierAccusesEnLigne Pic XX.
       77 StatutFichierChkEnLigne Pic XX.
       77 NbSeparateursEnLigne Pic 99.
       77 MontantOrdreEnLigneCentimes Pic 9(12).
       77 NbOrdresEnLigneLus Pic 9(7).
       77 NbOrdresEnLigneAcceptes Pic 9(7).
       77 NbOrdresEnLigneRejetes Pic 9(7).
       77 RepriseApresOrdresEnLigne Pic 9(7).
       77 DateOrdresEnLigne Pic X(8).
       77 StatutAccuseEnLigne Pic X.
         88 OrdreEnLigneAccepte Value "A".
       77 MotifAccuseEnLigne Pic X(78).
       77 NbChequesCommandes Pic 9(3).
       77 ModeOrdreEnLigne Pic X value "N".
         88 OrdreEnLigneEnCours Value "O".
       77 ChequierEnregistre Pic X.
         88 CommandeChequierFaite Value "O".
       77 AbonnementEnregistre Pic X.
         88 AbonnementAlerteFait Value "O".

       77 CheminOrdresEnLigneDefaut pic X(255)
       value "C:\Users\dugs\Documents\OrdresBanqueEnLigne.txt".
       77 CheminOrdresEnLigne pic X(255).

      * Alerte sur doublon probable de virement : avant de poster ou
      * de parquer, les mouvements du jour et la file d'attente
      * d'approbation sont sondes pour un ordre identique (meme
       77 DateActivationBenef Pic X(8).
       77 CodeClientSourceVirement Pic X(36).

      * Filtrage gel des avoirs et sanctions : la liste publiee
      * (premiere ligne VERSION;identifiant, puis reference;nature;
      * nom;prenom;date de naissance;programme) est chargee dans
      * ListeSanction avec deux cles phonetiques (nom prenom et prenom
      * nom) ; un nom filtre (saisie d'un dossier de relation, ajout
      * d'un beneficiaire, virement externe ou international, refiltrage
      * de nuit apres chaque nouvelle version) dont la cle phonetique
      * egale l'une des deux ouvre une alerte en attente (E) et gele les
      * operations sortantes du client (statut G) jusqu'a la decision de
      * la conformite : L levee (homonyme), C confirmee

       01 ListeSanction.
         10 ReferenceSanction sql CHAR (20).
         10 NatureSanction sql CHAR (1).
         10 NomSanction sql CHAR-VARYING (60).
         10 PrenomSanction sql CHAR-VARYING (60).
         10 DateNaissanceSanction sql CHAR (8).
         10 ProgrammeSanction sql CHAR (10).
         10 CleNomPrenomSanction sql CHAR (10).
         10 ClePrenomNomSanction sql CHAR (10).

       01 AlerteSanction.
         10 NoAlerteSanction Pic 9(7).
         10 TypePersonneSanction sql CHAR (1).
         10 CodePersonneSanction sql CHAR (40).
         10 CodeClientSanction Pic X(36).
         10 NomFiltreSanction sql CHAR (60).
         10 ReferenceAlerteSanction sql CHAR (20).
         10 NomListeSanction sql CHAR (60).
         10 OrigineSanction sql CHAR (10).
         10 DateAlerteSanction sql CHAR (8).
         10 StatutAlerteSanction sql CHAR (1).
         10 StatutClientAvantGel sql CHAR (1).
         10 DateDecisionSanction sql CHAR (8).
         10 OperateurDecisionSanction sql CHAR (8).
         10 CommentaireSanction sql CHAR (60).

       77 StatutFichierListeSanctions Pic XX.
       77 VersionListeSanctions Pic X(30).
       77 TypeLigneSanction Pic X(10).
       77 NbVersionsSanctions Pic 9(5).
       77 NouvelleListeSanctions Pic X.
       77 NbSanctionsImportees Pic 9(7).
       77 NbPersonnesFiltrees Pic 9(7).
       77 NbAlertesSanctions Pic 9(7).
       77 NomFiltre Pic X(60).
       77 PrenomFiltre Pic X(60).
       77 SanctionTrouvee Pic X.
       77 GelSanctions Pic X.
       77 StatutAlerteExistante Pic X.
       77 StatutClientGel Pic X.
       77 NoBenefFiltre Pic 9(5).
       77 NoAlerteSanctionSaisi Pic 9(7).
       77 DecisionSanction Pic X.
       77 MessageSanction Pic X(78).
       77 NbAlertesClientOuvertes Pic 9(5).
       77 NbAlertesDossierEnCours Pic 9(5).
       77 NbAlertesDossierConfirmees Pic 9(5).
       77 EotSanction Pic 9.
       77 StatutClientAvantSaisie Pic X.
       77 MotifBlocageAvantSaisie Pic X(60).
       77 DateBlocageAvantSaisie Pic X(8).

      * Remises de cheques a l'encaissement : chaque cheque remis par
      * un client (ligne CMC7 + montant) attend le delai de float
      * (parametre DELAI_FLOAT_CHEQUES) puis est credite en nature RMC
       value "C:\Users\dugs\Documents\RetourImpayes.txt".
       77 CheminRetourImpayes pic X(255).

      * Rapprochement des flux interbancaires avec l'avis de reglement
      * de la compensation : chaque etape qui echange un fichier avec
      * le systeme d'echange (presentation des cheques, remise SEPA,
      * prelevements recus, operations cartes, retours d'impayes)
      * cumule ce qu'elle a poste par date et type de flux ; l'avis de
      * reglement (date;flux;nombre;montant en centimes) y est
      * confronte la nuit, chaque ecart non justifie marquant l'etape
      * KO et remontant au cadre de controle. Un ecart explique (flux
      * decale, rejet du systeme d'echange) est justifie par le
      * superviseur avec son motif

       01 FluxCompensation.
         10 DateFluxComp sql CHAR (8).
         10 TypeFluxComp sql CHAR (4).
         10 NbDeclareComp Pic 9(7).
         10 MontantDeclareComp Pic S9(12)V99.
         10 NbRegleComp Pic 9(7).
         10 MontantRegleComp Pic S9(12)V99.
         10 StatutFluxComp sql CHAR (1).
         10 MotifEcartComp sql CHAR-VARYING (50).

       77 MontantFluxComp Pic S9(12)V99.
       77 SqlCodeFluxComp Pic S9(9).
       77 NbLignesFluxComp Pic 9(5).
       77 NbAvisLus Pic 9(7).
       77 NbFluxRapproches Pic 9(7).
       77 NbEcartsComp Pic 9(5).
       77 NbEcartsCadreComp Pic 9(5).
       77 MontantEcartsCadreComp Pic S9(13)V99.
       77 EcartMontantComp Pic S9(12)V99.
       77 EotComp Pic 9.
       77 NbSeparateursAvis Pic 9.
       77 NombreAvisTexte Pic X(7).
       77 MontantAvisTexte Pic X(14).
       77 MontantAvisCentimes Pic 9(14).
       77 StatutFichierAvisReglement Pic XX.
       77 DateFluxSaisieComp Pic X(8).
       77 TypeFluxSaisieComp Pic X(4).
       77 MotifSaisieComp Pic X(50).
       77 MessageEcartComp Pic X(78).

       77 CheminAvisReglementDefaut pic X(255)
       value "C:\Users\dugs\Documents\AvisReglement.txt".
       77 CheminAvisReglement pic X(255).

       01 CompEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(8).
         10 Filler pic X(44)
         value "Rapprochement des flux de compensation".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 CompEntete2.
         10 Filler pic X(41) value
         "  Date     Flux                  Nb decl.".
         10 Filler pic X(48) value
         "  Nb regl.    Montant declare      Montant regle".
         10 Filler pic X(27) value
         "              Ecart  Statut".

       01 CompDetail.
         10 Filler pic X(2).
         10 DateCompEdit pic X(8).
         10 Filler pic X.
         10 FluxCompEdit pic X(22).
         10 Filler pic X.
         10 NbDeclCompEdit pic ZZZZZZ9.
         10 Filler pic X(3).
         10 NbReglCompEdit pic ZZZZZZ9.
         10 Filler pic X(2).
         10 DeclCompEdit pic Z(11)9,99-.
         10 Filler pic X(2).
         10 ReglCompEdit pic Z(11)9,99-.
         10 Filler pic X(2).
         10 EcartCompEdit pic Z(11)9,99-.
         10 Filler pic X(2).
         10 StatutCompEdit pic X(14).

       01 CompTotal.
         10 Filler pic X(2).
         10 LibelleCompTotal pic X(38).
         10 ValeurCompTotal pic Z(6)9.

      * Effets de commerce (LCR, billets a ordre) : un client remet un
      * bordereau d'effets (Iban et nom du tire, montant, echeance) a
      * l'encaissement (C) ou a l'escompte (E). L'effet escompte est
      * credite de suite (nature LCE) sous deduction des agios
      * d'escompte (nature AGE : taux de la ligne du client, jours
      * civils jusqu'a l'echeance, annee de 360 jours), dans la limite
      * de la ligne d'escompte du client (encours des effets escomptes
      * non echus) ; chaque effet supporte la commission de remise
      * (nature COE). A l'echeance la chaine de nuit presente l'effet
      * aux banques des tires (fichier sortant) et credite les effets
      * a l'encaissement (nature LCR) ; un retour d'impaye re-debite
      * le client (nature LCI liee au credit) avec les frais (FRE).
      * Statut : R remis (en portefeuille), P presente, I impaye

       01 EffetCommerce.
         10 NoBordereau Pic 9(7).
         10 NoSeqEffet Pic 9(3).
         10 CodeBanqueEffet sql CHAR (5).
         10 CodeGuichetEffet sql CHAR (5).
         10 NoCompteEffet sql CHAR (9).
         10 TypeCompteEffet sql CHAR (2).
         10 CodeClientEffet PIC X(36).
         10 ModeRemiseEffet sql CHAR (1).
         10 IbanTireEffet sql CHAR (34).
         10 NomTireEffet sql CHAR-VARYING (35).
         10 MontantEffet Pic 9(8)V99.
         10 DateRemiseEffet sql CHAR (8).
         10 DateEcheanceEffet sql CHAR (8).
         10 AgiosEffet Pic 9(7)V99.
         10 StatutEffet sql CHAR (1).
         10 NoMouvementCreditEffet Pic 9(9).

      * Ligne d'escompte d'un client : plafond de l'encours escompte et
      * taux annuel des agios (plafond a zero = ligne fermee)

       01 LigneEscompte.
         10 CodeClientEscompte PIC X(36).
         10 PlafondEscompte Pic 9(9)V99.
         10 TauxEscompte Pic 9V9(4).

       77 CommissionEffet Pic 9(5)V99 value 1.
       77 FraisImpayeEffet Pic 9(5)V99 value 20.
       77 ChoixEffet Pic X.
       77 MessageEffet Pic X(78).
       77 StatutLigneEscompte Pic X.
         88 LigneEscompteTrouvee Value "O".
       77 PlafondEscompteAvant Pic 9(9)V99.
       77 EncoursEscompte Pic 9(9)V99.
       77 NbJoursEscompte Pic 9(5).
       77 NbEffetsSaisis Pic 9(3).
       77 TotalBordereau Pic 9(9)V99.
       77 NbEffetsPresentes Pic 9(7).
       77 NbImpayesEffets Pic 9(7).
       77 NbEffetsPortefeuille Pic 9(7).
       77 TotalPortefeuille Pic 9(10)V99.
       77 NbEffetsClient Pic 9(7).
       77 TotalEffetsClient Pic 9(10)V99.
       77 CodeClientEffetPrec Pic X(36).
       77 NomClientEffet Pic X(50).
       77 EotEffet Pic 9.
       77 StatutFichierPresEffets Pic XX.
       77 StatutFichierRetourEffets Pic XX.
       77 NbSeparateursEffet Pic 9.
       77 NoBordereauRetour Pic 9(7).
       77 NoSeqEffetRetour Pic 9(3).
       77 MotifImpayeEffet Pic X(40).
       77 MontantEffetAffiche Pic Z(7)9,99.
       77 PlafondEscompteAffiche Pic Z(8)9,99.

       77 CheminRetourEffetsDefaut pic X(255)
       value "C:\Users\dugs\Documents\RetourEffets.txt".
       77 CheminRetourEffets pic X(255).

       01 PortefeuilleEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Portefeuille des effets de commerce".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 PortefeuilleEntete2.
         10 Filler pic X(50) value
         "   Echeance  Bordereau Seq M Tire".
         10 Filler pic X(30) value
         "                     Montant".

       01 PortefeuilleClient.
         10 Filler pic X value space.
         10 CodeClientPortefEdit pic X(36).
         10 Filler pic X.
         10 NomClientPortefEdit pic X(40).

       01 PortefeuilleDetail.
         10 Filler pic X(3).
         10 EcheancePortefEdit pic X(8).
         10 Filler pic X(2).
         10 BordereauPortefEdit pic Z(6)9.
         10 Filler pic X.
         10 SeqPortefEdit pic ZZ9.
         10 Filler pic X.
         10 ModePortefEdit pic X.
         10 Filler pic X.
         10 TirePortefEdit pic X(35).
         10 Filler pic X.
         10 MontantPortefEdit pic Z(7)9,99.

       01 PortefeuilleTotal.
         10 Filler pic X(3).
         10 LibelleTotalPortef pic X(30).
         10 NbTotalPortefEdit pic ZZZZZZ9.
         10 Filler pic X(23).
         10 MontantTotalPortefEdit pic Z(9)9,99.

      * Cautions bancaires donnees (loyer, marche public, douane...) :
      * la caution est emise pour un client en faveur d'un
      * beneficiaire, pour un montant et jusqu'a une date
      * d'expiration ; la contre-garantie est un compte a vue du
      * client (support C, le montant y est bloque comme une saisie)
      * ou un compte a terme (support D, le contrat est nanti et ne
      * peut plus etre libere). La lettre de caution est editee a
      * l'emission ; la commission trimestrielle (prorata des jours
      * d'engagement, annee de 360 jours) est prelevee en nature CAU ;
      * l'expiration leve le blocage par la chaine de nuit ; l'appel
      * paie le beneficiaire sur les fonds bloques (nature CAP).
      * Statut : A active, E echue, J appelee (mise en jeu)

       01 Caution.
         10 NoCaution Pic 9(7).
         10 CodeClientCaution PIC X(36).
         10 TypeCaution sql CHAR (1).
         10 BeneficiaireCaution sql CHAR-VARYING (50).
         10 MontantCaution Pic 9(8)V99.
         10 DateDebutCaution sql CHAR (8).
         10 DateExpirationCaution sql CHAR (8).
         10 SupportCaution sql CHAR (1).
         10 CodeBanqueCaution sql CHAR (5).
         10 CodeGuichetCaution sql CHAR (5).
         10 NoCompteCaution sql CHAR (9).
         10 TypeCompteCaution sql CHAR (2).
         10 NoContratDatCaution Pic 9(5).
         10 TauxCommissionCaution Pic 9V9(4).
         10 DernierTrimestreCaution sql CHAR (6).
         10 DateFinCaution sql CHAR (8).
         10 StatutCaution sql CHAR (1).
         10 MontantAppelCaution Pic 9(8)V99.

       77 TauxCommissionCautionDefaut Pic 9V9(4) value 0.0150.
       77 ChoixCaution Pic X.
       77 MessageCaution Pic X(78).
       77 NoCautionSaisi Pic 9(7).
       77 MontantAppelSaisi Pic 9(8)V99.
       77 EngagementDatCaution Pic 9(9)V99.
       77 TotalCautionsBloquees Pic 9(9)V99.
       77 SoldeDisponibleCaution Pic S9(10)V99.
       77 NbCautionsExpirees Pic 9(7).
       77 NbCautionsFacturees Pic 9(7).
       77 TrimestreCaution Pic X(6).
       77 DebutCommissionCaution Pic X(8).
       77 FinCommissionCaution Pic X(8).
       77 NbJoursCommissionCaution Pic S9(5).
       77 CommissionCaution Pic 9(7)V99.
       77 TotalEncoursCautions Pic 9(10)V99.
       77 LibelleLettreCaution Pic X(30).
       77 MontantLettreCaution Pic 9(8)V99.
       77 MontantCautionAffiche Pic Z(7)9,99.
       77 StatutFichierLettresCaution Pic XX.

      * Nantissements : un pret (P) ou une caution (G) est garanti par
      * un ou plusieurs comptes du client ou d'un tiers, chacun pour un
      * montant nanti ; un compte a vue ou d'epargne gage (support C)
      * voit ce montant bloque comme une saisie, un compte a terme gage
      * (support D) est reconduit a l'echeance au lieu d'etre libere.
      * Tant que le gage est actif, le compte ne peut etre ni clos ni
      * transfere de guichet ; la mainlevee est automatique au
      * remboursement du pret ou a la fin de la caution.
      * Statut : A actif, L leve (mainlevee)

       01 Nantissement.
         10 NoNantissement Pic 9(7).
         10 TypeGarantiNant sql CHAR (1).
         10 NoEngagementNant Pic 9(7).
         10 CodeClientNant PIC X(36).
         10 SupportNant sql CHAR (1).
         10 NoContratDatNant Pic 9(5).
         10 CodeBanqueNant sql CHAR (5).
         10 CodeGuichetNant sql CHAR (5).
         10 NoCompteNant sql CHAR (9).
         10 TypeCompteNant sql CHAR (2).
         10 MontantNant Pic 9(8)V99.
         10 DateDebutNant sql CHAR (8).
         10 DateMainleveeNant sql CHAR (8).
         10 StatutNant sql CHAR (1).

       77 ChoixNant Pic X.
       77 MessageNant Pic X(78).
       77 NoNantissementSaisi Pic 9(7).
       77 StatutEngagementNant Pic X.
       77 EngagementNantDat Pic 9(9)V99.
       77 TotalNantissementsBloques Pic 9(9)V99.
       77 NbNantissementsCompte Pic 9(5).
       77 NbCautionsCompte Pic 9(5).
       77 SoldeDisponibleNant Pic S9(10)V99.
       77 MontantNantAffiche Pic Z(7)9,99.

      * Coffres-forts : registre des coffres de chaque guichet (taille
      * P petit, M moyen, G grand ; statut L libre, O loue, H hors
      * service) et contrats de location liant un coffre a un client
      * et a son compte de facturation. Le loyer annuel, fonction de
      * la taille, est preleve a chaque date anniversaire par la chaine
      * de nuit (nature LCF) ; faute de provision il reste impaye et
      * l'acces au coffre est bloque jusqu'au reglement. Chaque visite
      * est tracee (date, heure, operateur, visiteur). La resiliation
      * exige un coffre vide et toutes les cles rendues.
      * Statut du contrat : A actif, B bloque (loyer impaye),
      * R resilie

       01 Coffre.
         10 CodeBanqueCoffre sql CHAR (5).
         10 CodeGuichetCoffre sql CHAR (5).
         10 NoCoffre Pic 9(5).
         10 TailleCoffre sql CHAR (1).
         10 StatutCoffre sql CHAR (1).

       01 ContratCoffre.
         10 NoContratCoffre Pic 9(7).
         10 CodeClientCoffre PIC X(36).
         10 CodeBanqueFactCoffre sql CHAR (5).
         10 CodeGuichetFactCoffre sql CHAR (5).
         10 NoCompteFactCoffre sql CHAR (9).
         10 TypeCompteFactCoffre sql CHAR (2).
         10 NbClesCoffre Pic 9.
         10 DateDebutCoffre sql CHAR (8).
         10 DateProchaineFactCoffre sql CHAR (8).
         10 ImpayeCoffre Pic 9(7)V99.
         10 DateFinCoffre sql CHAR (8).
         10 StatutContratCoffre sql CHAR (1).

       01 AccesCoffre.
         10 DateAccesCoffre sql CHAR (8).
         10 HeureAccesCoffre sql CHAR (6).
         10 OperateurAccesCoffre sql CHAR (8).
         10 VisiteurCoffre sql CHAR-VARYING (40).
         10 AccesAutorise sql CHAR (1).

       77 LoyerCoffrePetit Pic 9(5)V99 value 60.
       77 LoyerCoffreMoyen Pic 9(5)V99 value 100.
       77 LoyerCoffreGrand Pic 9(5)V99 value 180.
       77 LoyerCoffre Pic 9(5)V99.
       77 MontantDuCoffre Pic 9(7)V99.
       77 ChoixCoffre Pic X.
       77 MessageCoffre Pic X(78).
       77 StatutCoffreLu Pic X.
       77 StatutContratAvant Pic X.
       77 CodeClientCompteCoffre Pic X(36).
       77 CoffreVide Pic X.
       77 NbClesRendues Pic 9.
       77 NbCoffresFactures Pic 9(7).
       77 NbImpayesCoffres Pic 9(7).
       77 TotalImpayesCoffres Pic 9(9)V99.
       77 EotCoffre Pic 9.
       77 NbExistants Pic 9(5).
       77 MontantCoffreAffiche Pic Z(6)9,99.

       01 ImpayesCoffresEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Loyers de coffres impayes".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 ImpayesCoffresEntete2.
         10 Filler pic X(50) value
         " Guichet Coffre Contrat Client".
         10 Filler pic X(30) value
         "                     Impaye".

       01 ImpayesCoffresDetail.
         10 Filler pic X.
         10 GuichetCoffreEdit pic X(5).
         10 Filler pic X(3).
         10 NoCoffreEdit pic ZZZZ9.
         10 Filler pic X.
         10 ContratCoffreEdit pic Z(6)9.
         10 Filler pic X.
         10 ClientCoffreEdit pic X(36).
         10 Filler pic X(3).
         10 ImpayeCoffreEdit pic Z(6)9,99.

       01 ImpayesCoffresTotal.
         10 Filler pic X.
         10 LibelleTotalCoffres pic X(30).
         10 NbTotalCoffresEdit pic ZZZZZZ9.
         10 Filler pic X(23).
         10 MontantTotalCoffresEdit pic Z(8)9,99.

      * Reclamations clients : chaque reclamation porte sur un compte
      * du client (et le cas echeant sur un mouvement), avec son canal
      * (G guichet, T telephone, C courrier, E e-mail, I internet), sa
      * categorie (FRA frais, CAR carte, VIR virement, CHQ cheque, CLO
      * cloture, CRE credit, AUT autre), son responsable et ses delais
      * reglementaires : accuse de reception sous 10 jours ouvres
      * (calendrier des jours feries) et reponse sous 2 mois. Un
      * remboursement accorde est credite depuis la reclamation
      * (nature RCL) et le mouvement est garde sur la reclamation.
      * Statut : O ouverte, A accusee, R repondue (close)

       01 Reclamation.
         10 NoReclamation Pic 9(7).
         10 CodeClientRecl PIC X(36).
         10 CodeBanqueRecl sql CHAR (5).
         10 CodeGuichetRecl sql CHAR (5).
         10 NoCompteRecl sql CHAR (9).
         10 TypeCompteRecl sql CHAR (2).
         10 NoMouvementRecl Pic 9(9).
         10 CanalRecl sql CHAR (1).
         10 CategorieRecl sql CHAR (3).
         10 ObjetRecl sql CHAR-VARYING (60).
         10 ResponsableRecl sql CHAR (8).
         10 DateReceptionRecl sql CHAR (8).
         10 DateLimiteAccuseRecl sql CHAR (8).
         10 DateAccuseRecl sql CHAR (8).
         10 DateLimiteReponseRecl sql CHAR (8).
         10 DateReponseRecl sql CHAR (8).
         10 MontantRembRecl Pic 9(7)V99.
         10 NoMouvementRembRecl Pic 9(9).
         10 StatutRecl sql CHAR (1).

       77 NbJoursAccuseRecl Pic 9(3) value 10.
       77 NbMoisReponseRecl Pic 9(3) value 2.
       77 ChoixRecl Pic X.
       77 MessageRecl Pic X(78).
       77 NoReclamationSaisi Pic 9(7).
       77 NbExistantsRecl Pic 9(5).
       77 NbReclamationsClient Pic 9(3).
       77 NbReclamationsRetard Pic 9(7).
       77 NbLignesStatsRecl Pic 9(7).
       77 EotRecl Pic 9.
       77 MoisStatsRecl Pic X(6).
       77 MontantReclAffiche Pic Z(6)9,99.

       01 ReclRetardEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Reclamations hors delai".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 ReclRetardEntete2.
         10 Filler pic X(50) value
         " Numero  Guich Cat Recue le Client".
         10 Filler pic X(50) value
         "               Delai    Limite   Responsable".

       01 ReclRetardDetail.
         10 Filler pic X.
         10 NoReclRetardEdit pic Z(6)9.
         10 Filler pic X.
         10 GuichetReclRetardEdit pic X(5).
         10 Filler pic X.
         10 CategorieReclRetardEdit pic X(3).
         10 Filler pic X.
         10 ReceptionReclRetardEdit pic X(8).
         10 Filler pic X.
         10 ClientReclRetardEdit pic X(36).
         10 Filler pic X.
         10 DelaiReclRetardEdit pic X(7).
         10 Filler pic X(2).
         10 LimiteReclRetardEdit pic X(8).
         10 Filler pic X(2).
         10 ResponsableReclRetardEdit pic X(8).

       01 ReclRetardTotal.
         10 Filler pic X.
         10 LibelleTotalReclRetard pic X(30).
         10 NbTotalReclRetardEdit pic ZZZZZZ9.

       01 StatsReclEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(12).
         10 Filler pic X(34)
         value "Statistiques des reclamations".
         10 Filler pic X(7) value "Mois : ".
         10 MoisStatsReclEdit pic X(6).

       01 StatsReclEntete2.
         10 Filler pic X(50) value
         " Guich Cat  Recues  Repondues  Hors delai  Ouverte".
         10 Filler pic X(20) value
         "s   Remboursements".

       01 StatsReclDetail.
         10 Filler pic X.
         10 GuichetStatsReclEdit pic X(5).
         10 Filler pic X.
         10 CategorieStatsReclEdit pic X(3).
         10 Filler pic X.
         10 RecuesStatsReclEdit pic ZZZZZZ9.
         10 Filler pic X(4).
         10 ReponduesStatsReclEdit pic ZZZZZZ9.
         10 Filler pic X(5).
         10 HorsDelaiStatsReclEdit pic ZZZZZZ9.
         10 Filler pic X(2).
         10 OuvertesStatsReclEdit pic ZZZZZZ9.
         10 Filler pic X(3).
         10 RembStatsReclEdit pic Z(8)9,99.

       01 StatsReclCompteurs.
         10 RecuesStatsRecl Pic 9(7).
         10 ReponduesStatsRecl Pic 9(7).
         10 HorsDelaiStatsRecl Pic 9(7).
         10 OuvertesStatsRecl Pic 9(7).
         10 RembStatsRecl Pic 9(9)V99.

      * Rentabilite des clients (PNB par client, fin de mois) : par
      * client et par guichet de tenue des comptes, marge d'interets
      * sur les depots (encours crediteur moyen des photos de solde
      * replace au taux de refinancement, moins les interets verses
      * ACC) et sur les credits (agios AGI et AGE, interets des prets
      * preleves dans le mois, moins le cout de refinancement de
      * l'encours debiteur et du capital restant), commissions par
      * famille de nature et nombre d'operations. Une ligne par mois
      * dans PnbClient ; le segment est deduit du client (entreprise
      * au releve CFONB, clientele fragile, particulier)

       01 PnbClient.
         10 MoisPnb sql CHAR (6).
         10 CodeClientPnb Pic X(36).
         10 CodeBanquePnb sql CHAR (5).
         10 CodeGuichetPnb sql CHAR (5).
         10 SegmentPnb sql CHAR (12).
         10 MargeDepotsPnb Pic S9(10)V99.
         10 MargeCreditsPnb Pic S9(10)V99.
         10 FraisIncidentsPnb Pic S9(10)V99.
         10 FraisForfaitsPnb Pic S9(10)V99.
         10 FraisInternationalPnb Pic S9(10)V99.
         10 AutresCommissionsPnb Pic S9(10)V99.
         10 NbOperationsPnb Pic 9(7).
         10 TotalPnb Pic S9(10)V99.

       77 TauxRefinancement Pic 9V9(4) value 0.0300.
       77 NbClientsPnb Pic 9(7).
       77 NbJoursPhotosPnb Pic 9(3).
       77 EotPnb Pic 9.
       77 InteretsVersesPnb Pic S9(10)V99.
       77 AgiosPercusPnb Pic S9(10)V99.
       77 InteretsPretsPnb Pic S9(10)V99.
       77 CapitalPretsPnb Pic S9(12)V99.
       77 EncoursCrediteurPnb Pic S9(14)V99.
       77 EncoursDebiteurPnb Pic S9(14)V99.
       77 RangPnb Pic 9(5).
       77 GuichetPrecedentPnb Pic X(10).
       77 NbClientsSegmentPnb Pic 9(7).
       77 TotalGeneralPnb Pic S9(12)V99.
       77 CumulDouzeMoisPnb Pic S9(12)V99.
       77 DernierMoisPnb Pic X(6).
       77 TotalPnbAffiche Pic Z(8)9,99-.
       77 CumulPnbAffiche Pic Z(8)9,99-.

       01 MoisDebutCumulPnb.
         10 AnneeDebutCumulPnb Pic 9(4).
         10 MoisDebutCumulNumPnb Pic 99.

       01 PnbEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(12).
         10 Filler pic X(34)
         value "Rentabilite des clients (PNB)".
         10 Filler pic X(7) value "Mois : ".
         10 MoisPnbEdit pic X(6).

       01 PnbTitre.
         10 Filler pic X.
         10 TitrePnbEdit pic X(60).

       01 PnbEnteteGuichet.
         10 Filler pic X(50) value
         " Rang Banque Guich  Clients    Marge depots   Marg".
         10 Filler pic X(51) value
         "e credits     Commissions  Operations           PNB".

       01 PnbLigneGuichet.
         10 Filler pic X.
         10 RangPnbEdit pic ZZZ9.
         10 Filler pic X.
         10 BanquePnbEdit pic X(5).
         10 Filler pic X(2).
         10 GuichetPnbEdit pic X(5).
         10 Filler pic X.
         10 NbClientsPnbEdit pic ZZZZZZ9.
         10 Filler pic X.
         10 MargeDepotsPnbEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 MargeCreditsPnbEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 CommissionsPnbEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 NbOperationsPnbEdit pic Z(10)9.
         10 Filler pic X.
         10 TotalPnbEdit pic Z(10)9,99-.

       01 PnbEnteteSegment.
         10 Filler pic X(50) value
         " Rang Segment       Clients    Marge depots   Marg".
         10 Filler pic X(51) value
         "e credits     Commissions  Operations           PNB".

       01 PnbLigneSegment.
         10 Filler pic X.
         10 RangSegmentEdit pic ZZZ9.
         10 Filler pic X.
         10 SegmentPnbEdit pic X(12).
         10 Filler pic X.
         10 NbClientsSegmentEdit pic ZZZZZZ9.
         10 Filler pic X.
         10 MargeDepotsSegmentEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 MargeCreditsSegmentEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 CommissionsSegmentEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 NbOperationsSegmentEdit pic Z(10)9.
         10 Filler pic X.
         10 TotalSegmentEdit pic Z(10)9,99-.

       01 PnbEnteteClient.
         10 Filler pic X(50) value
         " Rang Client                               Segment".
         10 Filler pic X(51) value
         "        Marge depots   Marge credits     Commission".
         10 Filler pic X(30) value
         "s  Operations           PNB".

       01 PnbLigneClient.
         10 Filler pic X.
         10 RangClientPnbEdit pic ZZZ9.
         10 Filler pic X.
         10 ClientPnbEdit pic X(36).
         10 Filler pic X.
         10 SegmentClientPnbEdit pic X(12).
         10 Filler pic X.
         10 MargeDepotsClientEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 MargeCreditsClientEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 CommissionsClientEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 NbOperationsClientEdit pic Z(10)9.
         10 Filler pic X.
         10 TotalClientPnbEdit pic Z(10)9,99-.

       01 PnbTotal.
         10 Filler pic X.
         10 LibellePnbTotal pic X(36).
         10 ValeurPnbTotal pic Z(12)9,99-.

      * Portefeuille des conseillers : liste des clients d'un
      * conseiller avec leur solde et les actions en attente (revue
      * KYC echue, piece perimee, depassement de decouvert, relance,
      * reclamation ou alerte LCB-FT ouverte), affectation d'un
      * client et reaffectation en masse d'un conseiller a un autre
      * (tout le portefeuille ou les clients d'un guichet)

       77 ChoixConseil Pic X.
       77 MessageConseil Pic X(78).
       77 ConseillerSaisi Pic X(8).
       77 ConseillerOrigine Pic X(8).
       77 ConseillerCible Pic X(8).
       77 ConseillerAvant Pic X(8).
       77 GuichetReaffectation Pic X(5).
       77 CodeClientConseil Pic X(36).
       77 NomConseiller Pic X(50).
       77 StatutConseiller Pic X.
       77 NbConseillersTrouves Pic 9(5).
       77 NbClientsReaffectes Pic 9(7).
       77 NbClientsPortefeuille Pic 9(7).
       77 NbActionsPortefeuille Pic 9(7).
       77 EotConseil Pic 9.
       77 NbComptesPortefeuille Pic 9(5).
       77 SoldePortefeuille Pic S9(12)V99.
       77 TotalSoldePortefeuille Pic S9(14)V99.
       77 RevueKycPortefeuille Pic 9.
       77 NbPiecesPortefeuille Pic 9(5).
       77 NbDecouvertsPortefeuille Pic 9(5).
       77 RelancePortefeuille Pic 9.
       77 NbReclamPortefeuille Pic 9(5).
       77 NbAlertesPortefeuille Pic 9(5).
       77 ActionsPortefeuille Pic X(60).
       77 PtrActionsPortefeuille Pic 999.
       77 NbClientsAffiche Pic Z(6)9.

       01 ConseilEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(40)
         value "Portefeuille du conseiller".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 ConseilEntete2.
         10 Filler pic X(6).
         10 Filler pic X(13) value "Conseiller : ".
         10 ConseillerPtfEdit pic X(8).
         10 Filler pic X.
         10 NomConseillerPtfEdit pic X(50).

       01 ConseilEntete3.
         10 Filler pic X(50) value
         " Client                                   Comptes ".
         10 Filler pic X(40) value
         "           Solde  Actions en attente".

       01 ConseilDetail.
         10 Filler pic X.
         10 NomClientPtfEdit pic X(40).
         10 Filler pic X.
         10 NbComptesPtfEdit pic Z(6)9.
         10 Filler pic X.
         10 SoldePtfEdit pic Z(10)9,99-.
         10 Filler pic X(2).
         10 ActionsPtfEdit pic X(60).

       01 ConseilTotal.
         10 Filler pic X.
         10 LibellePtfTotal pic X(40).
         10 ValeurPtfTotal pic Z(12)9,99-.

      * Droit d'acces RGPD : chaque demande d'un client est tracee
      * (DemandeAcces) avec son echeance legale d'un mois ; le dossier
      * produit pour le client tient en deux fichiers par demande,
      * l'un lisible, l'autre structure (type d'enregistrement puis
      * zones separees par des points-virgules), tous deux inscrits au
      * registre des editions. Les numeros de carte y sont masques

       01 DemandeAcces.
         10 NoDemandeAcces Pic 9(7).
         10 CodeClientAcces Pic X(36).
         10 DateDemandeAcces sql CHAR (8).
         10 DateEcheanceAcces sql CHAR (8).
         10 DateDebutAcces sql CHAR (8).
         10 DateFinAcces sql CHAR (8).
         10 StatutDemandeAcces sql CHAR (1).
           88 DemandeAccesProduite Value "P".
         10 DateReponseAcces sql CHAR (8).
         10 OperateurAcces sql CHAR (8).

       77 ChoixAcces Pic X.
       77 MessageAcces Pic X(78).
       77 EotAcces Pic 9.
       77 NoLigneAcces Pic 99.
       77 NbLignesAcces Pic 9(7).
       77 NbClientsAcces Pic 9(5).
       77 CheminAccesRgpdDefaut pic X(255)
       value "C:\Users\dugs\Documents".
       77 CheminAccesRgpd pic X(255).
       77 CheminAccesLisible pic X(255).
       77 CheminAccesStructure pic X(255).
       77 NomFichierAcces Pic X(60).
       77 LigneAccesLisible Pic X(255).
       77 LigneAccesStructure Pic X(255).
       77 MontantAccesLisible Pic Z(9)9,99-.
       77 MontantAccesStructure Pic -9(10),99.
       77 SoldeAcces Pic S9(10)V99.
       77 RoleAcces Pic X.
       77 NoCarteMasque Pic X(16).

      * Rapprochement avec le fichier national des personnes decedees
      * (etape mensuelle) : un client vivant ne le meme jour qu'une
      * personne du fichier, de meme nom (ou de meme cle phonetique),
      * dont le prenom ou le lieu de naissance concorde aussi, part en
      * rapprochement a revoir (E) ; la revue le confirme (C : client
      * decede a la date du fichier, ouverture du dossier de
      * succession proposee) ou l'ecarte (R, homonyme). CriteresDeces
      * montre les criteres concordants : N nom, P prenom, D date et L
      * lieu de naissance, un tiret sinon

       01 SuspicionDeces.
         10 NoRapprochementDeces Pic 9(7).
         10 CodeClientDeces Pic X(36).
         10 NomInseeDeces sql CHAR (60).
         10 PrenomsInseeDeces sql CHAR (60).
         10 DateNaissanceDeces sql CHAR (8).
         10 LieuNaissanceDeces sql CHAR (30).
         10 DateDecesFichier sql CHAR (8).
         10 NumeroActeDeces sql CHAR (9).
         10 CriteresDeces sql CHAR (4).
         10 DateRapprochementDeces sql CHAR (8).
         10 StatutRapprochementDeces sql CHAR (1).
         10 DateDecisionDeces sql CHAR (8).
         10 OperateurDecisionDeces sql CHAR (8).
         10 CommentaireDeces sql CHAR (60).

       77 StatutFichierDeces Pic XX.
       77 EotDeces Pic 9.
       77 NbDecesLus Pic 9(7).
       77 NbRapprochementsDeces Pic 9(7).
       77 NbRapprochementsExistants Pic 9(5).
       77 NomDecede Pic X(60).
       77 PrenomsDecede Pic X(60).
       77 PremierPrenomDecede Pic X(30).
       77 CleNomDecede Pic X(10).
       77 NomCandidatDeces Pic X(60).
       77 PrenomCandidatDeces Pic X(60).
       77 PremierPrenomCandidat Pic X(30).
       77 LieuCandidatDeces Pic X(38).
       77 NbCriteresDeces Pic 9.
       77 NoRapprochementSaisi Pic 9(7).
       77 DecisionDeces Pic X.
       77 MessageDeces Pic X(78).
       77 StatutClientAvantDeces Pic X.
       77 NbDossiersSuccession Pic 9(5).

      * Cash pooling des groupes : une structure par groupe porte le
      * compte centralisateur et ses comptes participants, chacun avec
      * son solde cible et son sens de nivellement (B remontee et
      * couverture, R remontee seule, C couverture seule). La chaine
      * de nuit ramene chaque participant a sa cible par deux
      * mouvements internes de nature CPL, dans la limite des fonds
      * laisses libres par les saisies et garanties ; la position en
      * compte courant intra-groupe (positive quand le participant a
      * prete au centralisateur) cumule ses nombres, d'ou l'interet
      * mensuel au taux preteur ou emprunteur de la structure, repris
      * sur le releve de pooling du groupe

       01 StructurePooling.
         10 NoStructurePooling Pic 9(7).
         10 NomStructurePooling sql CHAR-VARYING (40).
         10 CodeClientPooling PIC X(36).
         10 CodeBanqueMaitre sql CHAR (5).
         10 CodeGuichetMaitre sql CHAR (5).
         10 NoCompteMaitre sql CHAR (9).
         10 TypeCompteMaitre sql CHAR (2).
         10 TauxPreteurPooling Pic 9(2)V9(4).
         10 TauxEmprunteurPooling Pic 9(2)V9(4).
         10 StatutStructurePooling sql CHAR (1).

       01 ParticipantPooling.
         10 NoStructureParticipant Pic 9(7).
         10 CodeBanqueParticipant sql CHAR (5).
         10 CodeGuichetParticipant sql CHAR (5).
         10 NoCompteParticipant sql CHAR (9).
         10 TypeCompteParticipant sql CHAR (2).
         10 SoldeCiblePooling Pic 9(8)V99.
         10 SensPooling sql CHAR (1).
         10 PositionIntraGroupe Pic S9(10)V99.
         10 NombresPreteur Pic 9(14)V99.
         10 NombresEmprunteur Pic 9(14)V99.
         10 DateDernierNivellement sql CHAR (8).
         10 StatutParticipant sql CHAR (1).

       01 InteretPooling.
         10 MoisInteretPooling sql CHAR (6).
         10 InteretPreteurPooling Pic 9(9)V99.
         10 InteretEmprunteurPooling Pic 9(9)V99.

       01 SourcePooling.
         10 BanquePool Pic X(5).
         10 GuichetPool Pic X(5).
         10 ComptePool Pic X(9).
         10 TypePool Pic X(2).

       01 DestinationPooling.
         10 BanquePool Pic X(5).
         10 GuichetPool Pic X(5).
         10 ComptePool Pic X(9).
         10 TypePool Pic X(2).

       77 ChoixPooling Pic X.
       77 MessagePooling Pic X(78).
       77 ObservationPooling Pic X(50).
       77 EotPooling Pic 9.
       77 EotParticipantPooling Pic 9.
       77 NoLignePooling Pic 99.
       77 StatutClientParticipant Pic X.
       77 StatutClientMaitre Pic X.
       77 SoldeParticipantPooling Pic S9(10)V99.
       77 EcartPooling Pic S9(10)V99.
       77 DisponiblePooling Pic S9(10)V99.
       77 MontantNivellement Pic 9(8)V99.
       77 NbJoursPooling Pic 9(5).
       77 NbParticipantsNiveles Pic 9(7).
       77 NbParticipantsPooling Pic 9(7).
       77 NbInteretsPooling Pic 9(7).
       77 NbRelevesPooling Pic 9(7).
       77 TotalRemontePooling Pic 9(12)V99.
       77 TotalCouvertPooling Pic 9(12)V99.
       77 TotalPositionPooling Pic S9(12)V99.
       77 TotalInteretsPooling Pic S9(12)V99.
       77 RemonteesMoisPooling Pic 9(10)V99.
       77 CouverturesMoisPooling Pic 9(10)V99.
       77 MoisPooling Pic X(6).
       77 DeviseMaitrePooling Pic X(3).
       77 DeviseParticipantPooling Pic X(3).
       77 CodeClientComptePooling Pic X(36).
       77 NbExistantsPooling Pic 9(5).
       77 StatutPoolingAvant Pic X.
       77 NoStructureFichier Pic 9(7).
       77 NomFichierPooling Pic X(40).
       77 CheminRelevePooling pic X(255).

       01 NivellementEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Nivellement du cash pooling".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 NivellementEntete2.
         10 Filler pic X(50) value
         " Struct. Participant                 Solde avant ".
         10 Filler pic X(50) value
         "       Cible    Nivellement      Position  Observa".
         10 Filler pic X(4) value
         "tion".

       01 NivellementDetail.
         10 Filler pic X.
         10 NoStructureNivEdit pic Z(6)9.
         10 Filler pic X.
         10 CompteNivEdit pic X(24).
         10 SoldeNivEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 CibleNivEdit pic Z(8)9,99.
         10 Filler pic X.
         10 MontantNivEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 PositionNivEdit pic Z(9)9,99-.
         10 Filler pic X(2).
         10 ObservationNivEdit pic X(50).

       01 NivellementTotal.
         10 Filler pic X.
         10 LibelleNivTotal pic X(40).
         10 ValeurNivTotal pic Z(12)9,99.

       01 RelevePoolingEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Releve de cash pooling".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 RelevePoolingEntete2.
         10 Filler pic X(13) value " Structure : ".
         10 NoStructureRelEdit pic Z(6)9.
         10 Filler pic X.
         10 NomStructureRelEdit pic X(40).
         10 Filler pic X(8) value " Mois : ".
         10 MoisRelEdit pic X(6).

       01 RelevePoolingEntete3.
         10 Filler pic X(13) value " Groupe .. : ".
         10 ClientRelEdit pic X(36).
         10 Filler pic X(18) value " Centralisateur : ".
         10 MaitreRelEdit pic X(24).

       01 RelevePoolingEntete4.
         10 Filler pic X(13) value " Taux : ".
         10 Filler pic X(9) value "preteur ".
         10 TauxPreteurRelEdit pic Z9,9999.
         10 Filler pic X(16) value " %, emprunteur ".
         10 TauxEmprunteurRelEdit pic Z9,9999.
         10 Filler pic X(2) value " %".

       01 RelevePoolingEntete5.
         10 Filler pic X(50) value
         " Participant              S        Cible          ".
         10 Filler pic X(50) value
         "Solde     Remontees   Couvertures      Position  I".
         10 Filler pic X(20) value
         "nterets (+ / -)".

       01 RelevePoolingDetail.
         10 Filler pic X.
         10 CompteRelEdit pic X(24).
         10 Filler pic X.
         10 SensRelEdit pic X.
         10 Filler pic X.
         10 CibleRelEdit pic Z(8)9,99.
         10 Filler pic X.
         10 SoldeRelEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 RemonteesRelEdit pic Z(9)9,99.
         10 Filler pic X.
         10 CouverturesRelEdit pic Z(9)9,99.
         10 Filler pic X.
         10 PositionRelEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 InteretsRelEdit pic Z(8)9,99-.
         10 Filler pic X.
         10 StatutRelEdit pic X.

       01 RelevePoolingTotal.
         10 Filler pic X.
         10 LibelleRelTotal pic X(40).
         10 ValeurRelTotal pic Z(12)9,99-.

      * Circularisation de fin d'exercice : a la demande des
      * commissaires aux comptes, une lettre de confirmation est
      * adressee a chaque client retenu (clients entreprise dont les
      * soldes depassent un seuil, echantillon tire au hasard, ou
      * liste saisie) ; elle reprend ses comptes, aux soldes de la
      * date d'arrete, ses prets, ses comptes a terme et les cautions
      * emises pour son compte. La reponse est saisie contre la
      * lettre (A accord, D desaccord avec le montant du client, N
      * sans reponse) ; l'etat de synthese va aux commissaires

       01 LettreCircularisation.
         10 NoLettreCirc Pic 9(7).
         10 ExerciceCirc sql CHAR (4).
         10 DateArreteCirc sql CHAR (8).
         10 CodeClientCirc PIC X(36).
         10 CritereCirc sql CHAR (1).
         10 SoldeArreteCirc Pic S9(10)V99.
         10 DateEnvoiCirc sql CHAR (8).
         10 ReponseCirc sql CHAR (1).
         10 MontantClientCirc Pic S9(10)V99.
         10 DateReponseCirc sql CHAR (8).
         10 CommentaireCirc sql CHAR-VARYING (60).

       77 ChoixCirc Pic X.
       77 MessageCirc Pic X(78).
       77 EotCirc Pic 9.
       77 EotDetailCirc Pic 9.
       77 SeuilCirc Pic 9(10).
       77 TailleEchantillonCirc Pic 999.
       77 AnneeArreteCirc Pic 9(4).
       77 CodeClientListeCirc Pic X(36).
       77 NomClientCirc Pic X(50).
       77 ReponseAvantCirc Pic X.
       77 NbLettresCirc Pic 9(7).
       77 NbLettresAffiche Pic Z(6)9.
       77 NbExistantsCirc Pic 9(5).
       77 NbConfirmesCirc Pic 9(7).
       77 NbContestesCirc Pic 9(7).
       77 NbManquantsCirc Pic 9(7).
       77 TotalEcartsCirc Pic S9(12)V99.
       77 EcartCirc Pic S9(10)V99.
       77 NbLignesLettreCirc Pic 9(5).
       77 SoldeCompteCirc Pic S9(10)V99.
       77 MouvementsDebitCirc Pic 9(10)V99.
       77 MouvementsCreditCirc Pic 9(10)V99.
       77 MontantDetailCirc Pic S9(10)V99.
       77 DateArreteEditee Pic X(10).
       77 LibelleDetailCirc Pic X(40).
       77 ReferenceDetailCirc Pic X(30).
       77 DateDetailCirc Pic X(8).
       77 DeviseDetailCirc Pic X(3).
       77 NbEcheancesArreteCirc Pic S9(5).
       77 NoEcheanceCirc Pic 9(3).
       77 MoisArreteCirc Pic S9(7).
       77 MoisEcheanceCirc Pic S9(7).
       77 AnneeCalculCirc Pic 9(4).
       77 MoisCalculCirc Pic 99.
       77 TauxMensuelCirc Pic 9V9(8).
       77 CapitalArreteCirc Pic 9(8)V99.
       77 InteretsArreteCirc Pic 9(8)V99.
       77 CapitalEcheanceCirc Pic 9(8)V99.
       77 MensualiteArreteCirc Pic 9(8)V99.
       77 DureeArreteCirc Pic 9(3).
       77 NbRembAuditCirc Pic 9(5).
       77 NbRembHistoriqueCirc Pic 9(5).
       77 CleAuditPretCirc Pic X(60).

       01 LettreCircLigne pic X(100).

       01 LettreCircDetail.
         10 Filler pic X(3).
         10 LibelleCircEdit pic X(40).
         10 ReferenceCircEdit pic X(30).
         10 MontantCircEdit pic Z(9)9,99-.
         10 Filler pic X.
         10 DeviseCircEdit pic X(3).

       01 EtatCircEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Circularisation des soldes".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 EtatCircEntete2.
         10 Filler pic X(6).
         10 Filler pic X(11) value "Exercice : ".
         10 ExerciceCircEdit pic X(4).
         10 Filler pic X(20) value "   arrete au ".
         10 ArreteCircEdit pic X(10).

       01 EtatCircEntete3.
         10 Filler pic X(50) value
         " Lettre  Client                               Cr R".
         10 Filler pic X(50) value
         "   Solde banque    Solde client        Ecart  Comm".
         10 Filler pic X(7) value
         "entaire".

       01 EtatCircDetail.
         10 Filler pic X.
         10 NoLettreCircEdit pic Z(6)9.
         10 Filler pic X.
         10 ClientCircEdit pic X(36).
         10 Filler pic X.
         10 CritereCircEdit pic X.
         10 Filler pic X(2).
         10 ReponseCircEdit pic X.
         10 Filler pic X.
         10 SoldeBanqueCircEdit pic Z(10)9,99-.
         10 Filler pic X.
         10 SoldeClientCircEdit pic Z(10)9,99-.
         10 Filler pic X.
         10 EcartCircEdit pic Z(8)9,99-.
         10 Filler pic X(2).
         10 CommentaireCircEdit pic X(60).

       01 EtatCircTotal.
         10 Filler pic X.
         10 LibelleCircTotal pic X(40).
         10 ValeurCircTotal pic Z(12)9,99-.

      * Tracabilite des consultations : chaque affichage d'un client
      * (fiche, gestion, attestation, liste des comptes, archives,
      * recherche d'operations) laisse une ligne ConsultationClient
      * (operateur, date, heure, client, ecran). L'etat du lundi
      * reprend sur sept jours les consultations des clients sensibles
      * et les operateurs ayant ouvert plus de SeuilConsultations
      * clients distincts (les ecrans de liste, LST et OPE, ne
      * comptent pas dans ce decompte)

       01 ConsultationClient.
         10 CodeClientConsulte PIC X(36).
         10 OperateurConsultation sql CHAR (8).
         10 DateConsultation sql CHAR (8).
         10 HeureConsultation sql CHAR (6).
         10 EcranConsultation sql CHAR (3).

       77 SeuilConsultations Pic 9(5) value 50.
       77 NbConsultationsSignalees Pic 9(7).
       77 NbClientsConsultes Pic 9(7).
       77 NbConsultationsOperateur Pic 9(7).
       77 EotConsult Pic 9.
       77 DateDebutConsult Pic X(8).
       77 JourDebutConsult Pic 9(2).
       77 NomClientConsulte Pic X(50).
       77 CategorieSensible Pic X.
       77 ClientSensibleAvantMaj Pic X.

       01 ConsultEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(12).
         10 Filler pic X(43)
         value "Consultations de clients sensibles".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 ConsultPeriode.
         10 Filler pic X(22) value " Consultations du lend".
         10 Filler pic X(8) value "emain du".
         10 Filler pic X.
         10 DebutPeriodeConsultEdit pic X(8).
         10 Filler pic X(4) value " au ".
         10 FinPeriodeConsultEdit pic X(8).

       01 ConsultTitreSensibles.
         10 Filler pic X(40) value
         " Consultations de clients sensibles (cat".
         10 Filler pic X(40) value
         "egorie P personnel, E expose, V VIP)".

       01 ConsultEnteteSensibles.
         10 Filler pic X(50) value
         " Date     Heure  Operat.  Ecr Cat Client".
         10 Filler pic X(20) value spaces.
         10 Filler pic X(3) value "Nom".

       01 ConsultDetail.
         10 Filler pic X.
         10 DateConsultEdit pic X(8).
         10 Filler pic X.
         10 HeureConsultEdit pic X(6).
         10 Filler pic X.
         10 OperateurConsultEdit pic X(8).
         10 Filler pic X.
         10 EcranConsultEdit pic X(3).
         10 Filler pic X(2).
         10 CategorieConsultEdit pic X.
         10 Filler pic X.
         10 ClientConsultEdit pic X(36).
         10 Filler pic X.
         10 NomConsultEdit pic X(30).

       01 ConsultTitreOperateurs.
         10 Filler pic X(35) value
         " Operateurs ayant consulte plus de ".
         10 SeuilConsultEdit pic Z(4)9.
         10 Filler pic X(18) value " clients distincts".

       01 ConsultEnteteOperateurs.
         10 Filler pic X(45) value
         " Operat.   Clients distincts   Consultations".

       01 ConsultOperateurDetail.
         10 Filler pic X.
         10 OperateurAnomalieEdit pic X(8).
         10 Filler pic X(11).
         10 NbClientsAnomalieEdit pic Z(6)9.
         10 Filler pic X(9).
         10 NbConsultAnomalieEdit pic Z(6)9.

       01 ConsultTotal.
         10 Filler pic X.
         10 LibelleTotalConsult pic X(30).
         10 NbTotalConsultEdit pic ZZZZZZ9.

      * Comptes du personnel : un operateur ne peut agir ni sur les
      * comptes de son propre client ni sur ceux de son foyer (liens
      * client en cours de validite) ; les comptes des salaries
      * (client marque P ou rattache a un operateur) prennent les
      * conditions du personnel dans le calcul des interets et des
      * agios, et l'etat mensuel de la conformite reprend toutes les
      * ecritures passees sur ces comptes avec leur operateur

       01 CompteConflitInterets.
         10 CodeBanqueConflit sql CHAR (5).
         10 CodeGuichetConflit sql CHAR (5).
         10 NoCompteConflit sql CHAR (9).
         10 TypeCompteConflit sql CHAR (2).

       77 CodeClientConflit Pic X(36).
       77 DateConflitTexte Pic X(8).
       77 NbConflitsInterets Pic 9(5).
       77 StatutConflitInterets Pic X.
           88 ConflitInterets Value "O".
       77 CodeClientAvantModif Pic X(36).
       77 TauxInteretPersonnel Pic 9V9(4) value 0.
       77 TauxFraisPersonnel Pic 9V9(4) value 0.
       77 NbComptesPersonnel Pic 9(5).
       77 NbMouvementsPersonnel Pic 9(7).
       77 EotPersonnel Pic 9.
       77 MoisPersonnel Pic X(6).
       77 OperateurMvtPersonnel Pic X(8).
       77 ClientMvtPersonnel Pic X(36).
       77 PropreCompteMvtPersonnel Pic X.

       01 PersonnelEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(12).
         10 Filler pic X(34)
         value "Ecritures des comptes du personnel".
         10 Filler pic X(7) value "Mois : ".
         10 MoisPersonnelEdit pic X(6).

       01 PersonnelEntete2.
         10 Filler pic X(50) value
         " Date     Compte                S Montant      Nat".
         10 Filler pic X(30) value
         " Operat.  Client".

       01 PersonnelDetail.
         10 Filler pic X.
         10 DatePersonnelEdit pic X(8).
         10 Filler pic X.
         10 BanquePersonnelEdit pic X(5).
         10 Filler pic X.
         10 GuichetPersonnelEdit pic X(5).
         10 Filler pic X.
         10 ComptePersonnelEdit pic X(9).
         10 Filler pic X.
         10 SensPersonnelEdit pic X.
         10 Filler pic X.
         10 MontantPersonnelEdit pic Z(7)9,99.
         10 Filler pic X(2).
         10 NaturePersonnelEdit pic X(3).
         10 Filler pic X.
         10 OperateurPersonnelEdit pic X(8).
         10 Filler pic X.
         10 ClientPersonnelEdit pic X(36).
         10 Filler pic X.
         10 ProprePersonnelEdit pic X.

       01 PersonnelTotal.
         10 Filler pic X.
         10 LibelleTotalPersonnel pic X(30).
         10 NbTotalPersonnelEdit pic ZZZZZZ9.

      * Masquage des identifiants sur les sorties : numero de carte
      * reduit aux six premiers et quatre derniers chiffres partout
      * sauf fabrication et echanges acquereur ; numero de compte
      * masque selon la sensibilite de chaque edition (parametre
      * MASQUE_<edition> : N en clair, P partiel = quatre derniers
      * caracteres, T total) ; l'affichage en clair a l'ecran est
      * reserve aux profils habilites a l'option 98 et audite

       77 OptionDemasquage Pic 99 value 98.
       77 EcranDemasquage Pic X(30).
       77 NoCompteMasque Pic X(9).
       77 NiveauMasque Pic X.
         88 MasqueEnClair Value "N".
         88 MasqueTotal Value "T".
       77 MasqueEtatLcbft Pic X value "P".
       77 MasqueExtractComptes Pic X value "P".

      * Eclatement par guichet des etats diffuses aux agences (liste
      * des decouverts, comptes dormants, revues KYC, pieces expirees,
      * lettres de relance, qualite des donnees) : chaque ligne detail
      * est aussi posee dans LigneEclatement avec le guichet du compte,
      * ou du premier compte ouvert du client ; en fin d'etat un
      * fichier par guichet est produit -- nom et adresse du guichet
      * en tete, pagination, sous-totaux par rubrique et total propres
      * -- et inscrit au registre des editions. L'etat consolide du
      * siege reste produit tel quel ; une ligne sans guichet (client
      * sans compte) ne figure que sur le consolide

       01 LigneEclatement.
         10 EditionEclatement sql CHAR-VARYING (20).
         10 CodeBanqueEclatement sql CHAR (5).
         10 CodeGuichetEclatement sql CHAR (5).
         10 NoLigneEclatement Pic 9(7).
         10 RubriqueEclatement sql CHAR-VARYING (60).
         10 TexteEclatement sql CHAR-VARYING (255).
         10 MontantEclatement Pic S9(10)V99.
         10 ComptageEclatement Pic 9.

       77 CodeClientEclatement Pic X(36).
       77 TitreEclatement Pic X(40).
       77 ColonnesEclatement Pic X(132).
       77 AvecMontantEclatement Pic X.
         88 EclatementAvecMontant Value "O".
       77 EotGuichetsEclatement Pic 9.
       77 EotLignesEclatement Pic 9.
       77 RubriqueEclatementPrec Pic X(60).
       77 LigneEditionGuichet Pic X(255).
       77 NomEditionGuichet Pic X(30).
       77 CheminEditionGuichet Pic X(255).
       77 CheminEditionsGuichetDefaut pic X(255)
       value "C:\Users\dugs\Documents".
       77 CheminEditionsGuichet pic X(255).
       77 NoPageGuichet Pic 99.
       77 NbLignePageGuichet Pic 99.
       77 NbLignesGuichet Pic 9(7).
       77 NbDetailsGuichet Pic 9(7).
       77 MontantGuichet Pic S9(12)V99.
       77 NbDetailsRubrique Pic 9(7).
       77 MontantRubrique Pic S9(12)V99.
       77 MontantEclatementEdit Pic Z(11)9,99-.
       77 NbFichiersGuichet Pic 9(5).

       01 GuichetEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(14).
         10 TitreGuichetEntete pic X(40).
         10 Filler pic X(14).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 GuichetEntete2.
         10 Filler pic X(6).
         10 Filler pic X(80) value all "=".

       01 GuichetEntete3.
         10 Filler pic X(11) value " Guichet : ".
         10 CodeBanqueGuichetEntete pic X(5).
         10 Filler pic X value "-".
         10 CodeGuichetEntete pic X(5).
         10 Filler pic X.
         10 NomGuichetEntete pic X(50).

       01 GuichetEntete4.
         10 Filler pic X(23).
         10 AdresseGuichetEntete pic X(60).

       01 GuichetRubrique.
         10 Filler pic X.
         10 RubriqueGuichetEdit pic X(60).

       01 GuichetSousTotal.
         10 Filler pic X(4).
         10 Filler pic X(13) value "Sous-total : ".
         10 NbDetailsRubriqueEdit pic Z(6)9.
         10 Filler pic X(3).
         10 MontantRubriqueTexte pic X(16).

       01 GuichetTotal.
         10 Filler pic X.
         10 Filler pic X(19) value "Total du guichet : ".
         10 NbDetailsGuichetEdit pic Z(6)9.
         10 Filler pic X(3).
         10 MontantGuichetTexte pic X(16).

       01 GuichetBasPage.
         10 Filler pic X(10) value " --- Page ".
         10 NPage pic Z9.
         10 Filler pic X.
         10 Filler pic X(85) value all "-".
         10 Filler pic X(13) value " A suivre ---".

       01 GuichetDernierBasPage.
         10 Filler pic X(10) value " --- Page ".
         10 NPage pic Z9.
         10 Filler pic X.
         10 Filler pic X(97) value all "-".

      * Journal de fin de journee par guichet et par operateur : les
      * mouvements saisis a l'ecran (heure, compte, nature, montant,
      * contrepartie) et les modifications de clients et de comptes
      * tirees de la piste d'audit, totalises par nature ; chaque
      * journal est inscrit dans JournalOperateur (statut N non vise,
      * V vise par le superviseur, qui ne peut viser le sien)

       01 JournalOperateur.
         10 NoJournalOp Pic 9(7).
         10 DateJournalOp sql CHAR (8).
         10 CodeBanqueJournalOp sql CHAR (5).
         10 CodeGuichetJournalOp sql CHAR (5).
         10 OperateurJournalOp sql CHAR (8).
         10 NbMouvementsJournalOp Pic 9(5).
         10 TotalDebitJournalOp Pic S9(10)V99.
         10 TotalCreditJournalOp Pic S9(10)V99.
         10 NbModifsJournalOp Pic 9(5).
         10 StatutJournalOp sql CHAR (1).
           88 JournalOpVise Value "V".
         10 SuperviseurJournalOp sql CHAR (8).
         10 DateVisaJournalOp sql CHAR (8).

       01 TableNaturesJournal.
         05 TotalNatureJournal occurs 40.
           10 CodeNatureJournal Pic X(3).
           10 NbNatureJournal Pic 9(5).
           10 DebitNatureJournal Pic S9(10)V99.
           10 CreditNatureJournal Pic S9(10)V99.

       77 NbNaturesJournal Pic 99.
       77 IdxNatureJournal Pic 99.
       77 IdxNatureTrouvee Pic 99.
       77 NbJournauxOperateurs Pic 9(5).
       77 NbJournauxNonVises Pic 9(5).
       77 NbJournauxExistants Pic 9(5).
       77 EotJournauxOp Pic 9.
       77 EotMouvementsJournal Pic 9.
       77 EotAuditJournal Pic 9.
       77 NbLignesJournalOp Pic 9(7).
       77 NoMouvementAvant Pic 9(9).
       77 NoMouvementApres Pic 9(9).
       77 GuichetContrepartie Pic X(5).
       77 CompteContrepartieJournal Pic X(9).
       77 NoJournalOpSaisi Pic 9(7).
       77 MessageJournalOp Pic X(78).

       01 JournalOpEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(24).
         10 Filler pic X(30) value "Journal des operateurs du".
         10 DateJournalOpEdit pic X(10).
         10 Filler pic X(10).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 JournalOpEntete2.
         10 Filler pic X(6).
         10 Filler pic X(80) value all "=".

       01 JournalOpTitre.
         10 Filler pic X(10) value " Guichet ".
         10 BanqueJournalOpEdit pic X(5).
         10 Filler pic X value "-".
         10 GuichetJournalOpEdit pic X(5).
         10 Filler pic X(14) value "   Operateur ".
         10 OperateurJournalOpEdit pic X(8).

       01 JournalOpColonnes.
         10 Filler pic X(45) value
         " Heure       No mvt  Compte       Nat Sens".
         10 Filler pic X(30) value
         "    Montant  Contrepartie".

       01 JournalOpDetail.
         10 Filler pic X.
         10 HeureJournalOpEdit pic X(8).
         10 Filler pic X.
         10 NoMouvementJournalOpEdit pic Z(8)9.
         10 Filler pic X(2).
         10 CompteJournalOpEdit pic X(9).
         10 Filler pic X.
         10 TypeCompteJournalOpEdit pic X(2).
         10 Filler pic X(2).
         10 NatureJournalOpEdit pic X(3).
         10 Filler pic X(2).
         10 SensJournalOpEdit pic X.
         10 Filler pic X(2).
         10 MontantJournalOpEdit pic Z(8)9,99.
         10 Filler pic X(2).
         10 ContrepartieJournalOpEdit pic X(20).

       01 JournalOpModif.
         10 Filler pic X(11) value " Modif.    ".
         10 TableJournalOpEdit pic X(8).
         10 Filler pic X.
         10 CleJournalOpEdit pic X(24).
         10 Filler pic X.
         10 AncienneJournalOpEdit pic X(30).
         10 Filler pic X(4) value " -> ".
         10 NouvelleJournalOpEdit pic X(30).

       01 JournalOpNature.
         10 Filler pic X(17) value "   Total nature ".
         10 NatureTotalJournalOpEdit pic X(3).
         10 Filler pic X.
         10 NbNatureJournalOpEdit pic Z(4)9.
         10 Filler pic X(16) value " mvt(s)  debit ".
         10 DebitNatureJournalOpEdit pic Z(10)9,99.
         10 Filler pic X(9) value "  credit ".
         10 CreditNatureJournalOpEdit pic Z(10)9,99.

       01 JournalOpTotal.
         10 Filler pic X(20) value " Total operateur : ".
         10 NbMvtsJournalOpEdit pic Z(4)9.
         10 Filler pic X(16) value " mvt(s)  debit ".
         10 DebitJournalOpEdit pic Z(10)9,99.
         10 Filler pic X(9) value "  credit ".
         10 CreditJournalOpEdit pic Z(10)9,99.
         10 Filler pic X(17) value "  modifications ".
         10 NbModifsJournalOpEdit pic Z(4)9.

      * Rattrapage des journees manquees : quand la chaine n'a pas
      * tourne un ou plusieurs jours ouvres, les etapes dependant de
      * la date (accrual, virements permanents, echeances DAT et
      * prets, photo des soldes) sont rejouees jour par jour, a la
      * date comptable de chaque journee manquee, avant la journee du
      * jour ; une journee rejouee tient sa ligne RattrapageJournee
      * dans BatchControle a sa propre date

       77 DateDernierTraitement Pic X(8).
       77 DateJourTraitement Pic X(8).
       77 DateComptableJour Pic X(8).
       77 DateSystemeJour Pic X(8).
       77 JourSemaineJour Pic 9.
       77 ModeRepriseJour Pic X.
       77 DateRattrapage Pic X(8).
       77 NbJourneesRattrapees Pic 9(3).
       77 MaxJoursRattrapage Pic 9(3) value 10.
       77 FinRattrapage Pic 9.
       77 EtapeRattrapageKo Pic X.
         88 RattrapageEnEchec Value "O".
       77 NbLignesRattrapage Pic 9(5).

       01 RattrapageEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(20).
         10 Filler pic X(40) value
         "Rattrapage des journees manquees".
         10 Filler pic X(4).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 RattrapageEntete2.
         10 Filler pic X(6).
         10 Filler pic X(80) value all "=".

       01 RattrapageJournee.
         10 Filler pic X(19) value " Journee rejouee : ".
         10 DateRattrapageEdit pic X(10).

       01 RattrapageDetail.
         10 Filler pic X(4).
         10 EtapeRattrapageEdit pic X(32).
         10 LignesRattrapageEdit pic Z(6)9.
         10 Filler pic X(9) value " ligne(s)".
         10 Filler pic X(3).
         10 StatutRattrapageEdit pic X(20).

       01 RattrapageTotal.
         10 Filler pic X(30) value " Journees rejouees ......... :".
         10 NbJourneesRattrapeesEdit pic ZZ9.

       01 RattrapageAucune.
         10 Filler pic X(40) value
         " Aucune journee ouvree manquee".

      * Instantane de secours : en derniere etape de la chaine de nuit,
      * copie a plat (fichiers .csv separes par des points-virgules)
      * des clients, des comptes (solde, statut, decouvert autorise),
      * des banques, des guichets et des mouvements des trente derniers
      * jours, relue par le programme portable de consultation quand
      * la base est indisponible ; SecoursEntete.csv porte la date et
      * l'heure de l'instantane

       77 CheminSecoursDefaut pic X(255)
       value "C:\Users\dugs\Documents\data".
       77 CheminSecours pic X(255).
       77 CheminFichierSecours Pic X(255).
       77 NomFichierSecours Pic X(30).
       77 LigneSecours Pic X(255).
       77 EotSecours Pic 9.
       77 NbLignesSecours Pic 9(7).
       77 NbFichiersSecours Pic 9.
       77 SoldeSecours Pic S9(10)V99.
       77 SoldeSecoursTexte Pic -9(10)V,99.
       77 DecouvertSecoursTexte Pic -9(10)V,99.
       77 MontantSecoursTexte Pic -9(10)V,99.
       77 DateDebutSecours Pic X(8).
       77 DateComptableSecours Pic X(8).
       77 JourSemaineSecours Pic 9.
       77 NbJoursReculSecours Pic 99 value 30.
       77 CompteurReculSecours Pic 99.

      * Preavis tarifaire : toute modification des conditions
      * appliquees aux clients (taux d'interet et de frais du bareme
      * par type de compte, prix mensuel d'un forfait) prend effet au
      * plus tot NbMoisPreavis mois apres sa saisie des qu'un compte
      * est concerne ; a la validation, les comptes concernes sont
      * listes et chaque client recoit un avis (outbox s'il a un
      * Email, lettre papier sinon, retenue si l'adresse est NPAI)
      * montrant les anciennes et les nouvelles conditions ; chaque
      * avis est conserve dans PreavisTarif comme preuve de
      * l'information (nature B bareme / F forfait / P parametre
      * tarifaire, canal E outbox, C courrier, R retenu NPAI)

       01 PreavisTarif.
         10 NoPreavis Pic 9(7).
         10 CodeClientPreavis PIC X(36).
         10 NatureChangementPreavis sql CHAR (1).
         10 CleChangementPreavis sql CHAR (6).
         10 DateEffetPreavis sql CHAR (8).
         10 AncienneConditionPreavis sql CHAR-VARYING (60).
         10 NouvelleConditionPreavis sql CHAR-VARYING (60).
         10 CanalPreavis sql CHAR (1).
         10 DateEnvoiPreavis sql CHAR (8).
         10 OperateurPreavis sql CHAR (8).
         10 NbComptesPreavis Pic 9(3).
         10 FichierPreavis sql CHAR-VARYING (80).

       77 NbMoisPreavis Pic 9(3) value 2.
       77 DateLimitePreavis Pic X(8).
       77 ChangementTarifaire Pic X.
         88 TarifModifie Value "O".
       77 BaremeEnregistre Pic X.
       77 NbComptesConcernes Pic 9(5).
       77 NbClientsPreavis Pic 9(5).
       77 NbPreavisOutbox Pic 9(5).
       77 NbPreavisCourrier Pic 9(5).
       77 NbPreavisRetenus Pic 9(5).
       77 EotPreavis Pic 9.
       77 CodeClientLuPreavis Pic X(36).
       77 CompteLuPreavis Pic X(30).
       77 AncienTauxInteretPreavis Pic 9V9(4).
       77 AncienTauxFraisPreavis Pic 9V9(4).
       77 AncienPrixForfaitPreavis Pic 9(5)V99.
       77 TauxPreavisAffiche Pic 9V,9(4).
       77 TauxPreavisAffiche2 Pic 9V,9(4).
       77 PrixPreavisAffiche Pic Z(4)9V,99.
       77 DateEffetPreavisEdit Pic X(10).
       77 CheminListePreavis Pic X(255).
       77 CheminLettresPreavis Pic X(255).
       77 NomListePreavis Pic X(60).
       77 NbLignesListePreavis Pic 9(7).
       77 MoisEtatPreavis Pic X(6).
       77 NbLignesEtatPreavis Pic 9(7).
       77 NbClientsEtatPreavis Pic 9(5).

       01 PreavisEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(20).
         10 Filler pic X(34) value "Preavis de modification tarifaire".
         10 Filler pic X(10).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 PreavisEntete2.
         10 Filler pic X(6).
         10 Filler pic X(80) value all "=".

       01 PreavisColonnes.
         10 Filler pic X(40) value " Client".
         10 Filler pic X(30) value "Compte".

       01 PreavisCompte.
         10 Filler pic X.
         10 ClientPreavisEdit pic X(38).
         10 Filler pic X.
         10 ComptePreavisEdit pic X(30).

       01 EtatPreavisEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(20).
         10 Filler pic X(32) value "Avis tarifaires emis - mois".
         10 MoisEtatPreavisEdit pic X(7).
         10 Filler pic X(5).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 EtatPreavisColonnes.
         10 Filler pic X(48) value
         " Envoi       Changement        Effet       Canal".
         10 Filler pic X(10) value "  Clients".

       01 EtatPreavisLigne.
         10 Filler pic X.
         10 DateEnvoiEtatEdit pic X(10).
         10 Filler pic X(2).
         10 ChangementEtatEdit pic X(16).
         10 Filler pic X(2).
         10 DateEffetEtatEdit pic X(10).
         10 Filler pic X(2).
         10 CanalEtatEdit pic X(12).
         10 NbClientsEtatEdit pic Z(6)9.

       01 EtatPreavisTotal.
         10 Filler pic X(40) value " Total des clients avises ...... :".
         10 NbClientsEtatTotalEdit pic Z(6)9.

      * Verification du beneficiaire (concordance nom / IBAN) : avant
      * un virement ou l'ajout d'un beneficiaire, le nom saisi est
      * confronte aux titulaires du compte -- directement si l'IBAN
      * est tenu chez nous, sinon par la demande deposee pour le
      * partenaire et sa reponse ; le resultat (M concordance, C nom
      * proche avec le nom suggere, N pas de concordance, I
      * verification impossible) est montre a l'operateur avant sa
      * confirmation. Les demandes des autres banques sur nos clients
      * sont repondues par la chaine de nuit ; chaque reponse, emise
      * ou recue (sens E / R), est conservee pour les litiges

       01 VerificationBenef.
         10 NoVerification Pic 9(9).
         10 SensVerification sql CHAR (1).
         10 OrigineVerification sql CHAR (10).
         10 ReferenceVerification sql CHAR-VARYING (35).
         10 BicDemandeurVerification sql CHAR (11).
         10 IbanVerification sql CHAR (34).
         10 NomSoumisVerification sql CHAR-VARYING (70).
         10 ResultatVerification sql CHAR (1).
         10 NomSuggereVerification sql CHAR-VARYING (70).
         10 DateVerification sql CHAR (8).
         10 HeureVerification sql CHAR (6).
         10 OperateurVerification sql CHAR (8).
         10 DecisionVerification sql CHAR (1).

       77 IbanVop Pic X(34).
       77 BicVop Pic X(11).
       77 NomVop Pic X(70).
       77 OrigineVop Pic X(10).
       77 ResultatVop Pic X.
       77 NomSuggereVop Pic X(70).
       77 LibelleResultatVop Pic X(60).
       77 MessageVop Pic X(78).
       77 ReponseVop Pic X.
       77 ConfirmationVop Pic X.
         88 VopConfirmee Value "O".
       77 NomSoumisNormalise Pic X(70).
       77 NomCandidatNormalise Pic X(70).
       77 NomNormaliseTravail Pic X(70).
       77 NomNormaliseSortie Pic X(70).
       77 IdxNormaliseVop Pic 99.
       77 LgNormaliseVop Pic 99.
       77 CaractereVop Pic X.
       77 DernierCaractereVop Pic X.
       77 ClePhonetiqueSoumise Pic X(10).
       77 LgCleSoumise Pic 99.
       77 NomTitulaireVop Pic X(50).
       77 PrenomTitulaireVop Pic X(50).
       77 NbComptesIbanVop Pic 9(5).
       77 EotVop Pic 9.
       77 IbanReponseVop Pic X(34).
       77 ReferenceReponseVop Pic X(35).
       77 ResultatReponseVop Pic X.
       77 NomSuggereReponseVop Pic X(70).
       77 NbVerificationsRecues Pic 9(7).
       77 NbVerificationsRepondues Pic 9(7).
       77 StatutFichierVopReponses Pic XX.
       77 StatutFichierVopEntrant Pic XX.
       77 CheminVopEntrantDefaut pic X(255)
       value "C:\Users\dugs\Documents\VopDemandesRecues.txt".
       77 CheminVopEntrant pic X(255).

      * Vue unique des deposants pour le fonds de garantie des depots
      * (FGDR) : par banque et par deposant, les depots crediteurs
      * convertis en EUR au dernier taux connu, les comptes joints
      * repartis a parts egales entre co-titulaires (mandataires
      * exclus), l'epargne reglementee comptee a part, les depots
      * ordinaires plafonnes a PlafondFgdr ; liste de controle des
      * totaux et liste des deposants a l'identite incomplete

       77 PlafondFgdr Pic 9(8) value 100000.
       77 DateFgdr Pic X(8).
       77 EotFgdr Pic 9.
       77 CodeClientFgdr Pic X(36).
       77 CodeBanqueFgdr Pic X(5).
       77 CodeClientFgdrPrecedent Pic X(36).
       77 CodeBanqueFgdrPrecedent Pic X(5).
       77 NomFgdr Pic X(50).
       77 PrenomFgdr Pic X(50).
       77 DateNaissanceFgdr Pic X(8).
       77 CodePostalFgdr Pic X(5).
       77 VilleFgdr Pic X(50).
       77 LibelleVoieFgdr Pic X(38).
       77 StatutClientFgdr Pic X.
       77 DeposantExcluFgdr Pic X.
       77 NomFgdrPrecedent Pic X(50).
       77 PrenomFgdrPrecedent Pic X(50).
       77 DateNaissanceFgdrPrecedent Pic X(8).
       77 CodePostalFgdrPrecedent Pic X(5).
       77 VilleFgdrPrecedent Pic X(50).
       77 LibelleVoieFgdrPrecedent Pic X(38).
       77 StatutClientFgdrPrecedent Pic X.
       77 DeposantExcluFgdrPrecedent Pic X.
       77 CodeGuichetFgdr Pic X(5).
       77 NoCompteFgdr Pic X(9).
       77 TypeCompteFgdr Pic X(2).
       77 DeviseFgdr Pic X(3).
       77 ReglementeFgdr Pic X.
       77 NbTitulairesFgdr Pic 9(3).
       77 SoldeDeviseFgdr Pic S9(10)V99.
       77 SoldeEurFgdr Pic S9(10)V99.
       77 QuotePartFgdr Pic S9(10)V99.
       77 DepotsOrdinairesFgdr Pic 9(11)V99.
       77 DepotsReglementesFgdr Pic 9(11)V99.
       77 IndemnisableFgdr Pic 9(11)V99.
       77 ExcedentFgdr Pic 9(11)V99.
       77 NbDeposantsFgdr Pic 9(7).
       77 NbComptesFgdr Pic 9(7).
       77 NbExclusFgdr Pic 9(7).
       77 NbDecedesFgdr Pic 9(7).
       77 NbBloquesFgdr Pic 9(7).
       77 NbAnomaliesFgdr Pic 9(7).
       77 TotalOrdinairesFgdr Pic 9(13)V99.
       77 TotalReglementesFgdr Pic 9(13)V99.
       77 TotalIndemnisableFgdr Pic 9(13)V99.
       77 TotalExcedentFgdr Pic 9(13)V99.
       77 TotalExclusFgdr Pic 9(13)V99.
       77 SoldeDeviseFgdrAffiche Pic Z(10)9,99.
       77 QuotePartFgdrAffiche Pic Z(10)9,99.
       77 OrdinairesFgdrAffiche Pic Z(10)9,99.
       77 ReglementesFgdrAffiche Pic Z(10)9,99.
       77 IndemnisableFgdrAffiche Pic Z(10)9,99.
       77 ExcedentFgdrAffiche Pic Z(10)9,99.
       77 PlafondFgdrAffiche Pic Z(7)9.
       77 LibelleControleFgdr Pic X(40).
       77 NombreControleFgdr Pic 9(7).
       77 NombreControleFgdrAffiche Pic Z(12)9.
       77 MontantControleFgdr Pic 9(13)V99.
       77 MontantControleFgdrAffiche Pic Z(12)9,99.
       77 AnomalieFgdr Pic X(80).
       77 ExclusionFgdrAvantMaj Pic X.

      * Droit au compte : delai d'ouverture apres la designation,
      * forfait des services bancaires de base, suivi de nuit des
      * designations en attente et etat trimestriel (designations
      * recues, comptes ouverts, delais)

       77 NbJoursDroitAuCompte Pic 9(3) value 3.
       77 CodeForfaitServicesBase Pic X(6) value "SBB".
       77 DesignationBdfSaisie Pic X.
       77 StatutDesignationRel Pic X.
         88 DesignationRelValide Value "O".
       77 DroitAuCompteLu Pic X.
         88 CompteDroitAuCompte Value "O".
       77 DroitAuCompteOuverture Pic X.
       77 NatureFraisDac Pic X(3).
         88 NatureFacturable Value "FRA" "AGI" "FRC" "FRR" "FRV"
                                   "CIN" "COT" "AGE" "COE" "FRE"
                                   "CAU" "LCF" "FDP".
       77 StatutFraisDac Pic X.
         88 FraisHorsServicesBase Value "O".
       77 EotDac Pic 9.
       77 DateJourDac Pic X(8).
       77 DateDebutTrimestreDac Pic X(8).
       77 DateFinTrimestreDac Pic X(8).
       77 MoisDebutTrimestreDac Pic 99.
       77 NoDossierDac Pic 9(5).
       77 NomDac Pic X(50).
       77 PrenomDac Pic X(50).
       77 ReferenceDac Pic X(20).
       77 DateDesignationDac Pic X(8).
       77 DateLimiteDac Pic X(8).
       77 StatutDossierDac Pic X.
       77 DateDecisionDac Pic X(8).
       77 NbJoursDelaiDac Pic 9(3).
       77 SituationDac Pic X(12).
       77 NbDesignationsSuivies Pic 9(7).
       77 NbDesignationsEchues Pic 9(7).
       77 NbDesignationsRecues Pic 9(7).
       77 NbComptesOuvertsDac Pic 9(7).
       77 NbOuverturesHorsDelai Pic 9(7).
       77 NbDesignationsAttente Pic 9(7).
       77 NbDesignationsRefusees Pic 9(7).
       77 NbLignesEtatDac Pic 9(7).

      * Caisse especes : une caisse par guichet et par operateur et
      * par jour (fond d'ouverture, cumuls des entrees et sorties,
      * statut O/F) ; les versements et retraits touchent le compte du
         10 NoCompteCaisse Pic X(9).
         10 TypeCompteCaisse Pic X(2).

      * Reserve especes de l'agence (chambre forte derriere les
      * caisses) : stock comptable par guichet et par coupure
      * (table ReserveEspeces), plafond assure et encaisse minimale par
      * guichet (ReserveGuichet), et mouvements avec leur detail par
      * coupure (MouvementReserve, LigneMvtReserve). Types de
      * mouvement : D dotation d'une caisse, R retour d'une caisse
      * (tous deux valides par un second operateur), C commande au
      * transporteur de fonds ou a la Banque de France, L livraison
      * rapprochee de la commande, V versement au transporteur ou a la
      * Banque de France, I inventaire du jour (stock physique contre
      * stock comptable). Statut : V valide, C commande en attente, L
      * commande livree, X commande livree avec ecart

       01 ReserveGuichet.
         10 CodeBanqueReserve sql CHAR (5).
         10 CodeGuichetReserve sql CHAR (5).
         10 PlafondAssureReserve Pic 9(9)V99.
         10 EncaisseMiniReserve Pic 9(9)V99.

       01 MouvementReserve.
         10 NoMvtReserve Pic 9(7).
         10 TypeMvtReserve sql CHAR (1).
         10 DateMvtReserve sql CHAR (8).
         10 ContrepartieReserve sql CHAR (8).
         10 OperateurMvtReserve sql CHAR (8).
         10 ValideurMvtReserve sql CHAR (8).
         10 MontantMvtReserve Pic 9(9)V99.
         10 EcartMvtReserve Pic S9(9)V99.
         10 NoCommandeReserve Pic 9(7).
         10 StatutMvtReserve sql CHAR (1).
         10 LibelleMvtReserve sql CHAR-VARYING (60).

       01 CoupuresMvtReserve.
         10 NbCoupuresMvt Pic 9(7) occurs 9.
       01 CoupuresStockReserve.
         10 NbCoupuresStock Pic 9(7) occurs 9.
       01 CoupuresCommandeReserve.
         10 NbCoupuresCommande Pic 9(7) occurs 9.

       77 ChoixReserve Pic X.
       77 MessageReserve Pic X(78).
       77 AlerteReserve Pic X(78).
       77 OrigineReserve Pic X.
       77 SensReserve Pic S9.
       77 NombreCoupureReserve Pic S9(7).
       77 NbExistantsReserve Pic 9(5).
       77 TotalStockReserve Pic 9(9)V99.
       77 MontantCommandeReserve Pic 9(9)V99.
       77 NbAlertesReserves Pic 9(7).
       77 NbInventairesJour Pic 9(5).
       77 EotReserve Pic 9.
       77 StatutFichierInventaireReserve Pic XX.
       77 MontantReserveAffiche Pic Z(8)9,99.
       77 EcartReserveAffiche Pic Z(8)9,99-.
       77 PlafondReserveAffiche Pic Z(8)9,99.

       01 AlertesReservesEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(39)
         value "Alertes des reserves especes".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 AlertesReservesEntete2.
         10 Filler pic X(50) value
         " Banque Guich             Stock           Seuil  ".
         10 Filler pic X(30) value
         "Alerte".

       01 AlertesReservesDetail.
         10 Filler pic X.
         10 BanqueAlerteReserveEdit pic X(5).
         10 Filler pic X(2).
         10 GuichetAlerteReserveEdit pic X(5).
         10 Filler pic X(4).
         10 StockAlerteReserveEdit pic Z(10)9,99.
         10 Filler pic X(2).
         10 SeuilAlerteReserveEdit pic Z(10)9,99.
         10 Filler pic X(3).
         10 LibelleAlerteReserveEdit pic X(30).

       01 AlertesReservesTotal.
         10 Filler pic X.
         10 LibelleTotalAlertesReserves pic X(30).
         10 NbTotalAlertesReservesEdit pic ZZZZZZ9.

      * Change manuel de billets etrangers a la caisse : le cours est
      * le dernier taux connu (TauxChange, contre-valeur EUR d'une
      * unite) diminue de la marge d'achat ou augmente de la marge de
      * vente de la devise (parametres MARGE_CHANGE_ACHAT_xxx et
      * MARGE_CHANGE_VENTE_xxx, a defaut MARGE_CHANGE_ACHAT et
      * MARGE_CHANGE_VENTE) ; Sens A achat de billets au client, V
      * vente au client. Les euros passent par la caisse, la marge est
      * passee en produit (704500) par les ecritures de compte general,
      * l'identite du client est exigee au-dela du seuil LCB-FT et
      * l'operation est reprise par la surveillance LCB-FT

       01 OperationChange.
         10 NoOperationChange Pic 9(7).
         10 CodeBanqueChange sql CHAR (5).
         10 CodeGuichetChange sql CHAR (5).
         10 OperateurChange sql CHAR (8).
         10 DateOperationChange sql CHAR (8).
         10 HeureOperationChange sql CHAR (6).
         10 SensChange sql CHAR (1).
         10 DeviseChange sql CHAR (3).
         10 MontantDeviseChange Pic 9(9)V99.
         10 CoursMoyenChange Pic 9(3)V9(6).
         10 CoursAppliqueChange Pic 9(3)V9(6).
         10 ContreValeurEurChange Pic 9(9)V99.
         10 MargeEurChange Pic 9(7)V99.
         10 CodeClientChange PIC X(36).
         10 NomIdentiteChange sql CHAR-VARYING (40).
         10 PieceIdentiteChange sql CHAR (20).

      * Stock de billets etrangers par guichet et par detenteur :
      * l'operateur pour sa caisse, RESERVE pour la reserve de
      * l'agence ; la reserve est approvisionnee ou allegee aupres du
      * correspondant (sens A/V) et dote ou reprend les caisses (sens
      * D/R), toujours sous la validation d'un second operateur

       01 StockDevise.
         10 CodeBanqueStockDev sql CHAR (5).
         10 CodeGuichetStockDev sql CHAR (5).
         10 DetenteurStockDev sql CHAR (8).
         10 DeviseStockDev sql CHAR (3).
         10 MontantStockDev Pic S9(9)V99.

       01 MouvementDevise.
         10 NoMvtDevise Pic 9(7).
         10 SensMvtDevise sql CHAR (1).
         10 DeviseMvtDevise sql CHAR (3).
         10 MontantMvtDevise Pic 9(9)V99.
         10 DetenteurMvtDevise sql CHAR (8).
         10 ValideurMvtDevise sql CHAR (8).

       77 MargeChangeAchatDefaut Pic 9V9(4) value 0.03.
       77 MargeChangeVenteDefaut Pic 9V9(4) value 0.03.
       77 MargeChangeAppliquee Pic 9V9(4).
       77 CodeParametreMarge Pic X(30).
       77 ValeurMoyenneChange Pic 9(9)V99.
       77 MontantDeltaDevise Pic S9(9)V99.
       77 NbExistantsDevise Pic 9(5).
       77 StatutFichierRecusChange Pic XX.
       77 LigneRecuChange Pic X(80).
       77 MontantDeviseAffiche Pic Z(8)9,99.
       77 CoursChangeAffiche Pic ZZ9,9(6).
       77 ContreValeurAffiche Pic Z(8)9,99.

      * Prelevement forfaitaire unique : retenue a la source posee au
      * moment ou l'accrual credite les interets (nature PFU), sauf
      * dispense du client, et recapitulatif mensuel par societe des
         10 Filler pic X(30) value " Montant a reverser ..... :".
         10 TotalPfuEdit pic Z(9)9,99.

      * Creances douteuses (etape de fin de mois) : chaque pret actif
      * et chaque compte debiteur est classe sain (N), sensible (S,
      * impaye ou relance en cours) ou douteux (D, plus de 90 jours de
      * retard), le douteux contaminant toutes les expositions du
      * client ; le classement du mois est garde avec sa date d'entree
      * dans le statut, la provision suit le taux de la categorie et
      * l'ecart avec le mois precedent est passe en dotation ou en
      * reprise (EcritureGl) ; l'etat des creances douteuses liste le
      * stock, les entrees et les sorties du mois. Les cautions donnees
      * actives y figurent (type G) pour leur encours hors bilan : elles
      * suivent la contagion du client mais ne sont pas provisionnees

       01 ClassementCreance.
         10 TypeExposition sql CHAR (1).
         10 ReferenceExposition sql CHAR (21).
         10 CodeClientExposition Pic X(36).
         10 MoisClassement sql CHAR (6).
         10 StatutCreance sql CHAR (1).
         10 DateEntreeStatut sql CHAR (8).
         10 StatutPrecedentCreance sql CHAR (1).
         10 DateEntreePrecedente sql CHAR (8).
         10 NbJoursRetard Pic 9(5).
         10 EncoursCreance Pic 9(10)V99.
         10 TauxProvisionCreance Pic 9V9(4).
         10 ProvisionCreance Pic 9(10)V99.
         10 ProvisionPrecedente Pic 9(10)V99.
         10 ContagionCreance sql CHAR (1).

       77 NbJoursDouteux Pic 9(3) value 90.
       77 TauxProvisionSensible Pic 9V9(4) value 0.05.
       77 TauxProvisionDouteux Pic 9V9(4) value 0.50.
       77 MoisPrecedentClassement Pic X(6).
       77 NbExpositionsClassees Pic 9(7).
       77 NbCreancesDouteuses Pic 9(7).
       77 DateEcheanceRetard Pic X(8).
       77 ProvisionSensibleMois Pic 9(10)V99.
       77 ProvisionSensiblePrec Pic 9(10)V99.
       77 ProvisionDouteuxMois Pic 9(10)V99.
       77 ProvisionDouteuxPrec Pic 9(10)V99.
       77 TotalEncoursDouteux Pic 9(10)V99.
       77 StatutSortieCreance Pic X.
       77 ReferenceProvisions Pic X(10).

       01 EtatDouteuxEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(12).
         10 Filler pic X(34)
         value "Etat des creances douteuses".
         10 Filler pic X(7) value "Mois : ".
         10 MoisDouteuxEdit pic X(6).

       01 EtatDouteuxEntete2.
         10 Filler pic X(80) value
         " T Reference             Client       Depuis    Retard".
         10 Filler pic X(40) value
         "        Encours      Provision Mouvement".

       01 EtatDouteuxDetail.
         10 Filler pic X.
         10 TypeExpositionEdit pic X.
         10 Filler pic X.
         10 ReferenceExpositionEdit pic X(21).
         10 Filler pic X.
         10 ClientExpositionEdit pic X(12).
         10 Filler pic X.
         10 DateEntreeStatutEdit pic X(8).
         10 Filler pic X.
         10 NbJoursRetardEdit pic ZZZZ9.
         10 Filler pic X.
         10 EncoursCreanceEdit pic Z(10)9,99.
         10 Filler pic X.
         10 ProvisionCreanceEdit pic Z(10)9,99.
         10 Filler pic X.
         10 MouvementCreanceEdit pic X(20).

       01 EtatDouteuxTotal.
         10 Filler pic X.
         10 LibelleTotalDouteux pic X(40).
         10 MontantTotalDouteux pic Z(10)9,99.

       77 NbComptesAgios Pic 9(7).
       77 DateDebutTrimestre Pic X(8).
       77 DateFinTrimestre Pic X(8).
         10 AgiosCalculesEdit pic Z(7)9,99.

       77 NbAnneesEckert Pic 99 value 10.
       77 NbAnneesEckertDeces Pic 99 value 3.
       77 DateLimiteEckertDeces Pic X(8).
       77 NbNotificationsDormance Pic 9(7).
       77 NbTransfertsCdc Pic 9(7).
       77 AnneeNotificationDormance Pic X(4).
         10 Filler pic X(25).
         10 Filler pic X(37) value
         "guichet   compte    debit    credit    solde".
         10 Filler pic X(19).
         10 Filler pic X(10) value "conseiller".

       01 DecouvertBasPage.
         10 Filler pic X(10) value " --- Page ".
         10 Credit pic Z(7)9,99.
         10 Filler pic X.
         10 Solde pic Z(6)9,99-.
         10 Filler pic X.
         10 ConseillerDecouvert pic X(8).

      * --- Lignes de la position matinale par banque (photo
      * journaliere des soldes et variation par rapport a la veille) ---
      * Plan de colonnes du fichier d'importation, parametrable par
      * fournisseur : un fichier de description (nombre de
      * separateurs;position de chacun des 13 champs attendus dans la
      * ligne du fournisseur, puis facultativement des 5 champs
      * d'adresse postale : complement, numero de voie, libelle de
      * voie, lieu-dit, pays, et des 2 champs de naissance : date
      * AAAAMMJJ, lieu) permet d'accueillir un nouveau flux sans
      * toucher au programme ; sans fichier, le plan historique
      * (colonnes 1 a 13, 12 separateurs, sans adresse) reste applique
      * -- une position 0 signale un champ absent du flux

       01 ColonnesImport.
         05 ColonneImport Pic X(60) occurs 22 times.

       01 ColonnesChamp.
         05 ColonneChamp Pic 99 occurs 20 times.

       77 StatutFichierLayout Pic XX.
       77 IdxColonne Pic 99.
       77 AutorisationOption Pic X.
         88 OptionAutorisee Value "O".

      * Declarations liees au mot de passe operateur : saisie
      * masquee, empreinte calculee sur le mot de passe et le code
      * operateur (deux operateurs au meme mot de passe n'ont pas la
      * meme empreinte), changement impose a l'expiration

       77 MotDePasseSaisi Pic X(16).
       77 DemandeChangementMdp Pic X.
       77 MessageSignOn Pic X(78).
       77 DureeMotDePasseJours Pic 9(3) value 90.
       77 NouveauMotDePasse Pic X(16).
       77 ConfirmationMotDePasse Pic X(16).
       77 MotDePasseTravail Pic X(16).
       77 LongueurMotDePasse Pic 99.
       77 NbChiffresMotDePasse Pic 99.
       77 NbEssaisChangementMdp Pic 9.
       77 StatutChangementMdp Pic X.
         88 MotDePasseChange Value "O".
       77 NumeroJourMotDePasse Pic 9(7).
       77 AgeMotDePasseJours Pic S9(7).
       77 MessageOperateur Pic X(78).
       77 ChoixOperateur Pic X.
       77 CodeOperateurAdmin Pic X(8).
       77 CodeOperateurEmpreinte Pic X(8).
       77 ProfilAvantModif Pic X.
       77 DateFinAvantModif Pic X(8).
       77 EotHabilitation Pic 9.
       77 NbHabilitations Pic 9(5).
       77 IdxHabilitation Pic 99.
       77 ActionHabilitation Pic X.
       77 MessageHabilitation Pic X(78).
       77 PointeurListeOptions Pic 999.

       01 ListeOptionsProfil pic X(300).
       01 Filler redefines ListeOptionsProfil.
         10 ListeOptionsLigne1 pic X(75).
         10 ListeOptionsLigne2 pic X(75).
         10 ListeOptionsLigne3 pic X(75).
         10 ListeOptionsLigne4 pic X(75).

       01 EmpreinteMotDePasse.
         10 EmpreintePartie1 Pic 9(8).
         10 EmpreintePartie2 Pic 9(8).

       77 EmpreinteTexte Pic X(16).
       77 DateSystemeTexte Pic X(8).
       77 SourceEmpreinte Pic X(24).
       77 TourEmpreinte Pic 99.
       77 PositionEmpreinte Pic 99.
       77 RangCaractereEmpreinte Pic 99.
       77 TravailEmpreinte Pic 9(12).
       77 QuotientEmpreinte Pic 9(12).

       01 AlphabetEmpreinte.
         10 Filler pic X(36)
         value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         10 Filler pic X(40)
         value "abcdefghijklmnopqrstuvwxyz-_.!?*#@$%&+=/".

      * D�clarations li�es � la piste d'audit des MAJ Client/Compte/
      * Banque

       77 NouvelleValeurAudit Pic X(100).
       77 DateAuditTexte Pic X(8).

      * Bloc adresse des courriers : jusqu'a six lignes (identite,
      * complement, voie, lieu-dit, code postal et localite, pays
      * pour l'etranger), tassees vers le haut et decalees a droite
      * pour tomber dans la fenetre de l'enveloppe ; le bloc a
      * toujours six lignes pour que le corps de la lettre commence au
      * meme endroit

       01 BlocAdresse.
         10 LigneBlocAdresse occurs 6.
           20 ReferenceBlocAdresse pic X(40).
           20 TexteBlocAdresse pic X(38).

      * Chaque courrier papier recoit une reference, imprimee en marge
      * de la premiere ligne du bloc hors fenetre, qui permet de
      * retrouver le client a la saisie d'un retour de courrier

       01 CourrierEmis.
         10 NoCourrier Pic 9(7).
         10 TypeCourrier sql CHAR-VARYING (20).
         10 DateEnvoiCourrier sql CHAR (8).

      * Courrier retenu (adresse NPAI) : liste des courriers papier non
      * postes, l'Email du client ouvrant a la place un depot dans
      * l'outbox pour les relances

       77 StatutFichierCourrierNpai Pic XX.
       77 AdresseNpaiLue Pic X.
         88 AdresseClientNpai Value "O".
       77 EmailCourrier Pic X(60).
       77 NbRelevesRetenus Pic 9(7).

       77 NoCourrierRetour Pic 9(7).
       77 CodeClientRetour Pic X(36).
       77 MessageRetourCourrier Pic X(78).

       01 AdresseCourrier.
         10 IntituleCourrier sql CHAR (5).
         10 NomCourrier sql CHAR-VARYING (50).
         10 PrenomCourrier sql CHAR-VARYING (50).
         10 ComplementCourrier sql CHAR-VARYING (38).
         10 NumeroVoieCourrier sql CHAR (10).
         10 LibelleVoieCourrier sql CHAR-VARYING (38).
         10 LieuDitCourrier sql CHAR-VARYING (38).
         10 CodePostalCourrier sql CHAR (5).
         10 VilleCourrier sql CHAR-VARYING (50).
         10 PaysCourrier sql CHAR-VARYING (38).

       77 CodeClientCourrier Pic X(36).
       77 NoCourrierEdite Pic Z(6)9.
       77 IdxBlocAdresse Pic 9.
       77 NbLignesBlocAdresse Pic 9.
       77 CorpsCourrier Pic X(255).
       77 BlocReleveAEcrire Pic X.

      * Sauvegarde des valeurs avant MAJ (pour l'audit)

       77 NomBanqueAvantMaj Pic X(50).
       77 VilleAvantMaj Pic X(50).
       77 EmailAvantMaj Pic X(60).
       77 TelephoneAvantMaj Pic X(15).
       77 ComplementAvantMaj Pic X(38).
       77 NumeroVoieAvantMaj Pic X(10).
       77 LibelleVoieAvantMaj Pic X(38).
       77 LieuDitAvantMaj Pic X(38).
       77 PaysAdresseAvantMaj Pic X(38).
       77 AdresseNpaiAvantMaj Pic X.
       77 CleRibAvantMaj Pic X(2).
       77 IbanAvantMaj Pic X(34).
       77 DebitAvantMaj Pic 9(8)V99.
       77 MontantPrelevementTexte Pic X(12).
       77 MontantPreleve Pic 9(8)V99.
       77 MessageMandat Pic X(78).
       77 NoInstructionLevee Pic 9(7).
       77 CodeRejetPrelevement Pic X(4).
       77 InstructionRejetPrelevement Pic X(21).
       77 DateControlePrelev Pic X(8).
       77 DateDernierPrelevLu Pic X(8).
       77 NbListeBlancheCompte Pic 9(5).
       77 NbInstrPlafond Pic 9(5).
       77 NbInstrPeriodicite Pic 9(5).
       77 NbInstrBlocage Pic 9(5).
       77 NbInstrListeBlanche Pic 9(5).
       77 LibelleInstrPrelevFiche Pic X(8).

       77 CheminPrelevementDefaut pic X(255)
       value "C:\Users\dugs\Documents\RemisePrelevement.txt".
         10 Filler pic X(7) value " Ligne ".
         10 NoLigneRejetPrelev pic ZZZZZ9.
         10 Filler pic X(3) value " : ".
         10 CodeRejetPrelev pic X(4).
         10 Filler pic X.
         10 MotifRejetPrelev pic X(40).
         10 Filler pic X.
         10 InstructionRejetPrelev pic X(21).
         10 Filler pic X(3) value " - ".
         10 ContenuRejetPrelev pic X(60).

       77 NbMouvementsCreditStat Pic 9(7).
       77 MontantDebitStat Pic S9(12)V99.
       77 MontantCreditStat Pic S9(12)V99.
       77 NbRupturesDatStat Pic 9(7).
       77 PenalitesDatStat Pic 9(10)V99.

       01 StatEntete1.
         10 SocieteEntete pic X(6).

       01 StatEntete4.
         10 Filler pic X.
         10 Filler pic X(118) value all "-".

       01 StatEntete6.
         10 Filler pic X(6).
         10 Filler pic X(15) value "Montant debit".
         10 Filler pic X(10) value "Nb credit".
         10 Filler pic X(15) value "Montant credit".
         10 Filler pic X(10) value "  Ruptures".
         10 Filler pic X(13) value "    Penalites".

       01 StatBasPage.
         10 Filler pic X(10) value " --- Page ".
         10 NPage pic Z9.
         10 Filler pic X.
         10 Filler pic X(93) value all "-".
         10 Filler pic X(13) value " A suivre ---".

       01 StatDernierBasPage.
         10 Filler pic X(10) value " --- Page ".
         10 NPage pic Z9.
         10 Filler pic X.
         10 Filler pic X(106) value all "-".

       01 StatDetail.
         10 Filler pic X.
         10 NbCreditAffiche pic ZZZZZZZZ9.
         10 Filler pic X.
         10 MontantCreditAffiche pic Z(10)9,99-.
         10 Filler pic X.
         10 NbRupturesAffiche pic ZZZZZZZZ9.
         10 Filler pic X.
         10 PenalitesDatAffiche pic Z(8)9,99.

      * D�clarations li�es a l'export comptable de fin de journee :
      * chaque mouvement du jour produit deux lignes d'ecriture
       77 NbEcrituresTexte Pic 9(9).
       77 SensContrepartie Pic X.

      * Comptabilite generale interne : plan de comptes (numero,
      * libelle, classe, sens normal du solde), regles de contrepartie
      * par nature de mouvement maintenues a l'ecran (une regle
      * enregistree prime sur la regle standard de
      * ChoisirContrepartieGl) et grand livre alimente par l'export
      * comptable (les deux lignes de chaque ecriture, le cote client
      * sur le compte collectif de la clientele). La balance generale
      * et le grand livre se rapprochent au centime des soldes des
      * comptes clients

       01 PlanComptable.
         10 NoCompteGeneral sql CHAR (6).
         10 LibelleCompteGeneral sql CHAR (30).
         10 ClasseCompteGeneral sql CHAR (1).
         10 SensCompteGeneral sql CHAR (1).

       01 RegleContrepartie.
         10 NatureRegle sql CHAR (3).
         10 CompteRegle sql CHAR (6).
         10 LibelleRegle sql CHAR (20).

       01 LigneGrandLivre.
         10 NoLigneGl Pic 9(9).
         10 DateLigneGl sql CHAR (8).
         10 CompteLigneGl sql CHAR (6).
         10 SensLigneGl sql CHAR (1).
         10 MontantLigneGl Pic 9(10)V99.
         10 LibelleLigneGl sql CHAR (20).
         10 ReferenceLigneGl sql CHAR (24).
         10 NoMouvementLigneGl Pic 9(9).

       77 CompteGlClientele Pic X(6) value "251000".
       77 DateGrandLivreExport Pic X(8).
       77 ChoixCompta Pic X.
       77 MessageCompta Pic X(78).
       77 NbComptesPlan Pic 9(5).
       77 NbReglesNature Pic 9(5).
       77 MoisBalanceGl Pic X(6).
       77 DateDebutGl Pic X(8).
       77 DateFinGl Pic X(8).
       77 CompteGrandLivre Pic X(6).
       77 ComptePrecedentGl Pic X(6).
       77 EotGl Pic 9.
       77 NbLignesBalanceGl Pic 9(7).
       77 NbLignesGrandLivre Pic 9(7).
       77 SoldeOuvertureGl Pic S9(13)V99.
       77 MouvementsDebitGl Pic S9(13)V99.
       77 MouvementsCreditGl Pic S9(13)V99.
       77 SoldeClotureGl Pic S9(13)V99.
       77 SoldeProgressifGl Pic S9(13)V99.
       77 TotalOuvertureGl Pic S9(13)V99.
       77 TotalDebitGl Pic S9(13)V99.
       77 TotalCreditGl Pic S9(13)V99.
       77 TotalClotureGl Pic S9(13)V99.
       77 CompteDebitGlTotal Pic S9(13)V99.
       77 CompteCreditGlTotal Pic S9(13)V99.
       77 SoldeComptesClientsGl Pic S9(13)V99.
       77 NetNonExporteGl Pic S9(13)V99.

      * Reprise d'ouverture du grand livre : ecriture unique du
      * collectif clientele contre 890000, datee de la premiere ligne
      * du grand livre, qui y porte les soldes clients anterieurs a sa
      * mise en service

       77 NbRepriseGl Pic 9(5).
       77 SoldeRepriseGl Pic S9(13)V99.
       77 DateRepriseGl Pic X(8).
       77 DateExportSauveeGl Pic X(8).
       77 NetApresPeriodeGl Pic S9(13)V99.
       77 AttenduClienteleGl Pic S9(13)V99.
       77 SoldeClienteleGl Pic S9(13)V99.
       77 EcartClienteleGl Pic S9(13)V99.

       01 BalanceGlEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(10).
         10 Filler pic X(30) value "Balance generale du mois de ".
         10 MoisBalanceGlEdit pic X(6).
         10 Filler pic X(9).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 BalanceGlEntete2.
         10 Filler pic X(50) value
         " Compte Libelle                          Solde ouv".
         10 Filler pic X(50) value
         "erture            Debit           Credit    Solde ".
         10 Filler pic X(7) value
         "cloture".

       01 BalanceGlDetail.
         10 Filler pic X.
         10 CompteBalanceGlEdit pic X(6).
         10 Filler pic X.
         10 LibelleBalanceGlEdit pic X(30).
         10 Filler pic X.
         10 OuvertureGlEdit pic Z(12)9,99-.
         10 Filler pic X.
         10 DebitBalanceGlEdit pic Z(12)9,99-.
         10 Filler pic X.
         10 CreditBalanceGlEdit pic Z(12)9,99-.
         10 Filler pic X.
         10 ClotureGlEdit pic Z(12)9,99-.

       01 GrandLivreEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(10).
         10 Filler pic X(18) value "Grand livre du ".
         10 DebutGrandLivreEdit pic X(8).
         10 Filler pic X(4) value " au ".
         10 FinGrandLivreEdit pic X(8).
         10 Filler pic X(9).
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 GrandLivreCompteLigne.
         10 Filler pic X(9) value " Compte ".
         10 CompteGrandLivreEdit pic X(6).
         10 Filler pic X(2).
         10 LibelleGrandLivreEdit pic X(30).

       01 GrandLivreEntete2.
         10 Filler pic X(50) value
         "   Date     Libelle              Reference".
         10 Filler pic X(50) value
         "                         Debit           Credit".
         10 Filler pic X(20) value
         "            Solde".

       01 GrandLivreDetail.
         10 Filler pic X(3).
         10 DateGrandLivreEdit pic X(8).
         10 Filler pic X.
         10 LibelleLigneGlEdit pic X(20).
         10 Filler pic X.
         10 ReferenceLigneGlEdit pic X(24).
         10 Filler pic X.
         10 DebitGrandLivreEdit pic Z(12)9,99-.
         10 Filler pic X.
         10 CreditGrandLivreEdit pic Z(12)9,99-.
         10 Filler pic X.
         10 SoldeGrandLivreEdit pic Z(12)9,99-.

       01 ControleGlLigne.
         10 Filler pic X(2).
         10 LibelleControleGl pic X(45).
         10 ValeurControleGl pic Z(12)9,99-.

      * Comptes d'attente (471xxx) : chaque ecriture passee en compte
      * d'attente par l'export comptable (contrepartie d'un mouvement
      * ou ecriture de compte general) est conservee ouverte (O)
      * jusqu'a son lettrage (L) avec les ecritures de sens inverse
      * qui la soldent, manuellement a l'ecran ou automatiquement
      * (meme compte, meme montant, meme reference ou a defaut meme
      * date) ; la balance agee liste les ecritures non lettrees par
      * tranche d'anciennete

       01 EcritureAttente.
         10 NoEcritureAttente Pic 9(9).
         10 CompteAttente sql CHAR (6).
         10 DateEcritureAttente sql CHAR (8).
         10 SensAttente sql CHAR (1).
         10 MontantEcrAttente Pic 9(10)V99.
         10 ReferenceAttente sql CHAR (24).
         10 LibelleAttente sql CHAR (20).
         10 NoMouvementAttente Pic 9(9).
         10 StatutEcritureAttente sql CHAR (1).
         10 NoLettrage Pic 9(7).

       01 LettrageSaisi.
         10 NoEcritureLettree Pic 9(9) occurs 4.

       77 CompteAttenteSaisi Pic X(6).
       77 IdxLettrage Pic 9.
       77 IdxLettragePrecedent Pic 9.
       77 NbEcrituresLettrees Pic 9.
       77 TotalDebitLettrage Pic 9(11)V99.
       77 TotalCreditLettrage Pic 9(11)V99.
       77 NoContrepartieLettrage Pic 9(9).
       77 NbLettragesAuto Pic 9(7).
       77 NbEcrituresAttenteOuvertes Pic 9(7).
       77 EotAttente Pic 9.
       77 ChoixAttente Pic X.
       77 MessageAttente Pic X(78).
       77 NumeroJourArrete Pic 9(7).
       77 AgeEcritureAttente Pic S9(7).
       77 MontantSigneAttente Pic S9(10)V99.
       77 ComptePrecedentAttente Pic X(6).
       77 TrancheAttente1 Pic S9(12)V99.
       77 TrancheAttente2 Pic S9(12)V99.
       77 TrancheAttente3 Pic S9(12)V99.
       77 TotalTrancheAttente1 Pic S9(12)V99.
       77 TotalTrancheAttente2 Pic S9(12)V99.
       77 TotalTrancheAttente3 Pic S9(12)V99.

       01 AttenteEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(10).
         10 Filler pic X(45)
         value "Balance agee des comptes d'attente".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 AttenteEntete2.
         10 Filler pic X(57) value
         " Compte  No ecrit.  Date     S Reference".
         10 Filler pic X(36) value
         "Libelle                   0-30 jours".
         10 Filler pic X(34) value
         "      31-90 jours plus de 90 jours".

       01 AttenteDetail.
         10 Filler pic X.
         10 CompteAttenteEdit pic X(6).
         10 Filler pic X(2).
         10 NoEcritureAttenteEdit pic Z(8)9.
         10 Filler pic X(2).
         10 DateAttenteEdit pic X(8).
         10 Filler pic X.
         10 SensAttenteEdit pic X.
         10 Filler pic X.
         10 ReferenceAttenteEdit pic X(24).
         10 Filler pic X(2).
         10 LibelleAttenteEdit pic X(20).
         10 Filler pic X.
         10 Tranche1AttenteEdit pic Z(10)9,99-.
         10 Filler pic X(2).
         10 Tranche2AttenteEdit pic Z(10)9,99-.
         10 Filler pic X(2).
         10 Tranche3AttenteEdit pic Z(10)9,99-.

      * Ecritures de compte general a compte general (provisions...)
      * posees par les traitements de fin de mois et reprises dans le
      * fichier par l'export suivant, en deux lignes equilibrees

       01 EcritureGl.
         10 NoEcritureGl Pic 9(9).
         10 DateEcritureGl sql CHAR (8).
         10 CompteDebitGl sql CHAR (6).
         10 CompteCreditGl sql CHAR (6).
         10 MontantEcritureGl Pic 9(10)V99.
         10 LibelleGl sql CHAR (20).
         10 ReferenceGl sql CHAR (10).

       77 NbEcrituresGlExportees Pic 9(7).

      * D�clarations li�es a la cloture annuelle : les mouvements de
      * l'annee close sont verses dans un fichier d'historique avec
      * totaux de controle, un mouvement unique de solde a nouveau
       77 DateLimiteInactivite Pic X(8).
       77 NbMoisInactivite Pic 9(5).
       77 AnneeLimiteInactivite Pic 9(4).
       77 AnneeLimiteDeces Pic 9(4).
       77 DateLimiteDeces Pic X(8).
       77 MoisLimiteInactivite Pic 99.
       77 NbComptesDormants Pic 9(7).
       77 DernierMouvementCompte Pic X(8).
      * (SoldeJournalier) et a la position matinale par banque

       77 DateSoldeJournalier Pic X(8).

      * Prevision de tresorerie a 30 jours ouvres, par banque et par
      * devise, tiree des flux deja connus de la base : echeances des
      * virements permanents, mensualites des prets, echeances des
      * comptes a terme, remises de cheques en attente de credit et
      * prelevements estimes sur l'historique des comptes sous mandat
      * (moyenne des trois derniers mois, au jour du dernier
      * prelevement). Les positions prevues sont conservees
      * (PrevisionTresorerie) pour etre confrontees ensuite aux soldes
      * reellement constates

       01 LignePrevision.
         10 DateCalculPrev sql CHAR (8).
         10 CodeBanqueFluxPrev sql CHAR (5).
         10 DeviseFluxPrev sql CHAR (3).
         10 DatePrevue sql CHAR (8).
         10 EntreesPrevues Pic S9(12)V99.
         10 SortiesPrevues Pic S9(12)V99.
         10 PositionPrevue Pic S9(12)V99.

       01 JoursPrevision.
         10 JourPrevision Pic X(8) occurs 30.

       01 TablePrevision.
         10 PairePrevision occurs 50.
           20 CodeBanquePrev Pic X(5).
           20 DevisePrev Pic X(3).
           20 PositionDepartPrev Pic S9(12)V99.
           20 JourPairePrev occurs 30.
             30 EntreesPrev Pic S9(12)V99.
             30 SortiesPrev Pic S9(12)V99.

       77 NbJoursPrevision Pic 99 value 30.
       77 MaxPairesPrevision Pic 99 value 50.
       77 NbPairesPrevision Pic 99.
       77 IdxPairePrev Pic 99.
       77 IdxJourPrev Pic 99.
       77 IdxMoisPrev Pic 9.
       77 EotPrev Pic 9.
       77 DateFluxPrev Pic X(8).
       77 DateEcheanceFluxPrev Pic X(8).
       77 MontantFluxPrev Pic S9(12)V99.
       77 DeviseDestPrev Pic X(3).
       77 CodeBanqueDestPrev Pic X(5).
       77 JourMoisFluxPrev Pic 99.
       77 DateDebutFluxPrev Pic X(8).
       77 DateFinFluxPrev Pic X(8).
       77 ModeFluxPrev Pic X.
       77 TauxFluxPrev Pic 9V9(4).
       77 DureeFluxPrev Pic 99.
       77 DateHistoriquePrev Pic X(8).
       77 DateControlePrev Pic X(8).
       77 TotalMoisPrev Pic 9(7).
       77 AnneeMoisPrev Pic 9(4).
       77 ResteMoisPrev Pic 99.
       77 MoisMoisPrev Pic 99.
       77 RealisePrev Pic S9(12)V99.
       77 EcartPrev Pic S9(12)V99.
       77 TotalEcartsAbsPrev Pic S9(13)V99.
       77 NbControlesPrev Pic 9(5).
       77 NbLignesPrevision Pic 9(7).

       01 PrevEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(10).
         10 Filler pic X(45)
         value "Prevision de tresorerie a 30 jours ouvres".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 PrevPaireLigne.
         10 Filler pic X(8) value " Banque ".
         10 BanquePrevEdit pic X(5).
         10 Filler pic X(9) value "  Devise ".
         10 DevisePrevEdit pic X(3).
         10 Filler pic X(24) value "  Position de depart : ".
         10 DepartPrevEdit pic Z(11)9,99-.

       01 PrevEntete2.
         10 Filler pic X(50) value
         " Date             Entrees          Sorties".
         10 Filler pic X(50) value
         "             Net   Position prevue".

       01 PrevDetail.
         10 Filler pic X.
         10 DatePrevEdit pic X(8).
         10 Filler pic X.
         10 EntreesPrevEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 SortiesPrevEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 NetPrevEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 PositionPrevEdit pic Z(11)9,99-.

       01 PrevControleEntete1.
         10 Filler pic X(50) value
         " Prevision contre realise (position de fin de jour".
         10 Filler pic X(30) value
         ", mois ecoule)".

       01 PrevControleEntete2.
         10 Filler pic X(50) value
         " Banque Devise Date      Prevue le          Prevue".
         10 Filler pic X(50) value
         "         Realisee            Ecart".

       01 PrevControleDetail.
         10 Filler pic X.
         10 BanqueControleEdit pic X(5).
         10 Filler pic X(2).
         10 DeviseControleEdit pic X(3).
         10 Filler pic X(2).
         10 DateControleEdit pic X(8).
         10 Filler pic X(2).
         10 CalculControleEdit pic X(8).
         10 Filler pic X.
         10 PrevueControleEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 RealiseControleEdit pic Z(11)9,99-.
         10 Filler pic X.
         10 EcartControleEdit pic Z(11)9,99-.

       01 PrevControleTotal.
         10 Filler pic X(24) value " Ecart moyen absolu ... ".
         10 EcartMoyenPrevEdit pic Z(11)9,99.
         10 Filler pic X(6) value " sur ".
         10 NbControlesPrevEdit pic ZZZZ9.
         10 Filler pic X(14) value " jour(s)".
       77 DateVeilleSolde Pic X(8).
       77 NbComptesPhotographies Pic 9(7).
       77 TotalDebitJour Pic S9(10)V99.
         10 SensLcb pic X.
         10 Filler pic X.
         10 MontantLcbAffiche pic Z(8)9,99.
         10 Filler pic X.
         10 ConseillerLcb pic X(8).

       01 LcbDetailChange.
         10 Filler pic X(2).
         10 Filler pic X(11) value "Change".
         10 NomClientChangeLcb pic X(30).
         10 Filler pic X.
         10 CodeGuichetChangeLcb pic X(5).
         10 Filler pic X.
         10 DeviseChangeLcb pic X(9).
         10 Filler pic X.
         10 DateChangeLcb pic X(8).
         10 Filler pic X.
         10 SensChangeLcb pic X.
         10 Filler pic X.
         10 MontantChangeLcbAffiche pic Z(8)9,99.
         10 Filler pic X.
         10 ConseillerChangeLcb pic X(8).

       01 LcbDetailMensuel.
         10 Filler pic X(2).
         10 Filler pic X(11).
         10 Filler pic X(8) value "Cumul : ".
         10 CumulLcbAffiche pic Z(10)9,99.
         10 Filler pic X.
         10 ConseillerCumulLcb pic X(8).

      * Traitement des alertes LCB-FT par la conformite : chaque
      * alerte porte un numero et un statut (O ouverte, D documents
      * demandes au client, F classee avec justification, S declaree
      * a la cellule de renseignement financier) ; toute action de
      * l'analyste est gardee dans SuiviAlerteLcbft, la declaration de
      * soupcon part dans le fichier des declarations et passe le
      * client en risque eleve

       01 AlerteLcb.
         10 NoAlerteLcb Pic 9(7).
         10 TypeAlerteRevueLcb sql CHAR (1).
         10 CleAlerteRevueLcb sql CHAR (40).
         10 CodeClientAlerteLcb Pic X(36).
         10 DateAlerteLcb sql CHAR (8).
         10 StatutAlerteLcb sql CHAR (1).
         10 DateClotureLcb sql CHAR (8).
         10 JustificationLcb sql CHAR (60).
         10 OperateurClotureLcb sql CHAR (8).

       01 SuiviAlerteLcb.
         10 NoAlerteSuiviLcb Pic 9(7).
         10 NoSuiviLcb Pic 9(5).
         10 DateSuiviLcb sql CHAR (8).
         10 OperateurSuiviLcb sql CHAR (8).
         10 ActionSuiviLcb sql CHAR (1).
         10 TexteSuiviLcb sql CHAR (60).

       77 NoAlerteLcbSaisi Pic 9(7).
       77 ActionLcbSaisie Pic X.
       77 TexteLcbSaisi Pic X(60).
       77 MessageLcb Pic X(78).
       77 NomClientRevueLcb Pic X(30).
       77 AgeAlerteLcb Pic 9(5).
       77 EotLcb Pic 9.
       77 StatutFichierDeclSoupcon Pic XX.
       77 NiveauRisqueAvantLcb Pic X.
       77 DateRevueKycAvantLcb Pic X(8).
       77 NoDeclarationSoupcon Pic X(9).

      * Bilan mensuel des alertes (etape de la chaine de fin de mois)

       77 DebutMoisBilanLcb Pic X(8).
       77 FinMoisBilanLcb Pic X(8).
       77 NbAlertesCreeesLcb Pic 9(7).
       77 NbAlertesUnitairesLcb Pic 9(7).
       77 NbAlertesMensuellesLcb Pic 9(7).
       77 NbAlertesClassees Pic 9(7).
       77 NbDeclarationsSoupcon Pic 9(7).
       77 NbAlertesTraitees Pic 9(7).
       77 NbTraiteesSous30j Pic 9(7).
       77 CumulDelaisLcb Pic 9(9).
       77 DelaiMaxLcb Pic 9(5).
       77 DelaiMoyenLcb Pic 9(5).
       77 NbAlertesEnCoursLcb Pic 9(7).
       77 NbEnCoursPlus30j Pic 9(7).
       77 NbEnCoursPlus90j Pic 9(7).

       01 BilanLcbEntete1.
         10 SocieteEntete pic X(6).
         10 Filler pic X(16).
         10 Filler pic X(40)
         value "Bilan mensuel des alertes LCB-FT".
         10 Filler pic X(7) value "Date : ".
         10 Jour pic 99.
         10 Filler pic X value "/".
         10 Mois pic 99.
         10 Filler pic X value "/".
         10 Annee pic 99.

       01 BilanLcbLigne.
         10 Filler pic X(2).
         10 LibelleBilanLcb pic X(52).
         10 ValeurBilanLcb pic Z(6)9.

      * Cadre de controle comptable de la chaine : photo des totaux
      * par banque avant la premiere etape, recalcul apres la
       77 EmailReleve Pic X(60).
       77 NoPagePapier Pic 99.
       77 NbRelevesEnvoyes Pic 9(7).
       77 NomFichierOutbox Pic X(80).

       01 LigneReleveAEcrire pic X(255).

         10 Filler pic X(27) value "Releves electroniques ... :".
         10 NbRelevesEnvoyesAffiche pic ZZZZZZ9.

       01 ReleveControleLigne4.
         10 Filler pic X value " ".
         10 Filler pic X(27) value "Releves retenus (NPAI) .. :".
         10 NbRelevesRetenusAffiche pic ZZZZZZ9.

       01 ReleveControleLigne1.
         10 Filler pic X value " ".
         10 Filler pic X(27) value "Releves produits ........ :".
       77 TauxInteretApplique Pic 9V9(4).
       77 TauxFraisApplique Pic 9V9(4).
       77 DateJourAccrual Pic X(8).
       77 EpargneReglementeeApplique Pic X.

      * Interets par quinzaine des livrets reglementes : un depot
      * compte a partir du 1er ou du 16 suivant sa date de valeur, un
      * retrait cesse de compter des le 1er ou le 16 precedent ; le
      * solde de chaque quinzaine (jamais negatif) est remunere au
      * vingt-quatrieme du taux annuel en vigueur a son debut.
      * Capitalisation au 31 decembre (chaine de fin de mois) ou a
      * la cloture, interets acquis rappeles sur la fiche client

       01 TableQuinzaines.
         10 LigneQuinzaine occurs 24.
           20 DepotsQuinzaine Pic 9(9)V99.
           20 RetraitsQuinzaine Pic 9(9)V99.
           20 TauxQuinzaine Pic 9V9(4).

       77 IdxQuinzaine Pic 99.
       77 NoQuinzaine Pic 99.
       77 NbQuinzainesCalcul Pic 99.
       77 AnneeQuinzaine Pic 9(4).
       77 MoisQuinzaine Pic 99.
       77 JourQuinzaine Pic 99.
       77 ResteQuinzaine Pic 9.
       77 DebutAnneeQuinzaine Pic X(8).
       77 DebutDecembreQuinzaine Pic X(8).
       77 FinAnneeQuinzaine Pic X(8).
       77 DateQuinzaine Pic X(8).
       77 DateValeurQuinzaine Pic X(8).
       77 SensQuinzaine Pic X.
       77 MontantQuinzaine Pic 9(9)V99.
       77 SoldeQuinzaine Pic S9(9)V99.
       77 InteretQuinzaineCumule Pic 9(9)V9(6).
       77 InteretQuinzaine Pic 9(8)V99.
       77 InteretQuinzaineAffiche Pic Z(6)9,99.
       77 TypeCompteTauxQuinzaine Pic X(2).
       77 AnneeTauxQuinzaine Pic 9(4).
       77 EpargneReglementeeLue Pic X.
       77 EofQuinzaine Pic 9.
       77 NbComptesQuinzaine Pic 9(7).
       77 TotalInteretsQuinzaine Pic 9(9)V99.

      * D�clarations li�es a la gestion du bareme des taux

      * bloque comme un deces ou un blocage judiciaire, et se leve en
      * enregistrant la revue sur l'entete client

      * Le statut G (nom proche de la liste de gel des avoirs, en
      * attente de la decision de la conformite) bloque de meme les
      * operations sortantes

       77 StatutClientControle Pic X.
         88 ClientBloqueControle Value "D" "B" "K" "G".

      * Code du client controle, dans une zone dediee pour ne pas
      * ecraser le contexte client charge a l'ecran quand le controle
         10 Line 9 Col 27 from OperateurDernierParametre.
         10 Line 9 Col 40 Value " le :".
         10 Line 9 Col 46 from DateDernierParametre.
         10 Line 10 Col 1 Value " Valeur a venir :".
         10 Line 10 Col 20 pic X(40) from ProchaineValeurParametre.
         10 Line 10 Col 61 Value "le".
         10 Line 10 Col 64 from ProchaineDateParametre.

       01 M-Parametre-Effet background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 Line 12 Col 1 Value " Date d'effet .. :".
         10 Line 12 Col 20 using DateEffetParametre pic X(8).
         10 Line 12 Col 30 Value "(tarif client, AAAAMMJJ)".

       01 M-Parametre-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageParametre
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-ChoixSociete background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 Line 5 Col 20 value "Ouverture de session operateur".
         10 Line 8 Col 20 Value "Code operateur ... :".
         10 Line 8 Col 41 using CodeOperateurSaisi pic X(8).
         10 Line 9 Col 20 Value "Mot de passe ..... :".
         10 Line 9 Col 41 using MotDePasseSaisi pic X(16) secure.
         10 Line 11 Col 20 Value "Changer le mot de passe (O/N) :".
         10 Line 11 Col 52 using DemandeChangementMdp pic X.

       01 M-SignOn-Message background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageSignOn
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-ChangementMotDePasse background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 32 value " GESTION BANCAIRE ".
         10 Line 5 Col 20 value "Changement du mot de passe".
         10 Line 6 Col 20 value
         "(8 caracteres minimum dont au moins un chiffre)".
         10 Line 8 Col 20 Value "Nouveau mot de passe :".
         10 Line 8 Col 43 using NouveauMotDePasse pic X(16) secure.
         10 Line 9 Col 20 Value "Confirmation ........ :".
         10 Line 9 Col 43 using ConfirmationMotDePasse pic X(16)
         secure.

       01 M-GestionBanque background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 Line 10 Col 1 Value " Plafond depot . :".
         10 Line 10 Col 20 pic Z(6)9,99
         using PlafondDepotBareme.
         10 Line 11 Col 1 Value " Epargne reglem. :".
         10 Line 11 Col 20 pic X
         using EpargneReglementeeBareme.
         10 Line 13 Col 1 Value " Rupture de compte a terme (type DT)".
         10 Line 14 Col 1 Value " Detention min. :".
         10 Line 14 Col 20 pic 99
         using DetentionMinRuptureBareme.
         10 Line 14 Col 23 Value "mois".
         10 Line 15 Col 1 Value " Tranche 1 ..... :".
         10 Line 15 Col 20 pic 99
         using MoisTranche1RuptureBareme.
         10 Line 15 Col 23 Value "mois, taux".
         10 Line 15 Col 34 pic 9,9(4)
         using TauxTranche1RuptureBareme.
         10 Line 16 Col 1 Value " Tranche 2 ..... :".
         10 Line 16 Col 20 pic 99
         using MoisTranche2RuptureBareme.
         10 Line 16 Col 23 Value "mois, taux".
         10 Line 16 Col 34 pic 9,9(4)
         using TauxTranche2RuptureBareme.
         10 Line 17 Col 1 Value " Tranche 3 ..... :".
         10 Line 17 Col 20 pic 99
         using MoisTranche3RuptureBareme.
         10 Line 17 Col 23 Value "mois, taux".
         10 Line 17 Col 34 pic 9,9(4)
         using TauxTranche3RuptureBareme.

       01 M-Bareme-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageBareme
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-Bareme-Q background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 5 col 18 pic X(20) from Ville of CLIENT.
         10 line 5 col 40 value "Tel .. :".
         10 line 5 col 49 pic X(15) from Telephone of CLIENT.
         10 line 5 col 65 value "Cons. :".
         10 line 5 col 73 pic X(8) from Conseiller of CLIENT.
         10 line 6 col 2 value "Email . :".
         10 line 6 col 12 pic X(40) from Email of CLIENT.
         10 line 6 col 55 value "Relance :".
         10 line 6 col 65 pic 9 from NiveauRelanceMaxClient.
         10 line 7 col 2 value "Contentieux :".
         10 line 7 col 16 pic X(50) from LibelleContentieuxFiche.
         10 line 7 col 67 value "Reclam.:".
         10 line 7 col 76 pic ZZ9 from NbReclamationsClient.
         10 line 3 col 2 value "Rentabilite :".
         10 line 3 col 16 pic X(60) from LibelleRentabiliteFiche.
         10 line 8 col 1 reverse-video pic X(80) value
         " No  Banque Guich Compte    Ty Dev        Solde".
         10 line 8 col 51 reverse-video value "Int. acquis".
         10 line 8 col 63 reverse-video value "Prelev.".
         10 line 23 col 1
         value " Mouvements, ligne No (0 = retour, 99 = RIB) :".

         05 line NoLigneEcran col 38 pic -(7)9,99
         from Solde of LigneCompte(NoLigneCompte).

       01 LigneFicheInteret.
         05 line NoLigneEcran col 51 pic Z(6)9,99
         from InteretQuinzaine.

       01 LigneFicheInstrPrelev.
         05 line NoLigneEcran col 63 pic X(8)
         from LibelleInstrPrelevFiche.

       01 M-FicheMouvements background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 Line 3 Col 24 value "Gestion des mandats de prelevement".
         10 Line 5 Col 1
         Value " (C)reation, (R)evocation ou vide = retour :".
         10 Line 6 Col 1
         Value " (I)nstruction du debiteur, (L)evee d'instruction".

       01 M-Mandat-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 Line 5 Col 1 Value " Numero de mandat :".
         10 Line 5 Col 21 using NoMandatRevocation pic 9(5).

       01 M-Instruction-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 Line 3 Col 22 value "Instructions du debiteur".
         10 Line 5 Col 1 Value " Compte preleve :".
         10 Line 6 Col 1 Value " Banque ........ :".
         10 Line 6 Col 20 using CodeBanqueInstr pic X(5).
         10 Line 6 Col 46 Value " Guichet .. :".
         10 Line 6 Col 60 using CodeGuichetInstr pic X(5).
         10 Line 7 Col 1 Value " No de compte .. :".
         10 Line 7 Col 20 using NoCompteInstr pic X(9).
         10 Line 7 Col 46 Value " Type ..... :".
         10 Line 7 Col 60 using TypeCompteInstr pic X(2).
         10 Line 9 Col 1 Value " Instruction ... :".
         10 Line 9 Col 20 using TypeInstructionPrel pic X.
         10 Line 9 Col 23 Value "M plafond, P periodicite,".
         10 Line 9 Col 49 Value "B blocage, L liste blanche".
         10 Line 10 Col 1 Value " Ref. creancier  :".
         10 Line 10 Col 20 using ReferenceCreancierInstr pic X(35).
         10 Line 11 Col 1 Value " Plafond ...... :".
         10 Line 11 Col 20 using MontantMaxInstr pic Z(6)9,99.
         10 Line 12 Col 1 Value " Periodicite .. :".
         10 Line 12 Col 20 using PeriodiciteJoursInstr pic ZZ9.
         10 Line 12 Col 24 Value "jours".

       01 M-Instruction-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 Line 3 Col 24 value "Levee d'une instruction".
         10 Line 5 Col 1 Value " No d'instruction :".
         10 Line 5 Col 21 using NoInstructionLevee pic 9(7).

       01 M-Mandat-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 24 col 39 value "-6-Titulaires, ligne No ... :".
         10 line 21 col 69 value "-7-RIB :".
         10 line 22 col 69 value "-8-RIBs :".
         10 line 24 col 71 value "-9-Forfait".

      * --- Second ecran de menu (fonctions bancaires ajoutees au-dela
      * de l'option 36) ---
         10 line 18 col 42 value "- 61 - Cheques de banque .. :".
         10 line 19 col 42 value "- 62 - Console exploitation :".
         10 line 20 col 42 value "- 63 - Virement internat. . :".
         10 line 22 col 42 value "- 64 - Menu complementaire  :".
         10 line 22 col 5 value "- 0 - Retour menu general . :".

      * --- Troisieme ecran de menu (fonctions ajoutees au-dela de
      * l'option 63) ---

       01 LeMenuComplementaire background-color
       is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 28 value " MENU COMPLEMENTAIRE ".
         10 line 5 col 69 value " Option :".
         10 line 5 col 78 pic 99 from OptionComplementaire.
         10 line 8 col 5 value "- 65 - Operateurs ......... :".
         10 line 9 col 5 value "- 66 - Seuils d'usure ..... :".
         10 line 10 col 5 value "- 67 - Filtrage sanctions .. :".
         10 line 11 col 5 value "- 68 - Alertes LCB-FT ...... :".
         10 line 12 col 5 value "- 69 - Retour courrier NPAI  :".
         10 line 13 col 5 value "- 70 - Forfaits de compte .. :".
         10 line 14 col 5 value "- 71 - Effets de commerce .. :".
         10 line 15 col 5 value "- 72 - Cautions bancaires .. :".
         10 line 16 col 5 value "- 73 - Nantissements ....... :".
         10 line 17 col 5 value "- 74 - Coffres-forts ....... :".
         10 line 18 col 5 value "- 75 - Reclamations ........ :".
         10 line 19 col 5 value "- 76 - Reserve especes ..... :".
         10 line 20 col 5 value "- 77 - Ecarts compensation . :".
         10 line 21 col 5 value "- 78 - Comptes d'attente ... :".
         10 line 8 col 42 value "- 79 - Comptabilite generale :".
         10 line 9 col 42 value "- 80 - Conseillers ......... :".
         10 line 10 col 42 value "- 81 - Droit d'acces RGPD .. :".
         10 line 11 col 42 value "- 82 - Rapprochement deces . :".
         10 line 12 col 42 value "- 83 - Cash pooling ........ :".
         10 line 13 col 42 value "- 84 - Circularisation ..... :".
         10 line 14 col 42 value "- 85 - Journaux operateurs . :".
         10 line 15 col 42 value "- 86 - Vue unique FGDR ..... :".
         10 line 22 col 5 value "- 0 - Retour menu bancaire  :".

      * --- Ecrans du visa des journaux operateurs ---

       01 M-JournauxOp background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "Visa des journaux des operateurs".
         10 line 6 col 1 reverse-video pic X(80) value
         " No      Journee   Guichet     Operateur  Mvts  Modifs".
         10 line 22 col 1 value " Journal a viser (No) :".

       01 LigneJournalOp.
         05 line NoLigneEcran col 2 pic Z(6)9 from NoJournalOp.
         05 line NoLigneEcran col 10 from DateJournalOp.
         05 line NoLigneEcran col 20 from CodeBanqueJournalOp.
         05 line NoLigneEcran col 26 from CodeGuichetJournalOp.
         05 line NoLigneEcran col 32 from OperateurJournalOp.
         05 line NoLigneEcran col 42 pic Z(4)9
         from NbMouvementsJournalOp.
         05 line NoLigneEcran col 49 pic Z(4)9
         from NbModifsJournalOp.

       01 M-JournauxOp-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageJournalOp
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la saisie d'un retour de courrier NPAI ---

       01 M-RetourCourrier background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Retour de courrier (n'habite pas a".
         10 line 3 col 57 value "l'adresse)".
         10 line 5 col 1 value " Reference courrier . :".
         10 line 5 col 25 using NoCourrierRetour pic Z(6)9.
         10 line 6 col 1 value " ou code client ..... :".
         10 line 6 col 25 using CodeClientRetour pic X(36).

       01 M-RetourCourrier-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageRetourCourrier
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du traitement des alertes LCB-FT ---

       01 M-AlertesLcb background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 18 value
         "Alertes LCB-FT a traiter (risque client, anciennete)".
         10 line 6 col 1 reverse-video pic X(44) value
         " Alerte  T Client                         R".
         10 line 6 col 45 reverse-video pic X(36) value
         "Le       Age j S Cle".
         10 line 21 col 1 value " No d'alerte a traiter (0 = fin) :".

       01 LigneAlerteLcb.
         05 line NoLigneEcran col 2 pic Z(6)9 from NoAlerteLcb.
         05 line NoLigneEcran col 10 from TypeAlerteRevueLcb.
         05 line NoLigneEcran col 12 from NomClientRevueLcb.
         05 line NoLigneEcran col 43 from NiveauRisque of CLIENT.
         05 line NoLigneEcran col 45 from DateAlerteLcb.
         05 line NoLigneEcran col 54 pic ZZZZ9 from AgeAlerteLcb.
         05 line NoLigneEcran col 60 from StatutAlerteLcb.
         05 line NoLigneEcran col 62 pic X(19)
            from CleAlerteRevueLcb.

       01 M-AlerteLcb-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Alerte LCB-FT".
         10 line 5 col 1 value " Alerte / type ........ :".
         10 line 5 col 26 pic Z(6)9 from NoAlerteLcb.
         10 line 5 col 34 from TypeAlerteRevueLcb.
         10 line 5 col 36 pic X(40) from CleAlerteRevueLcb.
         10 line 6 col 1 value " Client ............... :".
         10 line 6 col 26 from CodeClientAlerteLcb.
         10 line 7 col 26 from NomClientRevueLcb.
         10 line 8 col 1 value " Risque / le / age .... :".
         10 line 8 col 26 from NiveauRisque of CLIENT.
         10 line 8 col 28 from DateAlerteLcb.
         10 line 8 col 37 pic ZZZZ9 from AgeAlerteLcb.
         10 line 9 col 1 value " Statut (O/D) ......... :".
         10 line 9 col 26 from StatutAlerteLcb.
         10 line 11 col 1 reverse-video pic X(80) value
         " Le       Operateur A Suivi".
         10 line 18 col 1 value
         " Action (C)ommentaire (D)ocuments (F)ermer (S)oupcon :".
         10 line 19 col 1 value " Texte :".

       01 LigneSuiviLcb.
         05 line NoLigneEcran col 2 from DateSuiviLcb.
         05 line NoLigneEcran col 11 from OperateurSuiviLcb.
         05 line NoLigneEcran col 21 from ActionSuiviLcb.
         05 line NoLigneEcran col 23 pic X(58) from TexteSuiviLcb.

       01 M-AlerteLcb-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageLcb
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la revue des alertes de filtrage sanctions ---

       01 M-Sanctions background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value
         "Filtrage gel des avoirs : alertes en attente".
         10 line 6 col 1 reverse-video pic X(54) value
         " No alerte T Nom filtre                Ref. liste".
         10 line 6 col 55 reverse-video pic X(26) value
         "Origine     Le".
         10 line 21 col 1 value " No d'alerte a traiter (0 = fin) :".

       01 LigneAlerteSanction.
         05 line NoLigneEcran col 2 pic Z(6)9 from NoAlerteSanction.
         05 line NoLigneEcran col 12 from TypePersonneSanction.
         05 line NoLigneEcran col 14 pic X(25) from NomFiltreSanction.
         05 line NoLigneEcran col 40 pic X(14)
            from ReferenceAlerteSanction.
         05 line NoLigneEcran col 55 from OrigineSanction.
         05 line NoLigneEcran col 67 from DateAlerteSanction.

       01 M-Sanction-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Alerte de filtrage sanctions".
         10 line 6 col 1 value " Alerte ............... :".
         10 line 6 col 26 pic Z(6)9 from NoAlerteSanction.
         10 line 7 col 1 value " Personne (C/R/B) ..... :".
         10 line 7 col 26 from TypePersonneSanction.
         10 line 7 col 28 from CodePersonneSanction.
         10 line 8 col 1 value " Client ............... :".
         10 line 8 col 26 from CodeClientSanction.
         10 line 9 col 1 value " Nom filtre ........... :".
         10 line 9 col 26 pic X(50) from NomFiltreSanction.
         10 line 10 col 1 value " Entree de la liste ... :".
         10 line 10 col 26 from ReferenceAlerteSanction.
         10 line 11 col 26 pic X(50) from NomListeSanction.
         10 line 12 col 1 value " Origine / date ....... :".
         10 line 12 col 26 from OrigineSanction.
         10 line 12 col 38 from DateAlerteSanction.
         10 line 13 col 1 value " Statut client avant .. :".
         10 line 13 col 26 from StatutClientAvantGel.
         10 line 15 col 1 value
         " Decision (L levee - homonyme, C confirmee) :".
         10 line 16 col 1 value " Commentaire :".

       01 M-Sanction-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageSanction
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des comptes a terme ---

       01 M-Dat background-color is CouleurFondEcran
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Gestion des comptes a terme".
         10 line 5 col 1 value
         " Choix (O ouverture, C consultation, R rupture) :".

       01 M-Dat-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 14 col 25 from DateEcheanceDat.
         10 line 15 col 1 value " Renouvellement ..... :".
         10 line 15 col 25 from ModeRenouvellementDat.
         10 line 16 col 1 value " Statut (A/E/R) ..... :".
         10 line 16 col 25 from StatutDat.

       01 M-Dat-Rupture background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 18 col 1 value " Mois ecoules ....... :".
         10 line 18 col 25 from MoisEcoulesRupture.
         10 line 19 col 1 value " Taux de rupture .... :".
         10 line 19 col 25 from TauxRuptureDat pic 9,9(4).
         10 line 20 col 1 value " Interets verses .... :".
         10 line 20 col 25 from InteretsRuptureAffiche.
         10 line 21 col 1 value " Penalite ........... :".
         10 line 21 col 25 from PenaliteRuptureAffiche.

       01 M-Dat-Q background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1
         value " Confirmez-vous la rupture du contrat (o/N) :"
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-Dat-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Gestion des prets".
         10 line 5 col 1 value
         " Choix (C creation, T tableau, D detail, R remb. anticipe,".
         10 line 5 col 59 value " E etude,".
         10 line 6 col 1 value
         " M mise en demeure, X decheance, V recouvrement) :".

       01 M-Pret-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 13 col 25 using TauxPret pic 9,9(4).
         10 line 14 col 1 value " Duree (mois) ....... :".
         10 line 14 col 25 using DureeMoisPret pic 999.
         10 line 15 col 1 value " Categorie (usure) .. :".
         10 line 15 col 25 using CategoriePret pic X(2).
         10 line 16 col 1 value " Frais de dossier ... :".
         10 line 16 col 25 using FraisDossierPret pic Z(5)9,99.
         10 line 17 col 1 value " Assurance mensuelle  :".
         10 line 17 col 25 using AssuranceMensuellePret pic Z(5)9,99.
         10 line 18 col 1 value " Etude de credit No . :".
         10 line 18 col 25 using NoEtudePret pic 9(5).

       01 M-Pret-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 13 col 25 from NbImpayesPret.
         10 line 14 col 1 value " Prochaine echeance . :".
         10 line 14 col 25 from DateProchaineEcheance.
         10 line 15 col 1 value " Statut (A/S/X) ..... :".
         10 line 15 col 25 from StatutPret.
         10 line 16 col 1 value " TAEG (%) ........... :".
         10 line 16 col 25 from TaegPourcentAffiche.

       01 M-Pret-RA background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Capital restant du . :".
         10 line 9 col 25 from CapitalRestantAffiche.
         10 line 10 col 1 value " Mensualite actuelle  :".
         10 line 10 col 25 from MontantPretAffiche.
         10 line 12 col 1 value " Montant rembourse .. :".
         10 line 12 col 25 using MontantRembAnticipe pic Z(6)9,99.
         10 line 13 col 1 value " (0 = remboursement total)".
         10 line 14 col 1 value " Reduire (M mensualite, D duree) :".
         10 line 14 col 36 using ModeReductionPret pic X.

       01 M-Pret-Ctx background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Capital restant du . :".
         10 line 9 col 25 from CapitalRestantAffiche.
         10 line 10 col 1 value " Interets echus ..... :".
         10 line 10 col 25 pic Z(7)9,99
         from InteretsEchusContentieux.
         10 line 11 col 1 value " Interets de retard . :".
         10 line 11 col 25 pic Z(7)9,99
         from InteretsRetardContentieux.
         10 line 12 col 1 value " Total exigible ..... :".
         10 line 12 col 25 pic Z(7)9,99 from TotalDuContentieux.

       01 M-Recouvrement background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Dossier contentieux  :".
         10 line 9 col 25 from NoContentieux.
         10 line 10 col 1 value " Reste du ........... :".
         10 line 10 col 25 from ResteDuAffiche.
         10 line 12 col 1 value " Montant recouvre ... :".
         10 line 12 col 25 using MontantRecouvrement pic Z(6)9,99.

       01 M-EtudeCredit-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code client ........ :".
         10 line 7 col 25 using CodeClientEtude pic X(36).
         10 line 8 col 1 value " Montant demande .... :".
         10 line 8 col 25 using MontantEtude pic Z(6)9,99.
         10 line 9 col 1 value " Duree (mois) ....... :".
         10 line 9 col 25 using DureeEtude pic 999.
         10 line 10 col 1 value " Taux annuel ........ :".
         10 line 10 col 25 using TauxEtude pic 9,9(4).

       01 M-EtudeCredit-Fiche background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 12 col 1 value " Revenu mensuel moyen :".
         10 line 12 col 25 from RevenuEtudeAffiche.
         10 line 13 col 1 value " Charges prets cours  :".
         10 line 13 col 25 from ChargesEtudeAffiche.
         10 line 14 col 1 value " Mensualite envisagee :".
         10 line 14 col 25 from MensualiteEtudeAffiche.
         10 line 15 col 1 value " Taux endettement (%) :".
         10 line 15 col 25 from TauxEndettementAffiche.
         10 line 15 col 33 value "maximum :".
         10 line 15 col 43 from TauxEndettementMax.
         10 line 16 col 1 value " Incidents cheques .. :".
         10 line 16 col 25 from NbIncidentsEtude.
         10 line 16 col 33 value "interdit :".
         10 line 16 col 44 from InterditEtude.
         10 line 16 col 47 value "FICP :".
         10 line 16 col 54 from NbFicpEtude.
         10 line 17 col 1 value " Relance / risque ... :".
         10 line 17 col 25 from RelanceEtude.
         10 line 17 col 29 from RisqueEtude.
         10 line 18 col 1 value " Recommandation ..... :".
         10 line 18 col 25 from LibelleRecommandation.
         10 line 20 col 1 value
         " Decision (A accord, R refus, blanc en attente) :".
         10 line 20 col 51 using DecisionEtude pic X.

       01 M-Pret-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des cartes bancaires".
         10 line 5 col 1 value
         " Choix (C creation, O opposition, D detail, P rehausse,".
         10 line 6 col 1 value
         " T plafonds par categorie, L alertes, G litiges) :".

       01 M-Carte-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 13 col 25 using TypeDebitCarte pic X.
         10 line 14 col 1 value " Expire le (AAAAMMJJ)  :".
         10 line 14 col 25 using DateExpirationCarte pic X(8).
         10 line 15 col 1 value " Categorie de carte .. :".
         10 line 15 col 25 using CategorieCarte pic X(2).

       01 M-Carte-O background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 13 col 25 from StatutCarte.
         10 line 14 col 1 value " Encours differe ..... :".
         10 line 14 col 25 from MontantPretAffiche.
         10 line 15 col 1 value " Categorie ........... :".
         10 line 15 col 25 from CategorieCarte.
         10 line 16 col 25 value "   Consomme   Plafond".
         10 line 17 col 1 value " Paiements 7 jours ... :".
         10 line 17 col 25 from Consommation7jAffiche.
         10 line 17 col 36 from Plafond7jAffiche.
         10 line 18 col 1 value " Paiements 30 jours .. :".
         10 line 18 col 25 from Consommation30jAffiche.
         10 line 18 col 36 from Plafond30jAffiche.
         10 line 19 col 1 value " Retraits 7 jours .... :".
         10 line 19 col 25 from ConsoRetrait7jAffiche.
         10 line 19 col 36 from PlafondRetrait7jAffiche.
         10 line 20 col 1 value " Retraits 30 jours ... :".
         10 line 20 col 25 from ConsoRetrait30jAffiche.
         10 line 20 col 36 from PlafondRetrait30jAffiche.
         10 line 21 col 1 value " Rehausse jusqu'au ... :".
         10 line 21 col 25 from DateFinRehausse.

       01 M-Litige background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value
         " No de litige (0 = ouverture d'un litige) :".
         10 line 7 col 45 using NoLitigeSaisi pic ZZZZ9.

       01 M-Litige-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " No du mouvement carte :".
         10 line 9 col 26 using NoMouvementLitige pic Z(8)9.
         10 line 10 col 1 value " Code motif ........... :".
         10 line 10 col 26 using CodeMotifLitige pic X(2).
         10 line 11 col 1 value
         " (10 fraude, 12 debit en double, 13 non recu,".
         10 line 12 col 1 value
         "  53 non conforme, 57 montant errone)".

       01 M-Litige-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Mouvement conteste .. :".
         10 line 9 col 26 pic Z(8)9 from NoMouvementLitige.
         10 line 10 col 1 value " Carte ............... :".
         10 line 10 col 26 from NoCarteMasque.
         10 line 11 col 1 value " Compte .............. :".
         10 line 11 col 26 from CodeGuichetLitige.
         10 line 11 col 32 from NoCompteLitige.
         10 line 11 col 42 from TypeCompteLitige.
         10 line 12 col 1 value " Montant ............. :".
         10 line 12 col 26 from MontantLitigeAffiche.
         10 line 13 col 1 value " Motif ............... :".
         10 line 13 col 26 from CodeMotifLitige.
         10 line 13 col 29 from LibelleMotifLitige.
         10 line 14 col 1 value " Ouvert le / recredite :".
         10 line 14 col 26 from DateOuvertureLitige.
         10 line 14 col 36 from DateRecreditLitige.
         10 line 15 col 1 value " Statut (O/A/R) ...... :".
         10 line 15 col 26 from StatutLitige.
         10 line 15 col 29 from DateClotureLitige.

       01 M-Carte-Rehausse background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Rehausse paiements .. :".
         10 line 9 col 25 using RehaussePaiement pic Z(5)9,99.
         10 line 10 col 1 value " Rehausse retraits ... :".
         10 line 10 col 25 using RehausseRetrait pic Z(5)9,99.
         10 line 11 col 1 value " Duree (jours) ....... :".
         10 line 11 col 25 using NbJoursRehausse pic ZZ9.

       01 M-PlafondCarte background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Categorie de carte .. :".
         10 line 7 col 25 using CategoriePlafond pic X(2).

       01 M-PlafondCarte-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Paiements 7 jours ... :".
         10 line 9 col 25 using PlafondPaiement7j pic Z(5)9,99.
         10 line 10 col 1 value " Paiements 30 jours .. :".
         10 line 10 col 25 using PlafondPaiement30j pic Z(5)9,99.
         10 line 11 col 1 value " Retraits 7 jours .... :".
         10 line 11 col 25 using PlafondRetrait7j pic Z(5)9,99.
         10 line 12 col 1 value " Retraits 30 jours ... :".
         10 line 12 col 25 using PlafondRetrait30j pic Z(5)9,99.

       01 M-AlerteCarte-Liste background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "Alertes de depassement de plafond".
         10 line 6 col 1 reverse-video pic X(80) value
         " Carte            Alerte du  Depassements 30 jours".
         10 line 22 col 1 value " Carte a acquitter :".

       01 LigneAlerteCarte.
         05 line NoLigneEcran col 2 from NoCarteMasque.
         05 line NoLigneEcran col 19 from DateAlerteCarte.
         05 line NoLigneEcran col 30 from NbDepassementsAlerte.

       01 M-Carte-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Caisse especes".
         10 line 5 col 1 value
         " O ouverture, V versement, R retrait, C change, F fermeture".
         10 line 6 col 1 value " Choix :".

       01 M-Caisse-O background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la reserve especes de l'agence ---

       01 M-Reserve background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Reserve especes de l'agence".
         10 line 5 col 1 value
         " D dotation caisse, R retour caisse, C commande, L livraison".
         10 line 6 col 1 value
         " V versement, I inventaire, P plafonds, E devises .. Choix :".

       01 M-Reserve-G background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 8 col 1 value " Code banque ........ :".
         10 line 8 col 25 using CodeBanqueReserve pic X(5).
         10 line 9 col 1 value " Code guichet ....... :".
         10 line 9 col 25 using CodeGuichetReserve pic X(5).

       01 M-Reserve-D background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Operateur de caisse  :".
         10 line 11 col 25 using ContrepartieReserve pic X(8).
         10 line 12 col 1 value " Second operateur ... :".
         10 line 12 col 25 using ValideurMvtReserve pic X(8).

       01 M-Reserve-T background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Transporteur ou BdF  :".
         10 line 11 col 25 using OrigineReserve pic X.
         10 line 11 col 28 value
         "(T transporteur de fonds, B Banque de France)".

       01 M-Reserve-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " No de commande ..... :".
         10 line 11 col 25 using NoCommandeReserve pic Z(6)9.

       01 M-Reserve-P background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Plafond assure ..... :".
         10 line 11 col 25 using PlafondAssureReserve pic Z(8)9,99.
         10 line 12 col 1 value " Encaisse minimale .. :".
         10 line 12 col 25 using EncaisseMiniReserve pic Z(8)9,99.

       01 M-Reserve-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageReserve
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-Reserve-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Sens ............... :".
         10 line 11 col 25 using SensMvtDevise pic X.
         10 line 11 col 28 value
         "D dotation caisse, R retour caisse,".
         10 line 12 col 28 value
         "A approvisionnement, V versement au correspondant".
         10 line 13 col 1 value " Devise ............. :".
         10 line 13 col 25 using DeviseMvtDevise pic X(3).
         10 line 14 col 1 value " Montant en devise .. :".
         10 line 14 col 25 using MontantMvtDevise pic Z(8)9,99.
         10 line 15 col 1 value " Caisse / correspondant :".
         10 line 15 col 27 using DetenteurMvtDevise pic X(8).
         10 line 16 col 1 value " Second operateur ... :".
         10 line 16 col 25 using ValideurMvtDevise pic X(8).

      * --- Ecrans du change manuel a la caisse ---

       01 M-Change background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Sens ............... :".
         10 line 7 col 25 using SensChange pic X.
         10 line 7 col 28 value
         "A achat de billets au client, V vente au client".
         10 line 8 col 1 value " Devise ............. :".
         10 line 8 col 25 using DeviseChange pic X(3).
         10 line 9 col 1 value " Montant en devise .. :".
         10 line 9 col 25 using MontantDeviseChange pic Z(8)9,99.
         10 line 11 col 1 value " Identite du client".
         10 line 11 col 21 value "(au-dela du seuil LCB-FT)".
         10 line 12 col 1 value " Code client ........ :".
         10 line 12 col 25 using CodeClientChange pic X(36).
         10 line 13 col 1 value " Nom ................ :".
         10 line 13 col 25 using NomIdentiteChange pic X(40).
         10 line 14 col 1 value " Piece d'identite ... :".
         10 line 14 col 25 using PieceIdentiteChange pic X(20).

       01 M-Change-Cotation background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 16 col 1 value " Cours applique ..... :".
         10 line 16 col 25 pic ZZ9,9(6) from CoursAppliqueChange.
         10 line 17 col 1 value " Contre-valeur EUR .. :".
         10 line 17 col 25 pic Z(8)9,99 from ContreValeurEurChange.

       01 M-Change-Q background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1
         value " Confirmez-vous l'operation de change (o/N) :"
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des remises de cheques ---

       01 M-Remise background-color is CouleurFondEcran
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des effets de commerce ---

       01 M-Effets background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 20 value
         "Effets de commerce (LCR, billets a ordre)".
         10 line 5 col 1 value
         " Choix (R remise, L ligne d'escompte, P portefeuille) :".

       01 M-Effet-Bordereau background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Compte du remettant".
         10 line 8 col 1 value " Code banque ........ :".
         10 line 8 col 25 using CodeBanqueEffet pic X(5).
         10 line 9 col 1 value " Code guichet ....... :".
         10 line 9 col 25 using CodeGuichetEffet pic X(5).
         10 line 10 col 1 value " Compte (racine) .... :".
         10 line 10 col 25 using NoCompteEffet pic X(9).
         10 line 11 col 1 value " Type ............... :".
         10 line 11 col 25 using TypeCompteEffet pic X(2).
         10 line 12 col 1 value " Escompte/Encaissement (E/C) :".
         10 line 12 col 32 using ModeRemiseEffet pic X.

       01 M-Effet-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 14 col 1 value " Iban du tire (vide = fin) :".
         10 line 14 col 30 using IbanTireEffet pic X(34).
         10 line 15 col 1 value " Nom du tire .............. :".
         10 line 15 col 30 using NomTireEffet pic X(35).
         10 line 16 col 1 value " Montant .................. :".
         10 line 16 col 30 using MontantEffet pic Z(6)9,99.
         10 line 17 col 1 value " Echeance (AAAAMMJJ) ...... :".
         10 line 17 col 30 using DateEcheanceEffet pic X(8).

       01 M-Effet-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageEffet
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-LigneEscompte-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code client ........ :".
         10 line 7 col 25 using CodeClientEscompte pic X(36).

       01 M-LigneEscompte-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 8 col 1 value " Client ............. :".
         10 line 8 col 25 pic X(40) from NomClientEffet.
         10 line 9 col 1 value " Encours escompte ... :".
         10 line 9 col 25 pic Z(8)9,99 from EncoursEscompte.
         10 line 11 col 1 value " Plafond de la ligne :".
         10 line 11 col 25 using PlafondEscompte pic Z(8)9,99.
         10 line 12 col 1 value " Taux annuel ....... :".
         10 line 12 col 25 using TauxEscompte pic 9,9(4).

      * --- Ecrans des cautions bancaires ---

       01 M-Cautions background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Registre des cautions bancaires".
         10 line 5 col 1 value
         " Choix (E emission, A appel, C consultation) :".

       01 M-Caution-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value
         " Support (C compte, D compte a terme) :".
         10 line 7 col 41 using SupportCaution pic X.
         10 line 8 col 1 value " Compte a terme No . :".
         10 line 8 col 25 using NoContratDatCaution pic Z(4)9.
         10 line 9 col 1 value " Compte de contre-garantie (support C)".
         10 line 10 col 1 value " Code banque ........ :".
         10 line 10 col 25 using CodeBanqueCaution pic X(5).
         10 line 11 col 1 value " Code guichet ....... :".
         10 line 11 col 25 using CodeGuichetCaution pic X(5).
         10 line 12 col 1 value " Compte (racine) .... :".
         10 line 12 col 25 using NoCompteCaution pic X(9).
         10 line 13 col 1 value " Type ............... :".
         10 line 13 col 25 using TypeCompteCaution pic X(2).
         10 line 14 col 1 value " Nature (L,M,D,A) ... :".
         10 line 14 col 25 using TypeCaution pic X.
         10 line 14 col 28 value
         "L loyer, M marche public, D douane, A autre".
         10 line 15 col 1 value " Beneficiaire ....... :".
         10 line 15 col 25 using BeneficiaireCaution pic X(50).
         10 line 16 col 1 value " Montant ............ :".
         10 line 16 col 25 using MontantCaution pic Z(7)9,99.
         10 line 17 col 1 value " Debut (AAAAMMJJ) ... :".
         10 line 17 col 25 using DateDebutCaution pic X(8).
         10 line 17 col 35 value "(vide = ce jour)".
         10 line 18 col 1 value " Expiration ......... :".
         10 line 18 col 25 using DateExpirationCaution pic X(8).
         10 line 19 col 1 value " Taux commission .... :".
         10 line 19 col 25 using TauxCommissionCaution pic 9,9(4).
         10 line 19 col 33 value "(annuel)".

       01 M-Caution-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Numero de caution .. :".
         10 line 7 col 25 using NoCautionSaisi pic 9(7).

       01 M-Caution-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Client ............. :".
         10 line 9 col 25 from CodeClientCaution.
         10 line 10 col 1 value " Nature (L,M,D,A) ... :".
         10 line 10 col 25 from TypeCaution.
         10 line 11 col 1 value " Beneficiaire ....... :".
         10 line 11 col 25 pic X(50) from BeneficiaireCaution.
         10 line 12 col 1 value " Montant ............ :".
         10 line 12 col 25 from MontantCautionAffiche.
         10 line 13 col 1 value " Du ................. :".
         10 line 13 col 25 from DateDebutCaution.
         10 line 13 col 35 value "au".
         10 line 13 col 38 from DateExpirationCaution.
         10 line 14 col 1 value " Support (C/D) ...... :".
         10 line 14 col 25 from SupportCaution.
         10 line 14 col 27 from CodeBanqueCaution.
         10 line 14 col 33 from CodeGuichetCaution.
         10 line 14 col 39 from NoCompteCaution.
         10 line 14 col 49 from TypeCompteCaution.
         10 line 15 col 1 value " Compte a terme No . :".
         10 line 15 col 25 pic Z(4)9 from NoContratDatCaution.
         10 line 16 col 1 value " Statut (A/E/J) ..... :".
         10 line 16 col 25 from StatutCaution.
         10 line 16 col 27 from DateFinCaution.
         10 line 17 col 1 value " Montant appele ..... :".
         10 line 17 col 25 pic Z(7)9,99 from MontantAppelCaution.

       01 M-Caution-Appel background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 19 col 1 value " Montant appele ..... :".
         10 line 19 col 25 using MontantAppelSaisi pic Z(7)9,99.
         10 line 20 col 1 value " (0 = totalite de la caution)".

       01 M-Caution-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageCaution
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des nantissements ---

       01 M-Nantissements background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Nantissements de comptes".
         10 line 5 col 1 value
         " Choix (C constitution, M mainlevee, D detail) :".

       01 M-Nant-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Garantit (P pret, G caution) :".
         10 line 7 col 33 using TypeGarantiNant pic X.
         10 line 8 col 1 value " No pret ou caution  :".
         10 line 8 col 25 using NoEngagementNant pic Z(6)9.
         10 line 9 col 1 value
         " Support (D compte a terme, C compte) :".
         10 line 9 col 41 using SupportNant pic X.
         10 line 10 col 1 value " Compte a terme No . :".
         10 line 10 col 25 using NoContratDatNant pic Z(4)9.
         10 line 11 col 1 value " Compte gage (support C)".
         10 line 12 col 1 value " Code banque ........ :".
         10 line 12 col 25 using CodeBanqueNant pic X(5).
         10 line 13 col 1 value " Code guichet ....... :".
         10 line 13 col 25 using CodeGuichetNant pic X(5).
         10 line 14 col 1 value " Compte (racine) .... :".
         10 line 14 col 25 using NoCompteNant pic X(9).
         10 line 15 col 1 value " Type ............... :".
         10 line 15 col 25 using TypeCompteNant pic X(2).
         10 line 16 col 1 value " Montant nanti ...... :".
         10 line 16 col 25 using MontantNant pic Z(7)9,99.

       01 M-Nant-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " No de nantissement . :".
         10 line 7 col 25 using NoNantissementSaisi pic 9(7).

       01 M-Nant-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Garantit (P/G) ..... :".
         10 line 9 col 25 from TypeGarantiNant.
         10 line 9 col 27 pic Z(6)9 from NoEngagementNant.
         10 line 10 col 1 value " Constituant ........ :".
         10 line 10 col 25 from CodeClientNant.
         10 line 11 col 1 value " Support (C/D) ...... :".
         10 line 11 col 25 from SupportNant.
         10 line 11 col 27 from CodeBanqueNant.
         10 line 11 col 33 from CodeGuichetNant.
         10 line 11 col 39 from NoCompteNant.
         10 line 11 col 49 from TypeCompteNant.
         10 line 12 col 1 value " Compte a terme No . :".
         10 line 12 col 25 pic Z(4)9 from NoContratDatNant.
         10 line 13 col 1 value " Montant nanti ...... :".
         10 line 13 col 25 from MontantNantAffiche.
         10 line 14 col 1 value " Constitue le ....... :".
         10 line 14 col 25 from DateDebutNant.
         10 line 15 col 1 value " Statut (A/L) ....... :".
         10 line 15 col 25 from StatutNant.
         10 line 15 col 27 from DateMainleveeNant.

       01 M-Nant-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageNant
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des coffres-forts ---

       01 M-Coffres background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Location de coffres-forts".
         10 line 5 col 1 value
         " Choix (C coffre, L location, A acces, R resiliation) :".

       01 M-Coffre-Cle background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code banque ........ :".
         10 line 7 col 25 using CodeBanqueCoffre pic X(5).
         10 line 8 col 1 value " Code guichet ....... :".
         10 line 8 col 25 using CodeGuichetCoffre pic X(5).
         10 line 9 col 1 value " Numero de coffre ... :".
         10 line 9 col 25 using NoCoffre pic Z(4)9.

       01 M-Coffre-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Taille (P, M, G) ... :".
         10 line 11 col 25 using TailleCoffre pic X.
         10 line 12 col 1 value " Statut (L libre, H hors service) :".
         10 line 12 col 37 using StatutCoffre pic X.

       01 M-Coffre-Location background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Code client ........ :".
         10 line 11 col 25 using CodeClientCoffre pic X(36).
         10 line 12 col 1 value " Compte de facturation".
         10 line 13 col 1 value " Code banque ........ :".
         10 line 13 col 25 using CodeBanqueFactCoffre pic X(5).
         10 line 14 col 1 value " Code guichet ....... :".
         10 line 14 col 25 using CodeGuichetFactCoffre pic X(5).
         10 line 15 col 1 value " Compte (racine) .... :".
         10 line 15 col 25 using NoCompteFactCoffre pic X(9).
         10 line 16 col 1 value " Type ............... :".
         10 line 16 col 25 using TypeCompteFactCoffre pic X(2).
         10 line 17 col 1 value " Cles remises ....... :".
         10 line 17 col 25 using NbClesCoffre pic 9.

       01 M-Coffre-Acces background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Visiteur (nom) ..... :".
         10 line 11 col 25 using VisiteurCoffre pic X(40).

       01 M-Coffre-Resiliation background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Contrat ............ :".
         10 line 11 col 25 pic Z(6)9 from NoContratCoffre.
         10 line 12 col 1 value " Client ............. :".
         10 line 12 col 25 from CodeClientCoffre.
         10 line 14 col 1 value " Coffre vide (O/N) .. :".
         10 line 14 col 25 using CoffreVide pic X.
         10 line 15 col 1 value " Cles rendues ....... :".
         10 line 15 col 25 using NbClesRendues pic 9.
         10 line 15 col 28 value "sur".
         10 line 15 col 32 pic 9 from NbClesCoffre.

       01 M-Coffre-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageCoffre
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la comptabilite generale ---

       01 M-Compta background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Comptabilite generale".
         10 line 5 col 1 value
         " Choix (P plan, R regles, B balance, G grand livre) :".

       01 M-Compta-P background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Numero de compte ... :".
         10 line 7 col 25 using NoCompteGeneral pic X(6).
         10 line 8 col 1 value " Libelle ............ :".
         10 line 8 col 25 using LibelleCompteGeneral pic X(30).
         10 line 9 col 1 value " Classe ............. :".
         10 line 9 col 25 using ClasseCompteGeneral pic X.
         10 line 9 col 28 value "(vide = premier chiffre du compte)".
         10 line 10 col 1 value " Sens du solde ...... :".
         10 line 10 col 25 using SensCompteGeneral pic X.
         10 line 10 col 28 value "(D debiteur, C crediteur)".

       01 M-Compta-N background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Nature de mouvement  :".
         10 line 7 col 25 using NatureRegle pic X(3).

       01 M-Compta-R background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Compte contrepartie  :".
         10 line 9 col 25 using CompteRegle pic X(6).
         10 line 9 col 33 value "(vide = regle standard)".
         10 line 10 col 1 value " Libelle d'ecriture . :".
         10 line 10 col 25 using LibelleRegle pic X(20).

       01 M-Compta-B background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Mois (AAAAMM) ...... :".
         10 line 7 col 25 using MoisBalanceGl pic X(6).

       01 M-Compta-G background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Du (AAAAMMJJ) ...... :".
         10 line 7 col 25 using DateDebutGl pic X(8).
         10 line 8 col 1 value " Au (AAAAMMJJ) ...... :".
         10 line 8 col 25 using DateFinGl pic X(8).
         10 line 8 col 35 value "(vide = meme jour)".
         10 line 9 col 1 value " Compte ............. :".
         10 line 9 col 25 using CompteGrandLivre pic X(6).
         10 line 9 col 33 value "(vide = tous les comptes)".

       01 M-Compta-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageCompta
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des portefeuilles des conseillers ---

       01 M-Conseil background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Conseillers de clientele".
         10 line 5 col 1 value
         " Choix (P portefeuille, A affectation, R reaffectation) :".

       01 M-Conseil-P background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Conseiller ......... :".
         10 line 7 col 25 using ConseillerSaisi pic X(8).
         10 line 7 col 35 value "(vide = vous-meme)".

       01 M-Conseil-A background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code client ........ :".
         10 line 7 col 25 using CodeClientConseil pic X(36).
         10 line 8 col 1 value " Conseiller ......... :".
         10 line 8 col 25 using ConseillerCible pic X(8).

       01 M-Conseil-R background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Conseiller actuel .. :".
         10 line 7 col 25 using ConseillerOrigine pic X(8).
         10 line 8 col 1 value " Nouveau conseiller . :".
         10 line 8 col 25 using ConseillerCible pic X(8).
         10 line 9 col 1 value " Guichet ............ :".
         10 line 9 col 25 using GuichetReaffectation pic X(5).
         10 line 9 col 33 value "(vide = tout le portefeuille)".

       01 M-Conseil-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageConseil
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du droit d'acces RGPD ---

       01 M-Acces background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Droit d'acces RGPD".
         10 line 5 col 1 value
         " Choix (D nouvelle demande, L liste des demandes) :".

       01 M-Acces-D background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code client ........ :".
         10 line 7 col 25 using CodeClientAcces pic X(36).
         10 line 8 col 1 value " Mouvements du ...... :".
         10 line 8 col 25 using DateDebutAcces pic X(8).
         10 line 8 col 35 value "(vide = un an en arriere)".
         10 line 9 col 1 value " Mouvements au ...... :".
         10 line 9 col 25 using DateFinAcces pic X(8).
         10 line 9 col 35 value "(vide = date du jour)".

       01 M-Acces-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 reverse-video pic X(80) value
         " No      Client".
         10 line 7 col 47 reverse-video value "Demande".
         10 line 7 col 56 reverse-video value "Echeance".
         10 line 7 col 66 reverse-video value "St".
         10 line 7 col 68 reverse-video value "Reponse".

       01 LigneDemandeAcces.
         05 line NoLigneAcces col 2 pic Z(6)9 from NoDemandeAcces.
         05 line NoLigneAcces col 10 pic X(36) from CodeClientAcces.
         05 line NoLigneAcces col 47 from DateDemandeAcces.
         05 line NoLigneAcces col 56 from DateEcheanceAcces.
         05 line NoLigneAcces col 66 from StatutDemandeAcces.
         05 line NoLigneAcces col 68 from DateReponseAcces.

       01 M-Acces-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageAcces
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la revue des rapprochements avec le fichier des
      * personnes decedees ---

       01 M-Deces background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 14 value
         "Rapprochements avec le fichier des personnes decedees".
         10 line 6 col 1 reverse-video pic X(40) value
         " No rappr. Nom                       Pre".
         10 line 6 col 41 reverse-video pic X(40) value
         "noms         Ne le    Decede le Crit.   ".
         10 line 21 col 1 value
         " No de rapprochement a traiter (0 = fin) :".

       01 LigneRapprochementDeces.
         05 line NoLigneEcran col 2 pic Z(6)9
            from NoRapprochementDeces.
         05 line NoLigneEcran col 12 pic X(25) from NomInseeDeces.
         05 line NoLigneEcran col 38 pic X(15) from PrenomsInseeDeces.
         05 line NoLigneEcran col 54 from DateNaissanceDeces.
         05 line NoLigneEcran col 63 from DateDecesFichier.
         05 line NoLigneEcran col 73 from CriteresDeces.

       01 M-Deces-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 21 value
         "Rapprochement avec le fichier des deces".
         10 line 6 col 1 value " Rapprochement ........ :".
         10 line 6 col 26 pic Z(6)9 from NoRapprochementDeces.
         10 line 6 col 36 value "criteres concordants :".
         10 line 6 col 59 from CriteresDeces.
         10 line 8 col 1 value " Fichier des deces .... :".
         10 line 8 col 26 pic X(25) from NomInseeDeces.
         10 line 8 col 52 pic X(28) from PrenomsInseeDeces.
         10 line 9 col 1 value " Ne(e) le / a ......... :".
         10 line 9 col 26 from DateNaissanceDeces.
         10 line 9 col 36 from LieuNaissanceDeces.
         10 line 10 col 1 value " Decede(e) le / acte .. :".
         10 line 10 col 26 from DateDecesFichier.
         10 line 10 col 36 from NumeroActeDeces.
         10 line 12 col 1 value " Client ............... :".
         10 line 12 col 26 from CodeClientDeces.
         10 line 13 col 1 value " Nom / prenom ......... :".
         10 line 13 col 26 pic X(25) from Nom of CLIENT.
         10 line 13 col 52 pic X(28) from Prenom of CLIENT.
         10 line 14 col 1 value " Ne(e) le / a ......... :".
         10 line 14 col 26 from DateNaissance of CLIENT.
         10 line 14 col 36 pic X(38) from LieuNaissance of CLIENT.
         10 line 16 col 1 value
         " Decision (C deces confirme, R homonyme) :".
         10 line 17 col 1 value " Commentaire :".

       01 M-Deces-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageDeces
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du cash pooling ---

       01 M-Pooling background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 33 value "Cash pooling".
         10 line 5 col 1 value
         " Choix (C structure, P participant, S suspension, L liste) :".

       01 M-Pooling-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Nom de la structure  :".
         10 line 7 col 25 using NomStructurePooling pic X(40).
         10 line 8 col 1 value " Client groupe ...... :".
         10 line 8 col 25 using CodeClientPooling pic X(36).
         10 line 9 col 1 value " Compte centralisateur".
         10 line 10 col 1 value " Code banque ........ :".
         10 line 10 col 25 using CodeBanqueMaitre pic X(5).
         10 line 11 col 1 value " Code guichet ....... :".
         10 line 11 col 25 using CodeGuichetMaitre pic X(5).
         10 line 12 col 1 value " Compte (racine) .... :".
         10 line 12 col 25 using NoCompteMaitre pic X(9).
         10 line 13 col 1 value " Type ............... :".
         10 line 13 col 25 using TypeCompteMaitre pic X(2).
         10 line 14 col 1 value " Taux preteur (%) ... :".
         10 line 14 col 25 using TauxPreteurPooling pic Z9,9999.
         10 line 15 col 1 value " Taux emprunteur (%)  :".
         10 line 15 col 25 using TauxEmprunteurPooling pic Z9,9999.

       01 M-Pooling-N background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Structure .......... :".
         10 line 7 col 25 using NoStructurePooling pic Z(6)9.

       01 M-Pooling-P background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Compte participant".
         10 line 10 col 1 value " Code banque ........ :".
         10 line 10 col 25 using CodeBanqueParticipant pic X(5).
         10 line 11 col 1 value " Code guichet ....... :".
         10 line 11 col 25 using CodeGuichetParticipant pic X(5).
         10 line 12 col 1 value " Compte (racine) .... :".
         10 line 12 col 25 using NoCompteParticipant pic X(9).
         10 line 13 col 1 value " Type ............... :".
         10 line 13 col 25 using TypeCompteParticipant pic X(2).
         10 line 14 col 1 value " Solde cible ........ :".
         10 line 14 col 25 using SoldeCiblePooling pic Z(7)9,99.
         10 line 15 col 1 value " Sens (B, R, C) ..... :".
         10 line 15 col 25 using SensPooling pic X.
         10 line 15 col 28 value
         "(B les deux, R remontee seule, C couverture seule)".

       01 M-Pooling-S background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Compte participant".
         10 line 9 col 25 value "(vide = toute la structure)".
         10 line 10 col 1 value " Code banque ........ :".
         10 line 10 col 25 using CodeBanqueParticipant pic X(5).
         10 line 11 col 1 value " Code guichet ....... :".
         10 line 11 col 25 using CodeGuichetParticipant pic X(5).
         10 line 12 col 1 value " Compte (racine) .... :".
         10 line 12 col 25 using NoCompteParticipant pic X(9).
         10 line 13 col 1 value " Type ............... :".
         10 line 13 col 25 using TypeCompteParticipant pic X(2).

       01 M-Pooling-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 8 col 1 value " Centralisateur ..... :".
         10 line 8 col 25 from CodeBanqueMaitre.
         10 line 8 col 31 from CodeGuichetMaitre.
         10 line 8 col 37 from NoCompteMaitre.
         10 line 8 col 47 from TypeCompteMaitre.
         10 line 8 col 51 pic X(30) from NomStructurePooling.
         10 line 9 col 1 reverse-video pic X(40) value
         " BanqueGuich Compte    Ty S       Cible ".
         10 line 9 col 41 reverse-video pic X(40) value
         "         Position  St Dernier niv.      ".

       01 LigneParticipantPooling.
         05 line NoLignePooling col 2 from CodeBanqueParticipant.
         05 line NoLignePooling col 8 from CodeGuichetParticipant.
         05 line NoLignePooling col 14 from NoCompteParticipant.
         05 line NoLignePooling col 24 from TypeCompteParticipant.
         05 line NoLignePooling col 27 from SensPooling.
         05 line NoLignePooling col 29 pic Z(7)9,99
            from SoldeCiblePooling.
         05 line NoLignePooling col 43 pic Z(9)9,99-
            from PositionIntraGroupe.
         05 line NoLignePooling col 60 from StatutParticipant.
         05 line NoLignePooling col 63 from DateDernierNivellement.

       01 M-Pooling-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessagePooling
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la circularisation des soldes ---

       01 M-Circ background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 14 value
         "Circularisation des soldes (commissaires aux comptes)".
         10 line 5 col 1 value
         " Choix (S selection et lettres, R reponse, E etat) :".

       01 M-Circ-S background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Date d'arrete ...... :".
         10 line 7 col 25 using DateArreteCirc pic X(8).
         10 line 7 col 35 value "(vide = 31/12 de l'an dernier)".
         10 line 8 col 1 value " Critere ............ :".
         10 line 8 col 25 using CritereCirc pic X.
         10 line 8 col 35 value "(S seuil, E echantillon, L liste)".
         10 line 9 col 1 value " Seuil de solde ..... :".
         10 line 9 col 25 using SeuilCirc pic Z(9)9.
         10 line 10 col 1 value " Taille echantillon . :".
         10 line 10 col 25 using TailleEchantillonCirc pic ZZ9.

       01 M-Circ-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 12 col 1 value " Code client ........ :".
         10 line 12 col 25 using CodeClientListeCirc pic X(36).
         10 line 13 col 25 value "(vide = fin de la liste)".

       01 M-Circ-N background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Lettre ............. :".
         10 line 7 col 25 using NoLettreCirc pic Z(6)9.

       01 M-Circ-R background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Client ............. :".
         10 line 9 col 25 from CodeClientCirc.
         10 line 10 col 25 pic X(50) from NomClientCirc.
         10 line 11 col 1 value " Arrete / envoi ..... :".
         10 line 11 col 25 from DateArreteCirc.
         10 line 11 col 35 from DateEnvoiCirc.
         10 line 12 col 1 value " Solde confirme ..... :".
         10 line 12 col 25 pic Z(9)9,99- from SoldeArreteCirc.
         10 line 14 col 1 value " Reponse (A, D, N) .. :".
         10 line 14 col 25 using ReponseCirc pic X.
         10 line 14 col 28 value
         "(A accord, D desaccord, N sans reponse)".
         10 line 15 col 1 value " Solde selon client . :".
         10 line 15 col 25 using MontantClientCirc pic Z(9)9,99-.
         10 line 16 col 1 value " Commentaire ........ :".
         10 line 16 col 25 using CommentaireCirc pic X(55).

       01 M-Circ-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Exercice ........... :".
         10 line 7 col 25 using ExerciceCirc pic X(4).

       01 M-Circ-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageCirc
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du lettrage des comptes d'attente ---

       01 M-Attente background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Lettrage des comptes d'attente".
         10 line 5 col 1 value
         " Choix (L lettrage manuel, A automatique, E balance agee) :".

       01 M-Attente-L background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Compte d'attente ... :".
         10 line 7 col 25 using CompteAttenteSaisi pic X(6).
         10 line 7 col 33 value "(471000, 471100, 471200...)".
         10 line 9 col 1 value " Ecritures a lettrer  :".
         10 line 9 col 25 using NoEcritureLettree(1) pic Z(8)9.
         10 line 10 col 25 using NoEcritureLettree(2) pic Z(8)9.
         10 line 11 col 25 using NoEcritureLettree(3) pic Z(8)9.
         10 line 12 col 25 using NoEcritureLettree(4) pic Z(8)9.
         10 line 12 col 36 value "(0 = aucune)".

       01 M-Attente-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageAttente
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans de la justification des ecarts de compensation ---

       01 M-EcartsComp background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Justification des ecarts de".
         10 line 3 col 50 value "compensation".
         10 line 5 col 1 value " Date du flux ....... :".
         10 line 5 col 25 using DateFluxSaisieComp pic X(8).
         10 line 5 col 35 value "(AAAAMMJJ, vide = retour)".
         10 line 6 col 1 value " Flux ............... :".
         10 line 6 col 25 using TypeFluxSaisieComp pic X(4).
         10 line 6 col 31 value "CHQ, SEPA, PRL, CB, IMP".
         10 line 7 col 1 value " Motif .............. :".
         10 line 7 col 25 using MotifSaisieComp pic X(50).

       01 M-EcartsComp-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Declare (nb/montant) :".
         10 line 9 col 25 pic ZZZZZZ9 from NbDeclareComp.
         10 line 9 col 34 pic Z(11)9,99- from MontantDeclareComp.
         10 line 10 col 1 value " Regle (nb/montant) . :".
         10 line 10 col 25 pic ZZZZZZ9 from NbRegleComp.
         10 line 10 col 34 pic Z(11)9,99- from MontantRegleComp.
         10 line 11 col 1 value " Ecart .............. :".
         10 line 11 col 34 pic Z(11)9,99- from EcartMontantComp.

       01 M-EcartsComp-Q background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1
         value " Justifier cet ecart, confirmez-vous (o/N) :"
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-EcartsComp-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageEcartComp
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans des reclamations clients ---

       01 M-Reclamations background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "Registre des reclamations clients".
         10 line 5 col 1 value
         " Choix (N nouvelle, A accuse, R reponse, C consultation) :".

       01 M-Recl-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Compte concerne".
         10 line 8 col 1 value " Code banque ........ :".
         10 line 8 col 25 using CodeBanqueRecl pic X(5).
         10 line 9 col 1 value " Code guichet ....... :".
         10 line 9 col 25 using CodeGuichetRecl pic X(5).
         10 line 10 col 1 value " Compte (racine) .... :".
         10 line 10 col 25 using NoCompteRecl pic X(9).
         10 line 11 col 1 value " Type ............... :".
         10 line 11 col 25 using TypeCompteRecl pic X(2).
         10 line 12 col 1 value " Mouvement conteste . :".
         10 line 12 col 25 using NoMouvementRecl pic Z(8)9.
         10 line 12 col 36 value "(0 = aucun)".
         10 line 13 col 1 value " Canal .............. :".
         10 line 13 col 25 using CanalRecl pic X.
         10 line 13 col 28 value
         "G guichet, T telephone, C courrier, E e-mail, I internet".
         10 line 14 col 1 value " Categorie .......... :".
         10 line 14 col 25 using CategorieRecl pic X(3).
         10 line 14 col 30 value
         "FRA, CAR, VIR, CHQ, CLO, CRE, AUT".
         10 line 15 col 1 value " Objet .............. :".
         10 line 15 col 25 using ObjetRecl pic X(55).
         10 line 16 col 1 value " Recue le (AAAAMMJJ)  :".
         10 line 16 col 25 using DateReceptionRecl pic X(8).
         10 line 16 col 35 value "(vide = ce jour)".
         10 line 17 col 1 value " Responsable ........ :".
         10 line 17 col 25 using ResponsableRecl pic X(8).
         10 line 17 col 35 value "(vide = vous-meme)".

       01 M-Recl-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " No de reclamation .. :".
         10 line 7 col 25 using NoReclamationSaisi pic 9(7).

       01 M-Recl-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Client ............. :".
         10 line 9 col 25 from CodeClientRecl.
         10 line 10 col 1 value " Compte ............. :".
         10 line 10 col 25 from CodeBanqueRecl.
         10 line 10 col 31 from CodeGuichetRecl.
         10 line 10 col 37 from NoCompteRecl.
         10 line 10 col 47 from TypeCompteRecl.
         10 line 10 col 51 value "Mvt :".
         10 line 10 col 57 pic Z(8)9 from NoMouvementRecl.
         10 line 11 col 1 value " Canal / categorie .. :".
         10 line 11 col 25 from CanalRecl.
         10 line 11 col 27 from CategorieRecl.
         10 line 12 col 1 value " Objet .............. :".
         10 line 12 col 25 pic X(55) from ObjetRecl.
         10 line 13 col 1 value " Responsable ........ :".
         10 line 13 col 25 from ResponsableRecl.
         10 line 14 col 1 value " Recue le ........... :".
         10 line 14 col 25 from DateReceptionRecl.
         10 line 15 col 1 value " Accuse (limite/fait) :".
         10 line 15 col 25 from DateLimiteAccuseRecl.
         10 line 15 col 35 from DateAccuseRecl.
         10 line 16 col 1 value " Reponse (limite/fait):".
         10 line 16 col 25 from DateLimiteReponseRecl.
         10 line 16 col 35 from DateReponseRecl.
         10 line 17 col 1 value " Statut (O/A/R) ..... :".
         10 line 17 col 25 from StatutRecl.
         10 line 18 col 1 value " Remboursement ...... :".
         10 line 18 col 25 pic Z(6)9,99 from MontantRembRecl.

       01 M-Recl-Reponse background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 20 col 1 value " Remboursement accorde :".
         10 line 20 col 26 using MontantRembRecl pic Z(6)9,99.
         10 line 21 col 1 value
         " (credite sur le compte de la reclamation, 0 = aucun)".

       01 M-Recl-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageRecl
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du registre des beneficiaires ---

       01 M-Benef background-color is CouleurFondEcran

       01 M-DossierRel-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 8 col 1 value " Complement adresse . :".
         10 line 8 col 25 using ComplementAdresseRel pic X(38).
         10 line 9 col 1 value " No et voie ......... :".
         10 line 9 col 25 using NumeroVoieRel pic X(10).
         10 line 9 col 36 using LibelleVoieRel pic X(38).
         10 line 10 col 1 value " Lieu-dit / BP ...... :".
         10 line 10 col 25 using LieuDitRel pic X(38).
         10 line 11 col 1 value " Code postal ........ :".
         10 line 11 col 25 using CodePostalRel pic X(5).
         10 line 12 col 1 value " Ville .............. :".
         10 line 12 col 25 using VilleRel pic X(50).
         10 line 13 col 1 value " Pays (blanc=France)  :".
         10 line 13 col 25 using PaysAdresseRel pic X(38).
         10 line 14 col 1 value " Email .............. :".
         10 line 14 col 25 using EmailRel pic X(60).
         10 line 15 col 1 value " Telephone .......... :".
         10 line 15 col 25 using TelephoneRel pic X(15).
         10 line 16 col 1 value " Pays de residence .. :".
         10 line 16 col 25 using PaysResidenceRel pic X(2).
         10 line 17 col 1 value " TIN ................ :".
         10 line 17 col 25 using TinRel pic X(20).
         10 line 18 col 1 value " Piece identite (O/N) :".
         10 line 18 col 25 using PieceIdentiteRel pic X.
         10 line 19 col 1 value " Justif. domicile O/N :".
         10 line 19 col 25 using JustifDomicileRel pic X.
         10 line 20 col 1 value " Naissance (AAAAMMJJ) :".
         10 line 20 col 25 using DateNaissanceRel pic X(8).
         10 line 20 col 34 value "a".
         10 line 20 col 36 using LieuNaissanceRel pic X(38).
         10 line 21 col 1 value " Designation BdF O/N  :".
         10 line 21 col 25 using DesignationBdfSaisie pic X.
         10 line 21 col 27 value "ref.".
         10 line 21 col 32 using ReferenceDesignationRel pic X(20).
         10 line 21 col 53 value "du".
         10 line 21 col 56 using DateDesignationRel pic X(8).

       01 M-DossierRel-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 13 col 28 from TinRel.
         10 line 14 col 1 value " Statut (E/A/R) ..... :".
         10 line 14 col 25 from StatutDossierRel.
         10 line 15 col 1 value " Naissance .......... :".
         10 line 15 col 25 from DateNaissanceRel.
         10 line 15 col 34 from LieuNaissanceRel.
         10 line 16 col 1 value " Designation BdF .... :".
         10 line 16 col 25 from ReferenceDesignationRel.
         10 line 16 col 46 from DateDesignationRel.
         10 line 16 col 55 value "limite".
         10 line 16 col 62 from DateLimiteOuvertureRel.

       01 M-DossierRel-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Export fichier (O/N) :".
         10 line 11 col 25 using ExportAuditActif pic X.

      * --- Ecrans des seuils d'usure ---

       01 M-SeuilUsure background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Seuils d'usure".
         10 line 5 col 1 value
         " Choix (C creation, V seuil en vigueur) :".

       01 M-SeuilUsure-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Categorie de pret .. :".
         10 line 7 col 25 using CategorieSeuil pic X(2).
         10 line 8 col 1 value " Date d'effet ....... :".
         10 line 8 col 25 using DateEffetSeuil pic X(8).
         10 line 9 col 1 value " Taux (TAEG maximum)  :".
         10 line 9 col 25 using TauxSeuil pic 9,9(4).

       01 M-SeuilUsure-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageSeuil
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du catalogue des forfaits de compte ---

       01 M-Forfaits background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "Catalogue des forfaits de compte".
         10 line 5 col 1 value
         " Choix (C creation, V consultation, F fin) :".

       01 M-Forfait-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code forfait ....... :".
         10 line 7 col 25 using CodeForfait pic X(6).
         10 line 8 col 1 value " Date d'effet ....... :".
         10 line 8 col 25 using DateEffetForfait pic X(8).
         10 line 9 col 1 value " Libelle ............ :".
         10 line 9 col 25 using LibelleForfait pic X(40).
         10 line 10 col 1 value " Type de compte ..... :".
         10 line 10 col 25 using TypeCompteForfait pic X(2).
         10 line 11 col 1 value " Prix mensuel ....... :".
         10 line 11 col 25 using PrixMensuelForfait pic Z(4)9,99.
         10 line 12 col 1 value " Cartes incluses .... :".
         10 line 12 col 25 using NbCartesForfait pic Z9.
         10 line 13 col 1 value " Virements gratuits . :".
         10 line 13 col 25 using NbVirementsForfait pic ZZ9.
         10 line 14 col 1 value " Par defaut (O/N) ... :".
         10 line 14 col 25 using ForfaitParDefaut pic X.
         10 line 15 col 1 value " Fin de vente ....... :".
         10 line 15 col 25 using DateFinForfait pic X(8).

       01 M-Forfait-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageForfait
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

      * --- Ecrans du forfait d'un compte (gestion des clients) ---

       01 M-ForfaitCompte-Q background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value " Forfait du compte, ligne No :"
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-ForfaitCompte background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 2 col 28 value "FORFAIT DU COMPTE".
         10 line 4 col 2
         from CodeBanque of LigneCompte(NoLigneCompte).
         10 line 4 col 8
         from CodeGuichet of LigneCompte(NoLigneCompte).
         10 line 4 col 14
         from RacineCompte of LigneCompte(NoLigneCompte).
         10 line 4 col 24
         from TypeCompte of LigneCompte(NoLigneCompte).
         10 line 6 col 2 value "En cours :".
         10 line 6 col 13 from CodeForfaitCourant.
         10 line 6 col 20 pic X(38) from LibelleForfaitCourant.
         10 line 6 col 60 value "depuis le".
         10 line 6 col 70 from DateDebutAbonnement.
         10 line 8 col 1 reverse-video pic X(80) value
         " Code   Libelle                       Prix/mois Cartes Vir.".
         10 line 21 col 1 value " Nouveau forfait (vide = retour) :".

       01 LigneForfaitEcran.
         05 line NoLigneEcran col 2 from CodeForfait.
         05 line NoLigneEcran col 9 pic X(30) from LibelleForfait.
         05 line NoLigneEcran col 39 pic Z(4)9,99
         from PrixMensuelForfait.
         05 line NoLigneEcran col 52 pic Z9 from NbCartesForfait.
         05 line NoLigneEcran col 57 pic ZZ9 from NbVirementsForfait.

      * --- Ecrans de la gestion des operateurs ---

       01 M-Operateur background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 29 value "Gestion des operateurs".
         10 line 5 col 1 value
         " Choix (C creation, M modification, S suspension) :".
         10 line 6 col 1 value
         " (D deverrouillage, R mot de passe, H habilitations)".

       01 M-Operateur-C background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 7 col 1 value " Code operateur ..... :".
         10 line 7 col 25 using CodeOperateurAdmin pic X(8).

       01 M-Operateur-E background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 8 col 1 value " Nom ................ :".
         10 line 8 col 25 using NomOperateurGere pic X(50).
         10 line 10 col 1 value " Profil ............. :".
         10 line 10 col 25 using ProfilOperateurGere pic X.
         10 line 11 col 1 value " Fin d'acces (AAAAMMJJ):".
         10 line 11 col 26 using DateFinOperateurGere pic X(8).
         10 line 12 col 1 value " (vide = sans limite)".
         10 line 13 col 1 value " Client salarie ..... :".
         10 line 13 col 25 using CodeClientOperateurGere pic X(36).

       01 M-Operateur-Detail background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 14 col 1 value " Statut (A/S) ....... :".
         10 line 14 col 25 from StatutOperateurGere.
         10 line 15 col 1 value " Verrouille (O/N) ... :".
         10 line 15 col 25 from VerrouOperateurGere.

       01 M-Habilitation background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Habilitations par profil".
         10 line 7 col 1 value " Profil ............. :".
         10 line 7 col 25 using ProfilHabilitation pic X.
         10 line 8 col 1 value " Option de menu ..... :".
         10 line 8 col 25 using OptionHabilitation pic 99.
         10 line 9 col 1 value
         " Action (A ajout, S suppression, L liste) :".
         10 line 9 col 45 using ActionHabilitation pic X.

       01 M-Habilitation-Liste background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 11 col 1 value " Options autorisees :".
         10 line 12 col 3 from ListeOptionsLigne1.
         10 line 13 col 3 from ListeOptionsLigne2.
         10 line 14 col 3 from ListeOptionsLigne3.
         10 line 15 col 3 from ListeOptionsLigne4.

       01 M-Habilitation-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageHabilitation
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       01 M-Operateur-R background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 9 col 1 value " Mot de passe provisoire :".
         10 line 9 col 28 using NouveauMotDePasse pic X(16) secure.

       01 M-Operateur-Resultat background-color is CouleurFondEcran
       foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 from MessageOperateur
         background-color is CouleurCaractere
         foreground-color is CouleurFondEcran.

       procedure division.
      ************************************************************
      ************************************************************
               move CheminRetourImpayesDefaut to CheminRetourImpayes
           end-accept.

           move CheminAvisReglementDefaut to CheminAvisReglement.

           accept CheminAvisReglement
             from environment "SERFA_CHEMIN_AVIS_REGLEMENT"
             on exception
               move CheminAvisReglementDefaut to CheminAvisReglement
           end-accept.

           move CheminRetourEffetsDefaut to CheminRetourEffets.

           accept CheminRetourEffets
             from environment "SERFA_CHEMIN_RETOUR_EFFETS"
             on exception
               move CheminRetourEffetsDefaut to CheminRetourEffets
           end-accept.

           move CheminImportBqExtDefaut to CheminImportBqExt.

           accept CheminImportBqExt
               move CheminMobiliteDefaut to CheminMobilite
           end-accept.

           move CheminMobiliteSortanteDefaut to CheminMobiliteSortante.

           accept CheminMobiliteSortante
             from environment "SERFA_CHEMIN_MOBILITE_SORTANTE"
             on exception
               move CheminMobiliteSortanteDefaut
               to CheminMobiliteSortante
           end-accept.

           move CheminOrdresEnLigneDefaut to CheminOrdresEnLigne.

           accept CheminOrdresEnLigne
             from environment "SERFA_CHEMIN_BANQUE_EN_LIGNE"
             on exception
               move CheminOrdresEnLigneDefaut to CheminOrdresEnLigne
           end-accept.

           move CheminAccesRgpdDefaut to CheminAccesRgpd.

           accept CheminAccesRgpd
             from environment "SERFA_CHEMIN_ACCES_RGPD"
             on exception
               move CheminAccesRgpdDefaut to CheminAccesRgpd
           end-accept.

           move CheminEditionsGuichetDefaut to CheminEditionsGuichet.

           accept CheminEditionsGuichet
             from environment "SERFA_CHEMIN_EDITIONS_GUICHET"
             on exception
               move CheminEditionsGuichetDefaut to CheminEditionsGuichet
           end-accept.

           move CheminSecoursDefaut to CheminSecours.

           accept CheminSecours
             from environment "SERFA_CHEMIN_SECOURS"
             on exception
               move CheminSecoursDefaut to CheminSecours
           end-accept.

           move CheminVopEntrantDefaut to CheminVopEntrant.

           accept CheminVopEntrant
             from environment "SERFA_CHEMIN_VOP_ENTRANT"
             on exception
               move CheminVopEntrantDefaut to CheminVopEntrant
           end-accept.

           move 10 to NbAnneeRetention.

           accept NbAnneeRetention
               move ValeurEntiereParam to NbAnneesEckert
           end-if.

           move "ANNEES_ECKERT_DECES" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to NbAnneesEckertDeces
           end-if.

           move "TAUX_PFU" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurEntiereParam to FraisImpayeCheque
           end-if.

           move "COMMISSION_EFFET" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to CommissionEffet
           end-if.

           move "FRAIS_IMPAYE_EFFET" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to FraisImpayeEffet
           end-if.

           move "TAUX_COMMISSION_CAUTION" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxCommissionCautionDefaut
           end-if.

           move "LOYER_COFFRE_P" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to LoyerCoffrePetit
           end-if.

           move "LOYER_COFFRE_M" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to LoyerCoffreMoyen
           end-if.

           move "LOYER_COFFRE_G" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to LoyerCoffreGrand
           end-if.

           move "MARGE_CHANGE_ACHAT" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to MargeChangeAchatDefaut
           end-if.

           move "MARGE_CHANGE_VENTE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to MargeChangeVenteDefaut
           end-if.

           move "FRAIS_RELANCE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurEntiereParam to FraisRelance
           end-if.

           move "COMMISSION_INTERVENTION" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to CommissionOperation
           end-if.

           move "PLAFOND_COMMISSIONS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to PlafondMensuelCommission
           end-if.

           move "COMMISSION_FRAGILE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to CommissionOperationFragile
           end-if.

           move "PLAFOND_COMMISSIONS_FRAGILE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to PlafondMensuelFragile
           end-if.

           move "DELAI_PREAVIS_COMMISSIONS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to DelaiPreavisCommission
           end-if.

           move "SEUIL_FRAGILITE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to SeuilFragilite
           end-if.

           move "DUREE_FRAGILITE_MOIS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to DureeMinFragilite
           end-if.

           move "DELAI_GRACE_KYC" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurEntiereParam to RetentionBatchJours
           end-if.

           move "SEUIL_ETUDE_CREDIT" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to SeuilEtudeCredit
           end-if.

           move "TAUX_ENDETTEMENT_MAX" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to TauxEndettementMax
           end-if.

           move "TAUX_PROVISION_SENSIBLE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxProvisionSensible
           end-if.

           move "TAUX_PROVISION_DOUTEUX" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxProvisionDouteux
           end-if.

           move "NB_IMPAYES_DECHEANCE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to NbImpayesDecheance
           end-if.

           move "DELAI_MISE_EN_DEMEURE_JOURS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to DelaiMiseEnDemeure
           end-if.

           move "TAUX_MAJORATION_RETARD" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxMajorationRetard
           end-if.

           move "NB_DEPASSEMENTS_ALERTE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to SeuilAlerteDepassements
           end-if.

           move "DUREE_VALIDITE_CARTE_MOIS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to DureeValiditeCarte
           end-if.

           move "TAUX_REFINANCEMENT" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxRefinancement
           end-if.

           move "SEUIL_CONSULTATIONS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to SeuilConsultations
           end-if.

           move "TAUX_INTERET_PERSONNEL" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxInteretPersonnel
           end-if.

           move "TAUX_FRAIS_PERSONNEL" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to TauxFraisPersonnel
           end-if.

           move "MASQUE_ETATLCBFT" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurParametre(1:1) to MasqueEtatLcbft
           end-if.

           move "MASQUE_EXTRACTCOMPTES" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurParametre(1:1) to MasqueExtractComptes
           end-if.

           move "PREAVIS_TARIF_MOIS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to NbMoisPreavis
           end-if.

           move "RATTRAPAGE_MAX_JOURS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to MaxJoursRattrapage
           end-if.

           move "PLAFOND_FGDR" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to PlafondFgdr
           end-if.

           move "FORFAIT_SERVICES_BASE" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               move ValeurParametre(1:6) to CodeForfaitServicesBase
           end-if.

       LireParametreTable.
           move "N" to StatutParametre.
           move spaces to ValeurParametre.
               move "O" to StatutParametre
           end-if.

      * Valeur datee en vigueur d'un parametre tarifaire

           perform PoserDateVigueurParametre.

           move CodeParametre to CodeParametreEffet.

           exec sql
               select top 1 Valeur
               into :ParametreEffet.ValeurParametreEffet
               from ParametreEffet
               where CodeParametre =
               :ParametreEffet.CodeParametreEffet
               and DateEffet <= :DateVigueurParametre
               order by DateEffet desc
           end-exec.

           if sqlcode = 0
               move ValeurParametreEffet to ValeurParametre
               move "O" to StatutParametre
           end-if.

      * --- Date de vigueur des valeurs datees : la date comptable
      * des qu'elle est posee (chaine de nuit et journees rejouees
      * comprises), comme les baremes et forfaits ; la date du jour
      * au demarrage, avant toute date comptable ---

       PoserDateVigueurParametre.
           if DateComptable is numeric and AnneeComptable > 0
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateVigueurParametre
               end-string
           else
               accept DateVigueurParametre from date yyyymmdd
           end-if.

      * --- Valeur de taux au format decimal libre (0.035 vaut bien
      * trente-cinq milliemes) : la partie decimale est remise a
      * l'echelle selon le nombre de chiffres reellement saisis ---

      * ------------------------------------------------------------------------
      * Ouverture de session : trois essais pour saisir un code
      * operateur reconnu et son mot de passe, sinon fin de session
      * immediate ; les echecs sont aussi comptes sur la ligne
      * Operateur, le troisieme echec consecutif verrouillant le
      * compte d'une session a l'autre
      * ------------------------------------------------------------------------
       SignOnOperateur.
           Accept DateSysteme From date yyyymmdd.

           move "N" to StatutSignOn.
           move 0 to NbEssaisSignOn.
           move spaces to MessageSignOn.

           move "DUREE_MOT_DE_PASSE_JOURS" to CodeParametre.
           perform LireParametreTable.
           if ParametreTrouve
               perform ConvertirParametreEntier
               move ValeurEntiereParam to DureeMotDePasseJours
           end-if.

           perform SignOnOperateur-Essai
               until OperateurReconnu or NbEssaisSignOn >= 3.
           add 1 to NbEssaisSignOn.

           move spaces to CodeOperateurSaisi.
           move spaces to MotDePasseSaisi.
           move "N" to DemandeChangementMdp.

           display M-SignOn.

           if MessageSignOn not = space
               display M-SignOn-Message
           end-if.

           accept M-SignOn.

           move spaces to MessageSignOn.

           if CodeOperateurSaisi not = space
               move CodeOperateurSaisi to CodeOperateur of Operateur

               exec sql
                   select NomOperateur, Profil,
                   coalesce(MotDePasse, ''), coalesce(NbEchecs, 0),
                   coalesce(Verrou, 'N'), coalesce(DateMotDePasse, ''),
                   coalesce(ChangementMotDePasse, 'O'),
                   coalesce(Statut, 'A'), coalesce(DateFin, ''),
                   coalesce(CodeClient, ' ')
                   into :Operateur.NomOperateur,
                        :Operateur.ProfilOperateur,
                        :Operateur.MotDePasseOperateur,
                        :Operateur.NbEchecsOperateur,
                        :Operateur.VerrouOperateur,
                        :Operateur.DateMotDePasseOperateur,
                        :Operateur.ChangementMdpOperateur,
                        :Operateur.StatutOperateur,
                        :Operateur.DateFinOperateur,
                        :Operateur.CodeClientOperateur
                   from Operateur
                   where CodeOperateur = :Operateur.CodeOperateur
               end-exec

               if sqlcode = 0
                   perform ControlerMotDePasseOperateur
               else
                   move "Code operateur ou mot de passe incorrect"
                   to MessageSignOn

                   move "Operateur" to TableAudit
                   move CodeOperateurSaisi to CleAudit
                   move spaces to AncienneValeurAudit
                   move "ouverture refusee : operateur inconnu"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- Controle du mot de passe saisi contre l'empreinte
      * conservee ; un compte sans mot de passe est refuse tant que
      * l'administrateur ne lui a pas donne un mot de passe
      * provisoire (reinitialisation) ---

       ControlerMotDePasseOperateur.
           move CodeOperateur of Operateur to CodeOperateurEmpreinte.

           if OperateurVerrouille
               move "Compte verrouille, voir un administrateur"
               to MessageSignOn

               move "Operateur" to TableAudit
               move CodeOperateur of Operateur to CleAudit
               move "verrouille" to AncienneValeurAudit
               move "tentative sur compte verrouille"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           else
           if MotDePasseOperateur = space
               move "Pas de mot de passe, voir un administrateur"
               to MessageSignOn

               move "Operateur" to TableAudit
               move CodeOperateur of Operateur to CleAudit
               move "sans mot de passe" to AncienneValeurAudit
               move "tentative avant reinitialisation"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           else
               move MotDePasseSaisi to MotDePasseTravail

               perform CalculerEmpreinteMotDePasse

               if EmpreinteMotDePasse = MotDePasseOperateur
                   perform ControlerAccesOperateur
               else
                   perform RefuserSignOnOperateur
               end-if
           end-if
           end-if.

      * --- Operateur suspendu ou personnel temporaire dont la date
      * de fin d'acces est passee : session refusee et auditee ---

       ControlerAccesOperateur.
           move spaces to NouvelleValeurAudit.

           if OperateurSuspendu
               move "Operateur suspendu, voir un administrateur"
               to MessageSignOn
               move "tentative operateur suspendu"
               to NouvelleValeurAudit
           end-if.

           if NouvelleValeurAudit = space
           and DateFinOperateur not = space
           and DateFinOperateur < DateSysteme
               move "Date de fin d'acces depassee" to MessageSignOn
               move "tentative apres date de fin"
               to NouvelleValeurAudit
           end-if.

           if NouvelleValeurAudit = space
               perform AccepterSignOnOperateur
           else
               move "Operateur" to TableAudit
               move CodeOperateur of Operateur to CleAudit
               move spaces to AncienneValeurAudit

               perform EnregistrerAudit
           end-if.

       AccepterSignOnOperateur.
           if NbEchecsOperateur > 0
               move 0 to NbEchecsOperateur

               exec sql
                   update Operateur
                   set NbEchecs = 0
                   where CodeOperateur = :Operateur.CodeOperateur
               end-exec
           end-if.

           move "O" to StatutSignOn.
           move CodeOperateurSaisi to CodeOperateurCourant.

           perform ChargerHabilitations.

           perform ControlerExpirationMotDePasse.

           if ChangementMdpExige
               perform ChangerMotDePasseOperateur

               if not MotDePasseChange
                   move "N" to StatutSignOn
                   move spaces to CodeOperateurCourant
                   move "Changement du mot de passe obligatoire"
                   to MessageSignOn
               end-if
           else
               if DemandeChangementMdp = "O"
               or DemandeChangementMdp = "o"
                   perform ChangerMotDePasseOperateur
               end-if
           end-if.

      * --- Echec : compte sur la ligne Operateur, verrouillage au
      * troisieme echec consecutif, chaque echec etant audite ---

       RefuserSignOnOperateur.
           add 1 to NbEchecsOperateur.

           move "Operateur" to TableAudit.
           move CodeOperateur of Operateur to CleAudit.
           move spaces to AncienneValeurAudit.

           if NbEchecsOperateur >= 3
               move "O" to VerrouOperateur

               move "compte verrouille (3 echecs)"
               to NouvelleValeurAudit

               move "Compte verrouille, voir un administrateur"
               to MessageSignOn
           else
               move "echec mot de passe" to NouvelleValeurAudit

               move "Code operateur ou mot de passe incorrect"
               to MessageSignOn
           end-if.

           exec sql
               update Operateur
               set NbEchecs = :Operateur.NbEchecsOperateur,
               Verrou = :Operateur.VerrouOperateur
               where CodeOperateur = :Operateur.CodeOperateur
           end-exec.

           if sqlcode not = 0
               move "Echec ouverture de session" to LibelleErreurSql
               move CodeOperateur of Operateur to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           perform EnregistrerAudit.

      * --- Expiration : mot de passe jamais date ou plus ancien que
      * DureeMotDePasseJours (parametre DUREE_MOT_DE_PASSE_JOURS) ---

       ControlerExpirationMotDePasse.
           if DateMotDePasseOperateur = space
               move "O" to ChangementMdpOperateur
           else
               move DateMotDePasseOperateur to DateCivileTravail

               perform CalculerNumeroJourCivil

               move NumeroJourCivil to NumeroJourMotDePasse

               move DateSysteme to DateCivileTravail

               perform CalculerNumeroJourCivil

               compute AgeMotDePasseJours =
               NumeroJourCivil - NumeroJourMotDePasse

               if AgeMotDePasseJours >= DureeMotDePasseJours
                   move "O" to ChangementMdpOperateur
               end-if
           end-if.

      * --- Changement du mot de passe : trois essais pour saisir un
      * mot de passe conforme, confirme et different de l'ancien ---

       ChangerMotDePasseOperateur.
           move "N" to StatutChangementMdp.
           move 0 to NbEssaisChangementMdp.
           move spaces to MessageSignOn.

           perform ChangerMotDePasse-Essai
               until MotDePasseChange or NbEssaisChangementMdp >= 3.

       ChangerMotDePasse-Essai.
           add 1 to NbEssaisChangementMdp.

           move spaces to NouveauMotDePasse.
           move spaces to ConfirmationMotDePasse.

           display M-ChangementMotDePasse.

           if MessageSignOn not = space
               display M-SignOn-Message
           end-if.

           accept M-ChangementMotDePasse.

           perform ControlerNouveauMotDePasse.

           if MessageSignOn = space
               move NouveauMotDePasse to MotDePasseTravail

               perform CalculerEmpreinteMotDePasse

               if EmpreinteMotDePasse = MotDePasseOperateur
                   move "Le nouveau mot de passe doit differer"
                   to MessageSignOn
               end-if
           end-if.

           if MessageSignOn = space
               perform EnregistrerMotDePasseOperateur
           end-if.

      * --- Regles de composition communes au changement et a la
      * reinitialisation par l'administrateur ---

       ControlerNouveauMotDePasse.
           move spaces to MessageSignOn.
           move 0 to LongueurMotDePasse.
           move 0 to NbChiffresMotDePasse.

           inspect NouveauMotDePasse
             tallying LongueurMotDePasse
             for characters before initial " ".

           inspect NouveauMotDePasse
             tallying NbChiffresMotDePasse
             for all "0" all "1" all "2" all "3" all "4"
                 all "5" all "6" all "7" all "8" all "9".

           if LongueurMotDePasse < 8
               move "Mot de passe trop court (8 caracteres minimum)"
               to MessageSignOn
           end-if.

           if MessageSignOn = space and NbChiffresMotDePasse = 0
               move "Le mot de passe doit contenir un chiffre"
               to MessageSignOn
           end-if.

           if MessageSignOn = space
           and NouveauMotDePasse = CodeOperateurEmpreinte
               move "Le mot de passe ne peut etre le code operateur"
               to MessageSignOn
           end-if.

           if MessageSignOn = space
           and NouveauMotDePasse not = ConfirmationMotDePasse
               move "Confirmation differente du mot de passe"
               to MessageSignOn
           end-if.

       EnregistrerMotDePasseOperateur.
           move EmpreinteMotDePasse to MotDePasseOperateur.
           move DateSysteme to DateMotDePasseOperateur.
           move "N" to ChangementMdpOperateur.
           move 0 to NbEchecsOperateur.

           exec sql
               update Operateur
               set MotDePasse = :Operateur.MotDePasseOperateur,
               DateMotDePasse = :Operateur.DateMotDePasseOperateur,
               ChangementMotDePasse = 'N',
               NbEchecs = 0
               where CodeOperateur = :Operateur.CodeOperateur
           end-exec.

           if sqlcode not = 0
               move "Changement mot de passe" to LibelleErreurSql
               move CodeOperateur of Operateur to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement du mot de passe"
               to MessageSignOn
           else
               move "O" to StatutChangementMdp

               move "Operateur" to TableAudit
               move CodeOperateur of Operateur to CleAudit
               move spaces to AncienneValeurAudit
               move "mot de passe change" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Empreinte du mot de passe : chaque caractere est remplace
      * par son rang dans AlphabetEmpreinte et brasse dans deux
      * accumulateurs modulo deux nombres premiers, sur 32 tours,
      * le code operateur (CodeOperateurEmpreinte) servant de sel ---

       CalculerEmpreinteMotDePasse.
           move spaces to SourceEmpreinte.
           move MotDePasseTravail to SourceEmpreinte(1:16).
           move CodeOperateurEmpreinte to SourceEmpreinte(17:8).

           move 7 to EmpreintePartie1.
           move 13 to EmpreintePartie2.

           perform BrasserEmpreinte
               varying TourEmpreinte from 1 by 1
               until TourEmpreinte > 32
               after PositionEmpreinte from 1 by 1
               until PositionEmpreinte > 24.

       BrasserEmpreinte.
           move 0 to RangCaractereEmpreinte.

           inspect AlphabetEmpreinte
             tallying RangCaractereEmpreinte
             for characters
             before initial SourceEmpreinte(PositionEmpreinte:1).

           compute TravailEmpreinte =
           EmpreintePartie1 * 31 + RangCaractereEmpreinte
           + PositionEmpreinte + TourEmpreinte.

           divide TravailEmpreinte by 99999989
             giving QuotientEmpreinte
             remainder EmpreintePartie1.

           compute TravailEmpreinte =
           EmpreintePartie2 * 37
           + RangCaractereEmpreinte * PositionEmpreinte
           + EmpreintePartie1.

           divide TravailEmpreinte by 99999971
             giving QuotientEmpreinte
             remainder EmpreintePartie2.

      * ------------------------------------------------------------------------
      * Choix de la societe exploitee : trois essais pour saisir un
      * code reconnu dans la table Societe, sinon fin de session
           end-if.

      * ------------------------------------------------------------------------
      * Controle d'habilitation de l'option saisie selon la matrice
      * du profil de l'operateur (table Habilitation, chargee en
      * memoire a l'ouverture de session) ; le retour (0) reste
      * toujours accessible, et l'administrateur garde en tout etat
      * de cause l'acces a la gestion des operateurs (37, 64, 65)
      * pour pouvoir corriger une matrice erronee
      * ------------------------------------------------------------------------
       VerifierAutorisationOption.
           move "O" to AutorisationOption.
               when Option = 0
                   continue
               when ProfilAdministrateur
               and (Option = 37 or Option = 64 or Option = 65)
                   continue
               when OptionHabilitee(Option) = "O"
                   continue
               when other
                   move "N" to AutorisationOption
           end-evaluate.
               display M-EffaceQuestion
           end-if.

      * --- Chargement en memoire de la matrice du profil en
      * session ; une table vide est initialisee avec les droits
      * historiques (A = tout, G = tout sauf renumerotation, fusion,
      * approbation, gestion des operateurs et affichage en clair des
      * numeros de carte, C = consultations) ---

       ChargerHabilitations.
           move all "N" to TableHabilitations.

           move 0 to NbHabilitations.

           exec sql
               select count(*)
               into :NbHabilitations
               from Habilitation
           end-exec.

           if sqlcode = 0 and NbHabilitations = 0
               perform InitialiserHabilitations
           end-if.

           move ProfilOperateur to ProfilHabilitation.
           move 0 to EotHabilitation.

           exec sql
               declare C-Habilitations cursor for
                   select NoOption
                   from Habilitation
                   where Profil = :Habilitation.ProfilHabilitation
           end-exec.

           exec sql
             open C-Habilitations
           end-exec.

           perform ChargerHabilitations-Trt until EotHabilitation = 1.

           exec sql
             close C-Habilitations
           end-exec.

       ChargerHabilitations-Trt.
           exec sql
               fetch C-Habilitations
               into :Habilitation.OptionHabilitation
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotHabilitation
           else
               if OptionHabilitation > 0
                   move "O" to OptionHabilitee(OptionHabilitation)
               end-if
           end-if.

       InitialiserHabilitations.
           perform InitialiserHabilitationOption
               varying IdxHabilitation from 1 by 1
               until IdxHabilitation > 98.

           move 99 to IdxHabilitation.

           perform InitialiserHabilitationOption.

           move "Habilitation" to TableAudit.
           move "matrice" to CleAudit.
           move spaces to AncienneValeurAudit.
           move "matrice initialisee (droits historiques)"
           to NouvelleValeurAudit.

           perform EnregistrerAudit.

       InitialiserHabilitationOption.
           move IdxHabilitation to OptionHabilitation.

           move "A" to ProfilHabilitation.

           perform InsererHabilitation.

           if IdxHabilitation not = 12 and IdxHabilitation not = 13
           and IdxHabilitation not = 25 and IdxHabilitation not = 65
           and IdxHabilitation not = 67 and IdxHabilitation not = 68
           and IdxHabilitation not = 70 and IdxHabilitation not = 72
           and IdxHabilitation not = 73 and IdxHabilitation not = 77
           and IdxHabilitation not = 78 and IdxHabilitation not = 79
           and IdxHabilitation not = 82 and IdxHabilitation not = 83
           and IdxHabilitation not = 84 and IdxHabilitation not = 85
           and IdxHabilitation not = 86 and IdxHabilitation not = 98
               move "G" to ProfilHabilitation

               perform InsererHabilitation
           end-if.

           if IdxHabilitation = 2 or IdxHabilitation = 3
           or IdxHabilitation = 8 or IdxHabilitation = 9
           or IdxHabilitation = 11 or IdxHabilitation = 14
           or IdxHabilitation = 24 or IdxHabilitation = 37
           or IdxHabilitation = 51 or IdxHabilitation = 52
           or IdxHabilitation = 54 or IdxHabilitation = 64
               move "C" to ProfilHabilitation

               perform InsererHabilitation
           end-if.

       InsererHabilitation.
           exec sql
               insert into Habilitation (Profil, NoOption)
               values (:Habilitation.ProfilHabilitation,
                       :Habilitation.OptionHabilitation)
           end-exec.

           if sqlcode not = 0
               move "Creation habilitation" to LibelleErreurSql
               move ProfilHabilitation to CleErreurSql
               perform JournaliserErreurSql
           end-if.

       Menu-Trt.
           Accept DateSysteme From date yyyymmdd.


           perform CalculerDateComptable.

      * Valeurs tarifaires datees relues a la date comptable (une
      * chaine passee apres minuit reste sur la journee qu'elle
      * traite)

           perform ChargerParametresTable.

      * Les valeurs effectives avec lesquelles la chaine tourne sont
      * posees en tete du journal d'activite : l'exploitation n'a plus
      * a les deviner depuis l'environnement

           perform JournaliserParametresEffectifs.

      * Journees ouvrees manquees depuis la derniere chaine complete :
      * les etapes datees sont rejouees pour chacune, dans l'ordre,
      * avant le cadre de controle et la journee du jour

           perform RattrapageJournees.

      * Photo des totaux par banque avant la premiere etape, pour le
      * cadre de controle comptable imprime en fin de chaine

               perform TerminerEtapeBatch
           end-if.

      * Journal de la journee close, par guichet et par operateur,
      * soumis au visa du superviseur

           move "JournalOperateurs" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform JournalOperateurs
               move NbJournauxOperateurs to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ImportationBanque" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

      * Nouvelle version de la liste de gel des avoirs : chargement
      * puis refiltrage complet des clients et des beneficiaires avant
      * que les mouvements de la nuit ne passent

           move "ImportListeSanctions" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform ImportListeSanctions
               move NbSanctionsImportees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "FiltrageSanctions" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform FiltrageSanctions
               move NbPersonnesFiltrees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ImportationMouvements" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

           move "MobiliteSortante" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform MobiliteSortante
               move NbLignesMobSort to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "OrdresBanqueEnLigne" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform OrdresBanqueEnLigne
               move NbOrdresEnLigneLus to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ExecutionVirementsPermanents" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

           move "RapprochementCompensation" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RapprochementCompensation
               move NbFluxRapproches to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "PresentationEffets" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform PresentationEffets
               move NbEffetsPresentes to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "RetourImpayesEffets" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RetourImpayesEffets
               move NbImpayesEffets to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "PortefeuilleEffets" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform PortefeuilleEffets
               move NbEffetsPortefeuille to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ExpirationCautions" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform ExpirationCautions
               move NbCautionsExpirees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "LoyersCoffres" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform LoyersCoffres
               move NbCoffresFactures to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Cash pooling : nivellement des participants a leur cible une
      * fois les operations du jour passees

           move "NivellementPooling" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform NivellementPooling
               move NbParticipantsNiveles to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ReclamationsRetard" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform ReclamationsRetard
               move NbReclamationsRetard to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Le lundi : consultations de clients sensibles et operateurs
      * au-dela du seuil sur les sept derniers jours

           if JourSemaineComptable = 1
               move "ConsultationsSensibles" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   perform DebuterEtapeBatch
                   perform ConsultationsSensibles
                   move NbConsultationsSignalees to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if
           end-if.

           move "AlertesReserves" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform AlertesReserves
               move NbAlertesReserves to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "InterrogationsSolde" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

           move "VerificationsBeneficiaire" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform VerificationsBeneficiaire
               move NbVerificationsRepondues to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "SuiviDroitAuCompte" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform SuiviDroitAuCompte
               move NbDesignationsSuivies to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "ControleCleRIB" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

           move "PrevisionTresorerie" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform PrevisionTresorerie
               move NbLignesPrevision to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "EditionRelevesBatch" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

           move "LettrageAttente" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform LettrageAttente
               move NbLettragesAuto to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "PurgeFichiersProduits" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform TerminerEtapeBatch
           end-if.

      * Derniere etape : l'instantane a plat pour la consultation de
      * secours des guichets quand la base est indisponible

           move "InstantaneSecours" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform InstantaneSecours
               move NbLignesSecours to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Fermeture du rapport de projection si la simulation a tourne

           if SimulationOuverte = 1

           perform CalculerDateComptable.

           perform ChargerParametresTable.

           perform VerifierDernierJourOuvre.

           if not DernierJourOuvreMois
               perform TerminerEtapeBatch
           end-if.

           move "ProvisionsCreances" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform ProvisionsCreances
               move NbExpositionsClassees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "RenouvellementCartes" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RenouvellementCartes
               move NbCartesRenouvelees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "EtatLitigesCartes" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform EtatLitigesCartes
               move NbLitigesOuverts to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "BilanAlertesLcbft" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform BilanAlertesLcbft
               move NbAlertesCreeesLcb to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Clientele fragile : avant les commissions, dont elle abaisse
      * les plafonds

           move "DetectionClientsFragiles" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform DetectionClientsFragiles
               move NbLignesFragilite to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Commissions d'intervention : prelevement de celles notifiees
      * le mois precedent, puis avis de celles du mois

           move "PrelevementCommissions" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform PrelevementCommissions
               move NbCommissionsPrelevees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "NotificationCommissions" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform NotificationCommissions
               move NbAvisCommissions to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Forfaits de compte : la cotisation du mois, au prorata des
      * ouvertures et changements

           move "FacturationForfaits" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform FacturationForfaits
               move NbForfaitsFactures to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "EtatPreavisTarifaires" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform EtatPreavisTarifaires
               move NbLignesEtatPreavis to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "StatistiquesReclamations" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform StatistiquesReclamations
               move NbLignesStatsRecl to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "RentabiliteClients" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RentabiliteClients
               move NbClientsPnb to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Clients decedes : rapprochement avec le fichier national du
      * mois

           move "RapprochementDeces" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RapprochementDeces
               move NbRapprochementsDeces to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Cash pooling : interets intra-groupe du mois, puis releve de
      * chaque structure

           move "InteretsPooling" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform InteretsPooling
               move NbInteretsPooling to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "RelevePooling" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform RelevePooling
               move NbRelevesPooling to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Comptes du personnel : ecritures du mois et leurs operateurs

           move "MouvementsPersonnel" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform MouvementsPersonnel
               move NbMouvementsPersonnel to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

           move "BalanceGenerale" to NomEtapeBatch.
           perform ControlerEtapeBatch.
           if not EtapePassee
               perform DebuterEtapeBatch
               perform BalanceGenerale
               move NbLignesBalanceGl to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

      * Fins de trimestre : l'arrete des agios et les commissions
      * des cautions

           if MoisFinMoisCourant = 3 or MoisFinMoisCourant = 6
           or MoisFinMoisCourant = 9 or MoisFinMoisCourant = 12
                   move NbComptesAgios to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if

               move "CommissionsCautions" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   perform DebuterEtapeBatch
                   perform CommissionsCautions
                   move NbCautionsFacturees to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if

               move "EtatDroitAuCompte" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   perform DebuterEtapeBatch
                   perform EtatDroitAuCompte
                   move NbLignesEtatDac to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if
           end-if.

      * Janvier : le recapitulatif annuel des frais de l'annee ecoulee
      * Decembre : les passes annuelles

           if MoisFinMoisCourant = 12
               move "InteretsQuinzaine" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   perform DebuterEtapeBatch
                   perform InteretsQuinzaine
                   move NbComptesQuinzaine to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if

               move "RevueDecouverts" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   move NbClientsCrs to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if

               move "FichierFgdr" to NomEtapeBatch
               perform ControlerEtapeBatch
               if not EtapePassee
                   perform DebuterEtapeBatch
                   perform FichierFgdr
                   move NbDeposantsFgdr to NbLignesEtape
                   perform TerminerEtapeBatch
               end-if
           end-if.

      * --- La date comptable est-elle le dernier jour ouvre du mois ?
           compute EcartCadre =
           VariationTotaleCadre - VariationExpliquee.

      * Ecarts de compensation restes inexpliques au rapprochement
      * de ce soir (l'etape est deja KO, le cadre les reprend)

           move 0 to NbEcartsCadreComp.
           move 0 to MontantEcartsCadreComp.

           exec sql
               select count(*),
               coalesce(sum(abs(MontantRegle - MontantDeclare)), 0)
               into :NbEcartsCadreComp, :MontantEcartsCadreComp
               from FluxCompensation
               where DateRapprochement = :DateCadreControle
               and Statut = 'E'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           perform ImpressionCadreControle.

      * En reprise au point d'echec, la photo "avant" est prise apres
           move EcartCadre to ValeurCompteurCadre.
           write E-CadreControle from CadreCompteurLigne.

           if NbEcartsCadreComp > 0
               move spaces to LigneQualite

               string
                 "  Compensation : " delimited by size
                 NbEcartsCadreComp delimited by size
                 " flux en ecart inexplique (voir le"
                 delimited by size
                 " rapprochement)" delimited by size
                 into LigneQualite
               end-string

               write E-CadreControle from LigneQualite

               move "Ecarts de compensation .......... :"
               to LibelleCompteurCadre
               move MontantEcartsCadreComp to ValeurCompteurCadre
               write E-CadreControle from CadreCompteurLigne
           end-if.

           write E-CadreControle from " ".

           evaluate true
                   end-string

                   write E-CadreControle from LigneQualite
               when EcartCadre = 0 and NbEcartsCadreComp = 0
                   move "OK" to StatutCadreAffiche
               when other
                   move "KO" to StatutCadreAffiche

      * ------------------------------------------------------------------------
      * Chargement du plan de colonnes du fournisseur (nombre de
      * separateurs;position de chacun des 13 champs attendus;position
      * facultative des 5 champs d'adresse et des 2 champs de
      * naissance) ; sans
      * fichier de plan, ou si le plan est invalide, le plan
      * historique reste applique
      * ------------------------------------------------------------------------

           perform InitialiserColonneChamp
               varying IdxColonne from 1 by 1
               until IdxColonne > 20.

           open input F-LayoutImport.

           end-if.

       InitialiserColonneChamp.
           if IdxColonne > 13
               move 0 to ColonneChamp(IdxColonne)
           else
               move IdxColonne to ColonneChamp(IdxColonne)
           end-if.

       InterpreterLayoutImport.
           move "O" to LayoutValide.
               ColonneImport(12)
               ColonneImport(13)
               ColonneImport(14)
               ColonneImport(15)
               ColonneImport(16)
               ColonneImport(17)
               ColonneImport(18)
               ColonneImport(19)
               ColonneImport(20)
               ColonneImport(21)
           end-unstring.

           perform ControlerColonneLayout
               varying IdxColonne from 1 by 1
               until IdxColonne > 21.

           if LayoutValide = "O"
               unstring ColonneImport(1) delimited by " " into

               perform AppliquerColonneLayout
                   varying IdxColonne from 1 by 1
                   until IdxColonne > 20
           else

      * Plan invalide : on garde le plan historique et on le signale

               perform InitialiserColonneChamp
                   varying IdxColonne from 1 by 1
                   until IdxColonne > 20
           end-if.

      * Les positions des champs d'adresse et de naissance (au-dela de
      * la 14e zone du plan) peuvent etre omises

       ControlerColonneLayout.
           if ColonneImport(IdxColonne)(1:1) not numeric
           and (IdxColonne <= 14
           or ColonneImport(IdxColonne) not = space)
               move "N" to LayoutValide
           end-if.

               into PositionColonne
           end-unstring.

           if PositionColonne >= 1 and PositionColonne <= 22
               move PositionColonne to ColonneChamp(IdxColonne)
           end-if.

               ColonneImport(18)
               ColonneImport(19)
               ColonneImport(20)
               ColonneImport(21)
               ColonneImport(22)
           end-unstring.

      * ------------------------------------------------------------------------

           move ColonneImport(ColonneChamp(12)) to Devise of Compte.

      * Adresse postale : seulement si le plan du fournisseur la porte

           move spaces to ComplementAdresse of CLIENT.
           move spaces to NumeroVoie of CLIENT.
           move spaces to LibelleVoie of CLIENT.
           move spaces to LieuDit of CLIENT.
           move spaces to PaysAdresse of CLIENT.

           if ColonneChamp(14) > 0
               move ColonneImport(ColonneChamp(14))
               to ComplementAdresse of CLIENT
           end-if.

           if ColonneChamp(15) > 0
               move ColonneImport(ColonneChamp(15))
               to NumeroVoie of CLIENT
           end-if.

           if ColonneChamp(16) > 0
               move ColonneImport(ColonneChamp(16))
               to LibelleVoie of CLIENT
           end-if.

           if ColonneChamp(17) > 0
               move ColonneImport(ColonneChamp(17))
               to LieuDit of CLIENT
           end-if.

           if ColonneChamp(18) > 0
               move ColonneImport(ColonneChamp(18))
               to PaysAdresse of CLIENT

               inspect PaysAdresse of CLIENT converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               if PaysAdresse of CLIENT = "FRANCE"
                   move spaces to PaysAdresse of CLIENT
               end-if
           end-if.

      * Naissance (date AAAAMMJJ et lieu) : seulement si le plan du
      * fournisseur la porte

           move spaces to DateNaissance of CLIENT.
           move spaces to LieuNaissance of CLIENT.

           if ColonneChamp(19) > 0
               move ColonneImport(ColonneChamp(19))
               to DateNaissance of CLIENT

               if DateNaissance of CLIENT not numeric
                   move spaces to DateNaissance of CLIENT
               end-if
           end-if.

           if ColonneChamp(20) > 0
               move ColonneImport(ColonneChamp(20))
               to LieuNaissance of CLIENT

               inspect LieuNaissance of CLIENT converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-if.

           move 0 to Debit of Compte.
           move 0 to Credit of Compte.

                          ,Prenom
                          ,CodePostal
                          ,Ville
                          ,ComplementAdresse
                          ,NumeroVoie
                          ,LibelleVoie
                          ,LieuDit
                          ,PaysAdresse
                          ,DateNaissance
                          ,LieuNaissance
                          ,CodeSociete)
                      VALUES
                          (:Client.CodeClient
                          ,:Client.Prenom
                          ,:Client.CodePostal
                          ,:Client.Ville
                          ,:Client.ComplementAdresse
                          ,:Client.NumeroVoie
                          ,:Client.LibelleVoie
                          ,:Client.LieuDit
                          ,:Client.PaysAdresse
                          ,:Client.DateNaissance
                          ,:Client.LieuNaissance
                          ,:CodeSocieteCourant)
                  end-exec

                   end-if
               end-if

      * Client deja connu : la naissance portee par le flux complete
      * une fiche qui n'en a pas encore

               if DateNaissance of CLIENT not = space
                   exec sql
                       update Client
                       set DateNaissance = :Client.DateNaissance,
                       LieuNaissance = :Client.LieuNaissance
                       where CodeClient = :Client.CodeClient
                       and coalesce(DateNaissance, ' ') = ' '
                   end-exec
               end-if

               move Nom of CLIENT to DernierNomImporte
               move CodeClient of CLIENT to DernierCodeClientImporte

      **************************************************************************
      * Import de mise a jour des clients : le fichier mensuel de
      * corrections du partenaire (code client;code postal;ville;
      * email;telephone, suivis ou non de complement;numero de voie;
      * libelle de voie;lieu-dit;pays) est applique aux fiches
      * existantes -- il ne cree rien, a l'inverse de l'importation
      * des comptes -- avec la meme piste d'audit que la MAJ ecran
      * (valeurs avant MAJ) ; une ligne sans les champs d'adresse
      * laisse l'adresse postale en place
      **************************************************************************
       ImportationMajClients.
           perform ImportationMajClients-Init.
           inspect E-ImportMajClient
             tallying NbSeparateursMajClient for all ";".

           if NbSeparateursMajClient not = 4
           and NbSeparateursMajClient not = 9 then
               move "Nombre de champs incorrect"
               to MotifRejetMajClient
               perform RejeterLigneMajClient
           end-if.

       AppliquerMajClient.
           move spaces to ComplementAdresse of CLIENT.
           move spaces to NumeroVoie of CLIENT.
           move spaces to LibelleVoie of CLIENT.
           move spaces to LieuDit of CLIENT.
           move spaces to PaysAdresse of CLIENT.

           unstring E-ImportMajClient delimited by ";" into
               CodeClient of CLIENT
               CodePostal of CLIENT
               Ville of CLIENT
               Email of CLIENT
               Telephone of CLIENT
               ComplementAdresse of CLIENT
               NumeroVoie of CLIENT
               LibelleVoie of CLIENT
               LieuDit of CLIENT
               PaysAdresse of CLIENT
           end-unstring.

      * La fiche doit exister : cet import ne cree jamais de client

           exec sql
               select Nom, Prenom, CodePostal, Ville, Email,
               Telephone, coalesce(ComplementAdresse, ' '),
               coalesce(NumeroVoie, ' '), coalesce(LibelleVoie, ' '),
               coalesce(LieuDit, ' '), coalesce(PaysAdresse, ' '),
               coalesce(AdresseNpai, ' ')
               into :NomAvantMaj, :PrenomAvantMaj,
                    :CodePostalAvantMaj, :VilleAvantMaj,
                    :EmailAvantMaj, :TelephoneAvantMaj,
                    :ComplementAvantMaj, :NumeroVoieAvantMaj,
                    :LibelleVoieAvantMaj, :LieuDitAvantMaj,
                    :PaysAdresseAvantMaj, :AdresseNpaiAvantMaj
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

      * Ligne au format court : l'adresse postale en base est gardee

           if NbSeparateursMajClient = 4
               move ComplementAvantMaj to ComplementAdresse of CLIENT
               move NumeroVoieAvantMaj to NumeroVoie of CLIENT
               move LibelleVoieAvantMaj to LibelleVoie of CLIENT
               move LieuDitAvantMaj to LieuDit of CLIENT
               move PaysAdresseAvantMaj to PaysAdresse of CLIENT
           end-if.

           inspect PaysAdresse of CLIENT converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if PaysAdresse of CLIENT = "FRANCE"
               move spaces to PaysAdresse of CLIENT
           end-if.

           if sqlcode not = 0
               move "Client inconnu" to MotifRejetMajClient
               perform RejeterLigneMajClient
               update Client set
               CodePostal = :Client.CodePostal,
               Ville = :Client.Ville,
               ComplementAdresse = :Client.ComplementAdresse,
               NumeroVoie = :Client.NumeroVoie,
               LibelleVoie = :Client.LibelleVoie,
               LieuDit = :Client.LieuDit,
               PaysAdresse = :Client.PaysAdresse,
               Email = :Client.Email,
               Telephone = :Client.Telephone
               where CodeClient = :Client.CodeClient

               perform EnregistrerAudit

               perform AuditerAdresseClient

               add 1 to NbMajClientsAppliquees
           end-if.

      * solde, puis enregistrement du mouvement ---

       RapprocherCompteMouvement.
           move space to StatutCompte of Compte.

           exec sql
               select Debit, Credit, coalesce(StatutCompte, ' ')
               into :Compte.Debit, :Compte.Credit, :Compte.StatutCompte
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               perform RejeterLigneMouvement
           else

      * Compte clos par mobilite depuis moins de 13 mois : l'operation
      * est redirigee vers la nouvelle banque

               move "N" to RedirectionMobSort

               if StatutCompte of Compte = "C"
                   perform RechercherRedirectionMobSort
               end-if

               if RedirectionMobSortActive
                   perform RedirigerMouvementMobSort
               else

      * Plafond de depot reglemente sur les lignes au credit

               move "O" to StatutPlafond
                   add 1 to NbMouvementsIntegres
               end-if
               end-if
               end-if
           end-if.

      * --- Mobilite sortante du compte clos dans les 13 derniers mois
      * (le code retour de la lecture du compte est rendu intact) ---

       RechercherRedirectionMobSort.
           move sqlcode to SqlCodeRedirectionMobSort.

           perform CalculerLimiteMobSort.

           exec sql
               select top 1 ReferenceDemande, IbanNouveau, BicNouveau,
               NomTitulaire
               into :DemandeMobSort.ReferenceDemandeMobSort,
               :DemandeMobSort.IbanNouveauMobSort,
               :DemandeMobSort.BicNouveauMobSort,
               :DemandeMobSort.NomTitulaireMobSort
               from MobiliteSortante
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
               and Statut = 'C'
               and DateCloture >= :DateLimiteMobSort
               order by DateCloture desc
           end-exec.

           if sqlcode = 0
               move "O" to RedirectionMobSort
           end-if.

           move SqlCodeRedirectionMobSort to sqlcode.

      * --- Redirection : un credit repart en remise SEPA vers le
      * nouveau compte, un debit est rejete ; la nouvelle banque est
      * avisee dans les deux cas ---

       RedirigerMouvementMobSort.
           move MontantMouvementImporte to MontantMobSortAffiche.

           if SensMouvement of Mouvement = "D"
               move MontantMouvementImporte to MontantVirement

               move NomTitulaireMobSort
               to NomBeneficiaire of BeneficiaireExterne

               move IbanNouveauMobSort
               to IbanBeneficiaire of BeneficiaireExterne

               move BicNouveauMobSort
               to BicBeneficiaire of BeneficiaireExterne

               move spaces to IbanSource
               move spaces to BicSource

               exec sql
                   select Iban into :IbanSource
                   from Compte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               exec sql
                   select Bic into :BicSource
                   from Banque
                   where CodeBanque = :Mouvement.CodeBanque
               end-exec

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateMouvement of Mouvement
               end-string

               perform EcrireRemiseSepa

               move "VIREMENT REDIRIGE" to MotifMobSort

               perform EcrireAvisMobSort

               perform OuvrirRapportMouvement

               move NbMouvementsLus to NoLigneRejetMvt
               move "Redirige vers la nouvelle banque" to MotifRejetMvt
               move E-ImportMouvement to ContenuRejetMvt

               write E-RapportMouvement from MvtRapportRejet
           else
               move "REJETEE, A PRESENTER A LA NOUVELLE BANQUE"
               to MotifMobSort

               perform EcrireAvisMobSort

               move "Compte clos (mobilite), avis nouvelle banque"
               to MotifRejetMouvement

               perform RejeterLigneMouvement
           end-if.

      * --- Avis a la nouvelle banque (fichier cumule, remis avec les
      * flux du service de mobilite) ---

       EcrireAvisMobSort.

      * En base ecole, rien ne part chez la nouvelle banque

           if not EcoleActive
               perform EcrireAvisMobSort-Trt
           end-if.

       EcrireAvisMobSort-Trt.
           open extend F-AvisMobSortante.

           if StatutFichierAvisMobSort not = "00"
               open output F-AvisMobSortante
           end-if.

           move spaces to E-AvisMobSortante.

           string
             ReferenceDemandeMobSort delimited by space
             ";" delimited by size
             IbanNouveauMobSort delimited by space
             ";" delimited by size
             SensMouvement of Mouvement delimited by size
             ";" delimited by size
             MontantMobSortAffiche delimited by size
             ";" delimited by size
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             ";" delimited by size
             MotifMobSort delimited by "  "
             into E-AvisMobSortante
           end-string.

           write E-AvisMobSortante.

           close F-AvisMobSortante.

      * --- Date limite a 13 mois du jour comptable (redirection apres
      * cloture, cheques emis a declarer) ---

       CalculerLimiteMobSort.
           compute NbMoisMobSort =
           AnneeComptable * 12 + MoisComptable - 14.

           divide NbMoisMobSort by 12 giving AnneeLimiteMobSort
           remainder MoisLimiteMobSort.

           add 1 to MoisLimiteMobSort.

           string
             AnneeLimiteMobSort delimited by size
             MoisLimiteMobSort delimited by size
             JourComptable delimited by size
             into DateLimiteMobSort
           end-string.

      * --- Ligne d'operation rejetee : motif et contenu au rapport ---

       RejeterLigneMouvement.
           move 0 to TauxInteretBareme.
           move 0 to TauxFraisBareme.
           move 0 to PlafondDepotBareme.
           move space to EpargneReglementeeBareme.
           move 0 to DetentionMinRuptureBareme.
           move 0 to MoisTranche1RuptureBareme.
           move 0 to TauxTranche1RuptureBareme.
           move 0 to MoisTranche2RuptureBareme.
           move 0 to TauxTranche2RuptureBareme.
           move 0 to MoisTranche3RuptureBareme.
           move 0 to TauxTranche3RuptureBareme.
           move "N" to StatutBareme.

           exec sql
               select TauxInteret, TauxFrais, PlafondDepot,
               coalesce(EpargneReglementee, ' '),
               coalesce(DetentionMinRupture, 0),
               coalesce(MoisTranche1Rupture, 0),
               coalesce(TauxTranche1Rupture, 0),
               coalesce(MoisTranche2Rupture, 0),
               coalesce(TauxTranche2Rupture, 0),
               coalesce(MoisTranche3Rupture, 0),
               coalesce(TauxTranche3Rupture, 0)
               into :BaremeTaux.TauxInteretBareme,
                    :BaremeTaux.TauxFraisBareme,
                    :BaremeTaux.PlafondDepotBareme,
                    :BaremeTaux.EpargneReglementeeBareme,
                    :BaremeTaux.DetentionMinRuptureBareme,
                    :BaremeTaux.MoisTranche1RuptureBareme,
                    :BaremeTaux.TauxTranche1RuptureBareme,
                    :BaremeTaux.MoisTranche2RuptureBareme,
                    :BaremeTaux.TauxTranche2RuptureBareme,
                    :BaremeTaux.MoisTranche3RuptureBareme,
                    :BaremeTaux.TauxTranche3RuptureBareme
               from BaremeTaux
               where TypeCompte = :BaremeTaux.TypeCompteBareme
               and DateEffet = :BaremeTaux.DateEffetBareme
           end-if.

           if BaremeExistant or Reponse = "O" then
               perform MemoriserConditionsBareme

               display M-Bareme-E

               accept M-Bareme-E

               perform ControlerPreavisBareme

               if MessageBareme = space
                   move "N" to BaremeEnregistre

                   perform MajBaremeDatabase

                   if BaremeEnregistre = "O" and TarifModifie
                       perform EmettrePreavisBareme
                   end-if
               end-if

               display M-Bareme-E

               if MessageBareme not = space
                   display M-Bareme-Resultat

                   accept Reponse Line 1 Col 80

                   display M-EffaceQuestion
               end-if
           end-if.

      * --- Conditions en vigueur avant la modification : la ligne
      * revisee elle-meme, sinon la derniere ligne anterieure du type
      * de compte, a defaut les taux globaux ---

       MemoriserConditionsBareme.
           if BaremeExistant
               move TauxInteretBareme to AncienTauxInteretPreavis
               move TauxFraisBareme to AncienTauxFraisPreavis
           else
               move TauxInteretCredit to AncienTauxInteretPreavis
               move TauxFraisDecouvert to AncienTauxFraisPreavis

               exec sql
                   select top 1 TauxInteret, TauxFrais
                   into :AncienTauxInteretPreavis,
                   :AncienTauxFraisPreavis
                   from BaremeTaux
                   where TypeCompte = :BaremeTaux.TypeCompteBareme
                   and DateEffet < :BaremeTaux.DateEffetBareme
                   order by DateEffet desc
               end-exec
           end-if.

      * --- Une modification des taux appliques a des comptes ouverts
      * exige le preavis ---

       ControlerPreavisBareme.
           move spaces to MessageBareme.
           move "N" to ChangementTarifaire.
           move 0 to NbComptesConcernes.

           if TauxInteretBareme not = AncienTauxInteretPreavis
           or TauxFraisBareme not = AncienTauxFraisPreavis
               exec sql
                   select count(*)
                   into :NbComptesConcernes
                   from Compte
                   where TypeCompte = :BaremeTaux.TypeCompteBareme
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if NbComptesConcernes > 0
                   move "O" to ChangementTarifaire
               end-if
           end-if.

           if TarifModifie
               perform CalculerDateLimitePreavis

               if DateEffetBareme is not numeric
               or DateEffetBareme < DateLimitePreavis
                   string
                     "Preavis client : date d'effet au plus tot le "
                     delimited by size
                     DateLimitePreavis delimited by size
                     into MessageBareme
                   end-string
               end-if
           end-if.

      * --- MAJ du bareme en base (creation ou revision des taux) ---

       MajBaremeDatabase.
           if EpargneReglementeeBareme = "o"
               move "O" to EpargneReglementeeBareme
           end-if.

           if EpargneReglementeeBareme not = "O"
               move space to EpargneReglementeeBareme
           end-if.

           if BaremeNouveau then
               move spaces to AncienneValeurAudit

               exec sql
                   insert into BaremeTaux
                       (TypeCompte, DateEffet, TauxInteret, TauxFrais,
                        PlafondDepot, EpargneReglementee,
                        DetentionMinRupture, MoisTranche1Rupture,
                        TauxTranche1Rupture, MoisTranche2Rupture,
                        TauxTranche2Rupture, MoisTranche3Rupture,
                        TauxTranche3Rupture)
                   values
                       (:BaremeTaux.TypeCompteBareme,
                        :BaremeTaux.DateEffetBareme,
                        :BaremeTaux.TauxInteretBareme,
                        :BaremeTaux.TauxFraisBareme,
                        :BaremeTaux.PlafondDepotBareme,
                        :BaremeTaux.EpargneReglementeeBareme,
                        :BaremeTaux.DetentionMinRuptureBareme,
                        :BaremeTaux.MoisTranche1RuptureBareme,
                        :BaremeTaux.TauxTranche1RuptureBareme,
                        :BaremeTaux.MoisTranche2RuptureBareme,
                        :BaremeTaux.TauxTranche2RuptureBareme,
                        :BaremeTaux.MoisTranche3RuptureBareme,
                        :BaremeTaux.TauxTranche3RuptureBareme)
               end-exec
           else
               exec sql
                   update BaremeTaux
                   set TauxInteret = :BaremeTaux.TauxInteretBareme,
                   TauxFrais = :BaremeTaux.TauxFraisBareme,
                   PlafondDepot = :BaremeTaux.PlafondDepotBareme,
                   EpargneReglementee =
                   :BaremeTaux.EpargneReglementeeBareme,
                   DetentionMinRupture =
                   :BaremeTaux.DetentionMinRuptureBareme,
                   MoisTranche1Rupture =
                   :BaremeTaux.MoisTranche1RuptureBareme,
                   TauxTranche1Rupture =
                   :BaremeTaux.TauxTranche1RuptureBareme,
                   MoisTranche2Rupture =
                   :BaremeTaux.MoisTranche2RuptureBareme,
                   TauxTranche2Rupture =
                   :BaremeTaux.TauxTranche2RuptureBareme,
                   MoisTranche3Rupture =
                   :BaremeTaux.MoisTranche3RuptureBareme,
                   TauxTranche3Rupture =
                   :BaremeTaux.TauxTranche3RuptureBareme
                   where TypeCompte = :BaremeTaux.TypeCompteBareme
                   and DateEffet = :BaremeTaux.DateEffetBareme
               end-exec

               perform JournaliserErreurSql
           else
               move "O" to BaremeEnregistre

               move "BaremeTaux" to TableAudit

               string
                 TauxInteretBareme delimited by size
                 " " delimited by size
                 TauxFraisBareme delimited by size
                 " " delimited by size
                 EpargneReglementeeBareme delimited by size
                 into NouvelleValeurAudit
               end-string

               order by DateAudit desc
           end-exec.

           move spaces to MessageParametre.

           perform LireProchaineValeurParametre.

           display M-Parametre-E.

           move ValeurParametre to AncienneValeurAudit.
           move ValeurParametre to ValeurAvantParametre.

           accept M-Parametre-E.

           perform IdentifierTarifParametre.

           if CleTarifParametre not = space
               if ValeurParametre not = ValeurAvantParametre
                   perform MajParametreTarif
               end-if
           else
               perform MajParametreDatabase
           end-if.

           perform LireProchaineValeurParametre.

           display M-Parametre-E.

           if MessageParametre not = space
               display M-Parametre-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       MajParametreDatabase.
           if ParametreTrouve
               exec sql
                   update Parametre
               perform EnregistrerAudit
           end-if.

      * --- Prochaine valeur datee d'un parametre tarifaire ---

       LireProchaineValeurParametre.
           move spaces to ProchaineValeurParametre.
           move spaces to ProchaineDateParametre.

           perform PoserDateVigueurParametre.

           move CodeParametre to CodeParametreEffet.

           exec sql
               select top 1 DateEffet, Valeur
               into :ParametreEffet.DateEffetParametre,
               :ParametreEffet.ValeurParametreEffet
               from ParametreEffet
               where CodeParametre =
               :ParametreEffet.CodeParametreEffet
               and DateEffet > :DateVigueurParametre
               order by DateEffet
           end-exec.

           if sqlcode = 0
               move ValeurParametreEffet to ProchaineValeurParametre
               move DateEffetParametre to ProchaineDateParametre
           end-if.

      * --- Parametres portant les conditions tarifaires appliquees
      * aux clients, avec la cle de l'avis tarifaire ---

       IdentifierTarifParametre.
           evaluate CodeParametre
               when "TAUX_FRAIS_DECOUVERT"
                   move "TXFDEC" to CleTarifParametre
               when "TAUX_INTERET"
                   move "TXINT" to CleTarifParametre
               when "COMMISSION_INTERVENTION"
                   move "COMINT" to CleTarifParametre
               when "COMMISSION_EFFET"
                   move "COMEFF" to CleTarifParametre
               when "FRAIS_RELANCE"
                   move "FRREL" to CleTarifParametre
               when "FRAIS_IMPAYE_CHEQUE"
                   move "FRICHQ" to CleTarifParametre
               when "FRAIS_IMPAYE_EFFET"
                   move "FRIEFF" to CleTarifParametre
               when "FRAIS_VIR_INTL"
                   move "FRVINT" to CleTarifParametre
               when "FRAIS_CORRESPONDANT"
                   move "FRCORR" to CleTarifParametre
               when "LOYER_COFFRE_P"
                   move "LCFP" to CleTarifParametre
               when "LOYER_COFFRE_M"
                   move "LCFM" to CleTarifParametre
               when "LOYER_COFFRE_G"
                   move "LCFG" to CleTarifParametre
               when "COMMISSION_FRAGILE"
                   move "COMFRA" to CleTarifParametre
               when "TAUX_COMMISSION_CAUTION"
                   move "TXCAU" to CleTarifParametre
               when "TAUX_MAJORATION_RETARD"
                   move "TXMRET" to CleTarifParametre
               when other
                   move spaces to CleTarifParametre
           end-evaluate.

      * --- Nouvelle valeur d'un parametre tarifaire : datee, et
      * soumise au preavis des qu'un compte ouvert est concerne ---

       MajParametreTarif.
           move 0 to NbComptesConcernes.
           move "N" to ChangementTarifaire.

           exec sql
               select count(*)
               into :NbComptesConcernes
               from Compte
               where StatutCompte <> 'C'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if NbComptesConcernes > 0
               move "O" to ChangementTarifaire
           end-if.

           move DateVigueurParametre to DateEffetParametre.

           if TarifModifie
               perform CalculerDateLimitePreavis

               move DateLimitePreavis to DateEffetParametre

               display M-Parametre-Effet

               accept M-Parametre-Effet

               if DateEffetParametre is not numeric
               or DateEffetParametre < DateLimitePreavis
                   string
                     "Preavis client : date d'effet au plus tot le "
                     delimited by size
                     DateLimitePreavis delimited by size
                     into MessageParametre
                   end-string
               end-if
           end-if.

           if MessageParametre = space
               perform EnregistrerParametreEffet
           end-if.

           if MessageParametre = space and TarifModifie
               perform EmettrePreavisParametre
           end-if.

       EnregistrerParametreEffet.
           move CodeParametre to CodeParametreEffet.
           move ValeurParametre to ValeurParametreEffet.

           exec sql
               update ParametreEffet
               set Valeur = :ParametreEffet.ValeurParametreEffet
               where CodeParametre =
               :ParametreEffet.CodeParametreEffet
               and DateEffet = :ParametreEffet.DateEffetParametre
           end-exec.

           if sqlcode not = 0
               exec sql
                   insert into ParametreEffet
                       (CodeParametre, DateEffet, Valeur)
                   values
                       (:ParametreEffet.CodeParametreEffet,
                        :ParametreEffet.DateEffetParametre,
                        :ParametreEffet.ValeurParametreEffet)
               end-exec
           end-if.

           if sqlcode not = 0
               move "Maj parametre date" to LibelleErreurSql
               move CodeParametre to CleErreurSql
               perform JournaliserErreurSql

               move "Parametre non enregistre" to MessageParametre
           else
               move "ParametreEffet" to TableAudit
               move spaces to CleAudit

               string
                 CodeParametre delimited by space
                 " " delimited by size
                 DateEffetParametre delimited by size
                 into CleAudit
               end-string

               move ValeurParametre to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * Valeur differee : l'ecran reprend la valeur en vigueur

           if DateEffetParametre > DateVigueurParametre
               move ValeurAvantParametre to ValeurParametre
           end-if.

      * --- Gestion du calendrier des jours feries : saisie d'une
      * date, creation si elle manque, modification du libelle ou
               end-if
           end-if.

      * Adresse a l'etranger : hors du referentiel des communes

           if PaysAdresse of CLIENT not = space
               move "O" to StatutCommune
           end-if.

      * --- Trace d'un changement d'adresse postale : les lignes de
      * voie avant et apres la MAJ (le code postal et la ville sont
      * deja portes par la trace generale de la fiche) ; la nouvelle
      * adresse leve le NPAI de l'ancienne ---

       AuditerAdresseClient.
           if ComplementAvantMaj not = ComplementAdresse of CLIENT
           or NumeroVoieAvantMaj not = NumeroVoie of CLIENT
           or LibelleVoieAvantMaj not = LibelleVoie of CLIENT
           or LieuDitAvantMaj not = LieuDit of CLIENT
           or PaysAdresseAvantMaj not = PaysAdresse of CLIENT
           or CodePostalAvantMaj not = CodePostal of CLIENT
           or VilleAvantMaj not = Ville of CLIENT
               move "Client (adresse)" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 ComplementAvantMaj delimited by "  "
                 "/" delimited by size
                 NumeroVoieAvantMaj delimited by "  "
                 " " delimited by size
                 LibelleVoieAvantMaj delimited by "  "
                 "/" delimited by size
                 LieuDitAvantMaj delimited by "  "
                 "/" delimited by size
                 CodePostalAvantMaj delimited by size
                 " " delimited by size
                 VilleAvantMaj delimited by "  "
                 "/" delimited by size
                 PaysAdresseAvantMaj delimited by "  "
                 into AncienneValeurAudit
               end-string

               string
                 ComplementAdresse of CLIENT delimited by "  "
                 "/" delimited by size
                 NumeroVoie of CLIENT delimited by "  "
                 " " delimited by size
                 LibelleVoie of CLIENT delimited by "  "
                 "/" delimited by size
                 LieuDit of CLIENT delimited by "  "
                 "/" delimited by size
                 CodePostal of CLIENT delimited by size
                 " " delimited by size
                 Ville of CLIENT delimited by "  "
                 "/" delimited by size
                 PaysAdresse of CLIENT delimited by "  "
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if AdresseNpaiAvantMaj = "O"
                   perform LeverNpaiClient
               end-if
           end-if.

       LeverNpaiClient.
           exec sql
               update Client
               set AdresseNpai = ' ', DateNpai = ' '
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Levee NPAI (nouvelle adresse)" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Client (NPAI)" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move "adresse NPAI" to AncienneValeurAudit
               move "NPAI leve (nouvelle adresse)"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Reference du courrier (TypeCourrier pose par l'appelant),
      * imprimee en marge du bloc ---

       EnregistrerCourrierEmis.
           move 0 to NoCourrier.

           exec sql
               select coalesce(max(NoCourrier), 0) + 1
               into :CourrierEmis.NoCourrier
               from CourrierEmis
           end-exec.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateEnvoiCourrier
           end-string.

           exec sql
               insert into CourrierEmis
               (NoCourrier, CodeClient, TypeCourrier, DateEnvoi)
               values
               (:CourrierEmis.NoCourrier, :CodeClientCourrier,
                :CourrierEmis.TypeCourrier,
                :CourrierEmis.DateEnvoiCourrier)
           end-exec.

           if sqlcode not = 0
               move "Reference de courrier" to LibelleErreurSql
               move CodeClientCourrier to CleErreurSql
               perform JournaliserErreurSql
           else
               move NoCourrier to NoCourrierEdite

               string
                 "Ref. courrier " delimited by size
                 NoCourrierEdite delimited by size
                 into ReferenceBlocAdresse(1)
               end-string
           end-if.

      * --- Adresse NPAI et Email du client CodeClientCourrier, avant
      * l'emission d'un courrier papier ---

       LireAdresseNpai.
           move space to AdresseNpaiLue.
           move spaces to EmailCourrier.

           exec sql
               select coalesce(AdresseNpai, ' '), coalesce(Email, ' ')
               into :AdresseNpaiLue, :EmailCourrier
               from Client
               where CodeClient = :CodeClientCourrier
           end-exec.

      * --- Courrier retenu : une ligne par courrier non poste
      * (TypeCourrier et CorpsCourrier poses par l'appelant) ---

       RetenirCourrierNpai.
           open extend F-CourriersNpai.

           if StatutFichierCourrierNpai not = "00"
               open output F-CourriersNpai
           end-if.

           move spaces to E-CourriersNpai.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             ";" delimited by size
             CodeClientCourrier delimited by space
             ";" delimited by size
             TypeCourrier delimited by "  "
             ";" delimited by size
             CorpsCourrier delimited by size
             into E-CourriersNpai
           end-string.

           write E-CourriersNpai.

           close F-CourriersNpai.

      * --- Saisie d'un retour de courrier (n'habite pas a l'adresse
      * indiquee), par le client ou par la reference imprimee sur le
      * courrier : l'adresse est marquee NPAI et la revue KYC du
      * client est avancee a la date du retour ---

       SaisieRetourCourrier.
           move 0 to NoCourrierRetour.
           move spaces to CodeClientRetour.
           move spaces to MessageRetourCourrier.
           move spaces to TypeCourrier.

           display M-RetourCourrier.

           accept M-RetourCourrier.

           if NoCourrierRetour > 0 or CodeClientRetour not = space
               if NoCourrierRetour > 0
                   perform RechercherCourrierRetour
               end-if

               if MessageRetourCourrier = space
                   perform MarquerAdresseNpai
               end-if

               display M-RetourCourrier-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       RechercherCourrierRetour.
           move spaces to CodeClientRetour.

           exec sql
               select CodeClient, TypeCourrier
               into :CodeClientRetour, :CourrierEmis.TypeCourrier
               from CourrierEmis
               where NoCourrier = :NoCourrierRetour
           end-exec.

           if sqlcode not = 0
               move "Reference de courrier inconnue"
               to MessageRetourCourrier
           end-if.

       MarquerAdresseNpai.
           move space to AdresseNpai of CLIENT.
           move spaces to DateNpai of CLIENT.

           exec sql
               select CodeClient, Nom, coalesce(AdresseNpai, ' '),
               coalesce(DateNpai, ' '), coalesce(DateRevueKyc, ' ')
               into :Client.CodeClient, :Client.Nom,
               :Client.AdresseNpai, :Client.DateNpai,
               :Client.DateRevueKyc
               from Client
               where CodeClient = :CodeClientRetour
           end-exec.

           if sqlcode not = 0
               move "Client inconnu" to MessageRetourCourrier
           else
               if AdresseNpai of CLIENT = "O"
                   string
                     "Adresse deja signalee NPAI le " delimited by size
                     DateNpai of CLIENT delimited by size
                     into MessageRetourCourrier
                   end-string
               else
                   perform EnregistrerAdresseNpai
               end-if
           end-if.

       EnregistrerAdresseNpai.
           move "O" to AdresseNpai of CLIENT.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateNpai of CLIENT
           end-string.

      * L'adresse n'etant plus sure, la revue KYC est due sans attendre

           if DateRevueKyc of CLIENT = space
           or DateRevueKyc of CLIENT > DateNpai of CLIENT
               move DateNpai of CLIENT to DateRevueKyc of CLIENT
           end-if.

           exec sql
               update Client
               set AdresseNpai = :Client.AdresseNpai,
               DateNpai = :Client.DateNpai,
               DateRevueKyc = :Client.DateRevueKyc
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Retour courrier NPAI" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql

               move "Erreur a l'enregistrement du retour"
               to MessageRetourCourrier
           else
               move "Client (NPAI)" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move "adresse valide" to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "NPAI le " delimited by size
                 DateNpai of CLIENT delimited by size
                 " (retour " delimited by size
                 TypeCourrier delimited by "  "
                 ")" delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               string
                 Nom of CLIENT delimited by "  "
                 " : adresse NPAI, revue KYC due le " delimited by size
                 DateRevueKyc of CLIENT delimited by size
                 into MessageRetourCourrier
               end-string
           end-if.

      * --- Bloc adresse d'un courrier pour le client CodeClientCourrier
      * : lignes vides omises, code postal et localite en majuscules,
      * pays en derniere ligne pour l'etranger ---

       PreparerBlocAdresse.
           move spaces to BlocAdresse.
           move spaces to AdresseCourrier.
           move 0 to NbLignesBlocAdresse.

           exec sql
               select Intitule, Nom, Prenom,
               coalesce(ComplementAdresse, ' '),
               coalesce(NumeroVoie, ' '), coalesce(LibelleVoie, ' '),
               coalesce(LieuDit, ' '), CodePostal, Ville,
               coalesce(PaysAdresse, ' ')
               into :AdresseCourrier.IntituleCourrier,
               :AdresseCourrier.NomCourrier,
               :AdresseCourrier.PrenomCourrier,
               :AdresseCourrier.ComplementCourrier,
               :AdresseCourrier.NumeroVoieCourrier,
               :AdresseCourrier.LibelleVoieCourrier,
               :AdresseCourrier.LieuDitCourrier,
               :AdresseCourrier.CodePostalCourrier,
               :AdresseCourrier.VilleCourrier,
               :AdresseCourrier.PaysCourrier
               from Client
               where CodeClient = :CodeClientCourrier
           end-exec.

           if sqlcode = 0
               add 1 to NbLignesBlocAdresse

               string
                 IntituleCourrier delimited by space
                 " " delimited by size
                 PrenomCourrier delimited by "  "
                 " " delimited by size
                 NomCourrier delimited by "  "
                 into TexteBlocAdresse(NbLignesBlocAdresse)
               end-string

               if TexteBlocAdresse(NbLignesBlocAdresse)(1:1) = space
                   move TexteBlocAdresse(NbLignesBlocAdresse)(2:37)
                   to TexteBlocAdresse(NbLignesBlocAdresse)
               end-if

               perform EnregistrerCourrierEmis

               if ComplementCourrier not = space
                   add 1 to NbLignesBlocAdresse
                   move ComplementCourrier
                   to TexteBlocAdresse(NbLignesBlocAdresse)
               end-if

               if NumeroVoieCourrier not = space
               or LibelleVoieCourrier not = space
                   add 1 to NbLignesBlocAdresse

                   string
                     NumeroVoieCourrier delimited by "  "
                     " " delimited by size
                     LibelleVoieCourrier delimited by "  "
                     into TexteBlocAdresse(NbLignesBlocAdresse)
                   end-string

                   if TexteBlocAdresse(NbLignesBlocAdresse)(1:1)
                   = space
                       move TexteBlocAdresse(NbLignesBlocAdresse)(2:37)
                       to TexteBlocAdresse(NbLignesBlocAdresse)
                   end-if
               end-if

               if LieuDitCourrier not = space
                   add 1 to NbLignesBlocAdresse
                   move LieuDitCourrier
                   to TexteBlocAdresse(NbLignesBlocAdresse)
               end-if

               add 1 to NbLignesBlocAdresse

               string
                 CodePostalCourrier delimited by space
                 " " delimited by size
                 VilleCourrier delimited by "  "
                 into TexteBlocAdresse(NbLignesBlocAdresse)
               end-string

               if TexteBlocAdresse(NbLignesBlocAdresse)(1:1) = space
                   move TexteBlocAdresse(NbLignesBlocAdresse)(2:37)
                   to TexteBlocAdresse(NbLignesBlocAdresse)
               end-if

               inspect TexteBlocAdresse(NbLignesBlocAdresse)
               converting "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               if PaysCourrier not = space
                   add 1 to NbLignesBlocAdresse
                   move PaysCourrier
                   to TexteBlocAdresse(NbLignesBlocAdresse)

                   inspect TexteBlocAdresse(NbLignesBlocAdresse)
                   converting "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               end-if
           end-if.

      * --- Gestion des taux de change (creation / revision d'un taux
      * devise + date), sur le modele du bareme des taux ---

           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to Eot
           else
               move CodeClient of Compte to CodeClientConsulte
               move "LST" to EcranConsultation

               perform JournaliserConsultation

               perform AffichageCompte
           end-if.

       RechercheTauxAccrual.
           move TauxInteretCredit to TauxInteretApplique.
           move TauxFraisDecouvert to TauxFraisApplique.
           move space to EpargneReglementeeApplique.

           move TypeCompte of CompteComplet of Compte
           to TypeCompteBareme.

           exec sql
               select TauxInteret, TauxFrais,
               coalesce(EpargneReglementee, ' ')
               into :BaremeTaux.TauxInteretBareme,
                    :BaremeTaux.TauxFraisBareme,
                    :EpargneReglementeeApplique
               from BaremeTaux
               where TypeCompte = :BaremeTaux.TypeCompteBareme
               and DateEffet =
               move TauxFraisBareme to TauxFraisApplique
           end-if.

      * Conditions du personnel sur le compte d'un salarie

           perform RechercheConditionsPersonnel.

      * Une condition derogatoire active du compte (ou de son client)
      * prime sur le bareme

           perform RechercheDerogation.

      * Un livret reglemente n'a pas d'interet journalier : il est
      * remunere par quinzaine

           if EpargneReglementeeApplique = "O"
               move 0 to TauxInteretApplique
           end-if.

      * --- Derogation active pour le compte courant : la ligne de
      * compte prime sur la ligne de client ---

               move TauxFraisDerog to TauxFraisApplique
           end-if.

      * --- Compte d'un salarie (client marque P ou rattache a un
      * operateur) : taux de frais du personnel (TAUX_FRAIS_PERSONNEL,
      * nul par defaut) et taux d'interet du personnel quand il est
      * parametre (TAUX_INTERET_PERSONNEL, bareme sinon) ---

       RechercheConditionsPersonnel.
           move 0 to NbComptesPersonnel.

           exec sql
               select count(*)
               into :NbComptesPersonnel
               from Compte c
               join Client cl on cl.CodeClient = c.CodeClient
               where c.CodeBanque = :Compte.CodeBanque
               and c.CodeGuichet = :Compte.CodeGuichet
               and c.NoCompte = :Compte.CompteComplet.RacineCompte
               and c.TypeCompte = :Compte.CompteComplet.TypeCompte
               and (cl.ClientSensible = 'P'
               or exists
               (select 1 from Operateur o
                where o.CodeClient = c.CodeClient))
           end-exec.

           if NbComptesPersonnel > 0
               move TauxFraisPersonnel to TauxFraisApplique

               if TauxInteretPersonnel > 0
                   move TauxInteretPersonnel to TauxInteretApplique
               end-if
           end-if.

      * --- Interet ou frais d'un compte, MAJ et audit ---

       TraitementAccrualCompte.
               end-if
           end-if.

      **************************************************************************
      * Interets par quinzaine des livrets reglementes (etape de la
      * fin de mois de decembre) : les vingt-quatre quinzaines de
      * l'annee sont capitalisees (nature ACC, sans PFU : interets
      * exoneres), une seule fois par annee et par compte
      **************************************************************************
       InteretsQuinzaine.
           move 0 to EofQuinzaine.
           move 0 to NbComptesQuinzaine.
           move 0 to TotalInteretsQuinzaine.

           move AnneeComptable to AnneeQuinzaine.

           string
             AnneeQuinzaine delimited by size
             "1201" delimited by size
             into DebutDecembreQuinzaine
           end-string.

           string
             AnneeQuinzaine delimited by size
             "1231" delimited by size
             into FinAnneeQuinzaine
           end-string.

           exec sql
               declare C-LivretsQuinzaine cursor for
                   select c.CodeBanque, c.CodeGuichet, c.NoCompte,
                   c.TypeCompte
                   from Compte c
                   where c.StatutCompte <> 'C'
                   and c.CodeSociete = :CodeSocieteCourant
                   and exists
                   (select 1 from BaremeTaux b
                    where b.TypeCompte = c.TypeCompte
                    and b.EpargneReglementee = 'O'
                    and b.DateEffet =
                    (select max(b2.DateEffet) from BaremeTaux b2
                     where b2.TypeCompte = c.TypeCompte
                     and b2.DateEffet <= :FinAnneeQuinzaine))
                   and not exists
                   (select 1 from Mouvement m
                    where m.CodeBanque = c.CodeBanque
                    and m.CodeGuichet = c.CodeGuichet
                    and m.NoCompte = c.NoCompte
                    and m.TypeCompte = c.TypeCompte
                    and m.Nature = 'ACC'
                    and m.DateMouvement >= :DebutDecembreQuinzaine)
                   order by c.CodeBanque, c.CodeGuichet, c.NoCompte
           end-exec.

           exec sql
             open C-LivretsQuinzaine
           end-exec.

           perform InteretsQuinzaine-Trt until EofQuinzaine = 1.

           exec sql
             close C-LivretsQuinzaine
           end-exec.

           string
             "Livrets remuneres " delimited by size
             NbComptesQuinzaine delimited by size
             into DetailActivite
           end-string.

       InteretsQuinzaine-Trt.
           exec sql
               fetch C-LivretsQuinzaine
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofQuinzaine
           else
               move 24 to NbQuinzainesCalcul

               perform CalculerInteretsQuinzaine

               if InteretQuinzaine > 0
                   perform CrediterInteretsQuinzaine
               end-if
           end-if.

      * --- Cloture d'un livret : les quinzaines entieres ecoulees
      * depuis le 1er janvier ---

       CapitaliserInteretsCloture.
           perform BornerQuinzainesAuJour.

           perform LireEpargneReglementee.

           if EpargneReglementeeLue = "O" and NbQuinzainesCalcul > 0
               perform CalculerInteretsQuinzaine

               if InteretQuinzaine > 0
                   perform CrediterInteretsQuinzaine
               end-if
           end-if.

      * --- Quinzaines acquises au jour comptable : celles qui
      * precedent la quinzaine en cours ---

       BornerQuinzainesAuJour.
           move AnneeComptable to AnneeQuinzaine.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateValeurQuinzaine
           end-string.

           move DateValeurQuinzaine to DateQuinzaine.

           perform CalculerNoQuinzaine.

           compute NbQuinzainesCalcul = NoQuinzaine - 1.

      * --- Marque epargne reglementee du bareme en vigueur a
      * DateQuinzaine pour le type du compte ---

       LireEpargneReglementee.
           move space to EpargneReglementeeLue.

           exec sql
               select top 1 coalesce(EpargneReglementee, ' ')
               into :EpargneReglementeeLue
               from BaremeTaux
               where TypeCompte = :Compte.CompteComplet.TypeCompte
               and DateEffet <= :DateQuinzaine
               order by DateEffet desc
           end-exec.

           if sqlcode not = 0
               move space to EpargneReglementeeLue
           end-if.

      * --- Rang (1 a 24) de la quinzaine de DateValeurQuinzaine ---

       CalculerNoQuinzaine.
           move DateValeurQuinzaine(5:2) to MoisQuinzaine.
           move DateValeurQuinzaine(7:2) to JourQuinzaine.

           compute NoQuinzaine = (MoisQuinzaine - 1) * 2 + 1.

           if JourQuinzaine > 15
               add 1 to NoQuinzaine
           end-if.

      * --- Interets des NbQuinzainesCalcul premieres quinzaines de
      * AnneeQuinzaine : solde au 1er janvier (solde actuel diminue
      * des mouvements de valeur posterieure), puis depots et
      * retraits ventiles par quinzaine ---

       CalculerInteretsQuinzaine.
           move 0 to InteretQuinzaine.
           move 0 to InteretQuinzaineCumule.
           move 0 to EofQuinzaine.

           initialize TableQuinzaines.

           string
             AnneeQuinzaine delimited by size
             "0101" delimited by size
             into DebutAnneeQuinzaine
           end-string.

           perform ChargerTauxQuinzaine.

           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           compute SoldeQuinzaine = Debit of Compte - Credit of Compte.

           exec sql
               declare C-MvtQuinzaine cursor for
                   select coalesce(nullif(DateValeur, ' '),
                   DateMouvement), Sens, sum(Montant)
                   from Mouvement
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte = :Compte.CompteComplet.TypeCompte
                   and coalesce(nullif(DateValeur, ' '), DateMouvement)
                   >= :DebutAnneeQuinzaine
                   group by coalesce(nullif(DateValeur, ' '),
                   DateMouvement), Sens
           end-exec.

           exec sql
             open C-MvtQuinzaine
           end-exec.

           perform CalculerInteretsQuinzaine-Mvt
               until EofQuinzaine = 1.

           exec sql
             close C-MvtQuinzaine
           end-exec.

           move 0 to EofQuinzaine.

           perform CumulerQuinzaine
               varying IdxQuinzaine from 1 by 1
               until IdxQuinzaine > NbQuinzainesCalcul.

           compute InteretQuinzaine rounded = InteretQuinzaineCumule.

      * Un mouvement de l'annee sort du solde d'ouverture et rejoint
      * la quinzaine ou il commence (depot) ou cesse (retrait) de
      * compter

       CalculerInteretsQuinzaine-Mvt.
           exec sql
               fetch C-MvtQuinzaine
               into :DateValeurQuinzaine, :SensQuinzaine,
               :MontantQuinzaine
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofQuinzaine
           else
               if SensQuinzaine = "D"
                   subtract MontantQuinzaine from SoldeQuinzaine
               else
                   add MontantQuinzaine to SoldeQuinzaine
               end-if

               if DateValeurQuinzaine(1:4) = AnneeQuinzaine
                   perform CalculerNoQuinzaine

                   if SensQuinzaine = "D"
                       if NoQuinzaine < 24
                           add MontantQuinzaine
                           to DepotsQuinzaine(NoQuinzaine + 1)
                       end-if
                   else
                       add MontantQuinzaine
                       to RetraitsQuinzaine(NoQuinzaine)
                   end-if
               end-if
           end-if.

       CumulerQuinzaine.
           compute SoldeQuinzaine = SoldeQuinzaine
           + DepotsQuinzaine(IdxQuinzaine)
           - RetraitsQuinzaine(IdxQuinzaine).

           if SoldeQuinzaine > 0
               compute InteretQuinzaineCumule = InteretQuinzaineCumule
               + SoldeQuinzaine * TauxQuinzaine(IdxQuinzaine) / 24
           end-if.

      * --- Taux annuel en vigueur au debut de chaque quinzaine, lus
      * une fois par type de compte et par annee ---

       ChargerTauxQuinzaine.
           if TypeCompte of CompteComplet of Compte
           not = TypeCompteTauxQuinzaine
           or AnneeQuinzaine not = AnneeTauxQuinzaine
               move TypeCompte of CompteComplet of Compte
               to TypeCompteTauxQuinzaine

               move AnneeQuinzaine to AnneeTauxQuinzaine

               perform ChargerTauxQuinzaine-Trt
                   varying IdxQuinzaine from 1 by 1
                   until IdxQuinzaine > 24
           end-if.

       ChargerTauxQuinzaine-Trt.
           divide IdxQuinzaine by 2 giving MoisQuinzaine
           remainder ResteQuinzaine.

           if ResteQuinzaine = 1
               add 1 to MoisQuinzaine
               move 1 to JourQuinzaine
           else
               move 16 to JourQuinzaine
           end-if.

           string
             AnneeQuinzaine delimited by size
             MoisQuinzaine delimited by size
             JourQuinzaine delimited by size
             into DateQuinzaine
           end-string.

           move 0 to TauxInteretBareme.

           exec sql
               select top 1 TauxInteret
               into :BaremeTaux.TauxInteretBareme
               from BaremeTaux
               where TypeCompte = :Compte.CompteComplet.TypeCompte
               and DateEffet <= :DateQuinzaine
               order by DateEffet desc
           end-exec.

           if sqlcode not = 0
               move 0 to TauxInteretBareme
           end-if.

           move TauxInteretBareme to TauxQuinzaine(IdxQuinzaine).

      * --- Credit des interets : hors plafond de depot (la
      * capitalisation peut le depasser), MAJ, audit et mouvement ---

       CrediterInteretsQuinzaine.
           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           move Debit of Compte to DebitAvantMaj.
           add InteretQuinzaine to Debit of Compte.

           exec sql
               update Compte
               set Debit = :Compte.Debit
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Interets quinzaine" to LibelleErreurSql

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           else
               move "Compte" to TableAudit

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleAudit
               end-string

               move DebitAvantMaj to AncienneValeurAudit
               move Debit of Compte to NouvelleValeurAudit

               perform EnregistrerAudit

               move CodeBanque of Compte to CodeBanque of Mouvement
               move CodeGuichet of Compte to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet of Compte
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of Compte
               to TypeCompte of CompteComplet of Mouvement

               move InteretQuinzaine to Montant of Mouvement
               move "D" to SensMouvement of Mouvement
               move "ACC" to NatureMouvement of Mouvement

               perform EnregistrerMouvement

               add 1 to NbComptesQuinzaine
               add InteretQuinzaine to TotalInteretsQuinzaine
           end-if.

      **************************************************************************
      * Rapprochement des soldes : le solde de chaque Compte est
      * recalcule a partir de ses lignes Mouvement et compare au

           move NomSocieteEntete to SocieteEntete of InactifEntete1.

           move "ComptesInactifs" to EditionEclatement.

           perform DebuterEclatement.

           move "Liste des comptes dormants" to TitreEclatement.
           move InactifEntete6 to ColonnesEclatement.
           move "O" to AvecMontantEclatement.

      * Date limite : le jour courant recule de SeuilInactiviteMois
      * mois

             into DateLimiteInactivite
           end-string.

      * Compte d'un client decede : dormant un an apres le deces si
      * aucun ayant droit ne s'est manifeste (pas de dossier de
      * succession), meme s'il enregistre encore des mouvements

           compute AnneeLimiteDeces = Annee of DateSysteme - 1.

           string
             AnneeLimiteDeces delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateLimiteDeces
           end-string.

      * Comptes ouverts sans aucun mouvement depuis la date limite
      * (y compris les comptes sans aucun mouvement enregistre) ; les
      * mouvements poses par le systeme lui-meme (accrual, solde a
                   and Compte.CodeBanque = Banque.CodeBanque
                   and Compte.StatutCompte <> 'C'
                   and Compte.CodeSociete = :CodeSocieteCourant
                   and (not exists
                   (select 1 from Mouvement
                    where Mouvement.CodeBanque = Compte.CodeBanque
                    and Mouvement.CodeGuichet = Compte.CodeGuichet
                    and Mouvement.Nature <> 'SAN'
                    and Mouvement.DateMouvement >
                    :DateLimiteInactivite)
                   or (Client.StatutClient = 'D'
                   and Client.DateDeces > ' '
                   and Client.DateDeces <= :DateLimiteDeces
                   and not exists
                   (select 1 from DossierSuccession
                    where DossierSuccession.CodeClient =
                    Client.CodeClient)))
                   order by Compte.CodeBanque, Compte.CodeGuichet,
                   Compte.NoCompte
           end-exec.
               close F-ComptesInactifs
           end-if.

           perform EclaterEditionGuichet.

           string
             "Comptes dormants detectes " delimited by size
             NbComptesDormants delimited by size

           write E-ComptesInactifs from InactifDetail.

           move CodeBanque of Compte to CodeBanqueEclatement.
           move CodeGuichet of Compte to CodeGuichetEclatement.
           move InactifDetail to TexteEclatement.

           compute MontantEclatement =
           Debit of Compte - Credit of Compte.

           perform MemoriserLigneEclatement.

      **************************************************************************
      * Balayage de qualite des donnees : le stock de clients et de
      * comptes (largement issu d'annees d'importations anterieures

           move NomSocieteEntete to SocieteEntete of QualiteEntete1.

           move "QualiteDonnees" to EditionEclatement.

           perform DebuterEclatement.

           move "Qualite des donnees" to TitreEclatement.

           perform RegleClientIncomplet.
           perform RegleClientSansContact.
           perform RegleCompteSansDevise.
           perform RegleClotureSansDate.
           perform RegleClientSansCompte.
           perform RegleClientSansPiece.
           perform RegleClientNpai.

           if NoPage > 0 then
               move NoPage to NPage of QualiteDernierBasPage
               close F-QualiteDonnees
           end-if.

           perform EclaterEditionGuichet.

           string
             "Infractions relevees " delimited by size
             NbInfractionsTotal delimited by size
       DebuterRegleQualite.
           move 0 to NbInfractionsRegle.

           move LibelleRegleQualite to RubriqueEclatement.

           move spaces to LigneQualite.
           perform EcrireLigneQualite.

               declare C-QualiteClient cursor for
                   select CodeClient, Nom, Prenom
                   from Client
                   where ((CodePostal = ' '
                   and coalesce(PaysAdresse, ' ') = ' ')
                   or Ville = ' ')
                   and CodeSociete = :CodeSocieteCourant
                   order by Nom
           end-exec.

           perform EcrireLigneQualite.

           move CodeClient of CLIENT to CodeClientEclatement.

           perform RechercherGuichetClient.

           move LigneQualite to TexteEclatement.

           perform MemoriserLigneEclatement.

      * --- Regle 2 : clients sans email ni telephone ---

       RegleClientSansContact.

           perform EcrireLigneQualite.

           move CodeBanque of Compte to CodeBanqueEclatement.
           move CodeGuichet of Compte to CodeGuichetEclatement.
           move LigneQualite to TexteEclatement.

           perform MemoriserLigneEclatement.

      * --- Regle 4 : comptes clos sans date de cloture ---

       RegleClotureSansDate.
               and Mois = :MoisStatistiques
           end-exec.

      * Ruptures anticipees de comptes a terme du mois et penalites
      * conservees

           move 0 to NbRupturesDatStat.
           move 0 to PenalitesDatStat.

           exec sql
               select count(*), coalesce(sum(PenaliteRupture), 0)
               into :NbRupturesDatStat, :PenalitesDatStat
               from ContratDat
               where CodeBanque = :Banque.CodeBanque
               and Statut = 'R'
               and left(DateRupture, 6) = :MoisStatistiques
           end-exec.

           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   open output F-Statistiques
           move MontantDebitStat to MontantDebitAffiche.
           move NbMouvementsCreditStat to NbCreditAffiche.
           move MontantCreditStat to MontantCreditAffiche.
           move NbRupturesDatStat to NbRupturesAffiche.
           move PenalitesDatStat to PenalitesDatAffiche.

           write E-Statistiques from StatDetail.

             into DateExportCompta
           end-string.

      * Le grand livre interne est tenu en date comptable

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateGrandLivreExport
           end-string.

           perform RepriseGrandLivre.

           open output F-ExportCompta.

      * Tout mouvement pas encore exporte part dans le fichier, quel
             close C-ExportCompta
           end-exec.

           perform ExporterEcrituresGl.

      * Enregistrement de totaux : le fichier n'est bon a remettre que
      * si debits et credits s'equilibrent


           write E-ExportCompta.

      * Contrepartie en compte d'attente : l'ecriture est suivie
      * jusqu'a son lettrage

           if CompteGeneralContrepartie(1:3) = "471"
               move CompteGeneralContrepartie to CompteAttente
               move SensContrepartie to SensAttente
               move Montant of Mouvement to MontantEcrAttente
               move spaces to ReferenceAttente

               string
                 CodeBanque of Mouvement delimited by space
                 CodeGuichet of Mouvement delimited by space
                 RacineCompte of CompteComplet of Mouvement
                 delimited by space
                 TypeCompte of CompteComplet of Mouvement
                 delimited by space
                 into ReferenceAttente
               end-string

               move LibelleEcritureGl to LibelleAttente
               move NoMouvement of Mouvement to NoMouvementAttente

               perform EnregistrerEcritureAttente
           end-if.

      * Grand livre interne : le cote client sur le compte collectif
      * de la clientele, puis la contrepartie ; les soldes a nouveau,
      * simples reprises de la cloture annuelle, n'y entrent pas

           if NatureMouvement of Mouvement not = "SAN"
               move spaces to ReferenceLigneGl

               string
                 CodeBanque of Mouvement delimited by space
                 CodeGuichet of Mouvement delimited by space
                 RacineCompte of CompteComplet of Mouvement
                 delimited by space
                 TypeCompte of CompteComplet of Mouvement
                 delimited by space
                 into ReferenceLigneGl
               end-string

               move Montant of Mouvement to MontantLigneGl
               move LibelleEcritureGl to LibelleLigneGl
               move NoMouvement of Mouvement to NoMouvementLigneGl

               move CompteGlClientele to CompteLigneGl
               move SensMouvement of Mouvement to SensLigneGl

               perform EnregistrerLigneGrandLivre

               move CompteGeneralContrepartie to CompteLigneGl
               move SensContrepartie to SensLigneGl

               perform EnregistrerLigneGrandLivre
           end-if.

           add 2 to NbEcrituresExportees.

           if SensMouvement of Mouvement = "D"
               perform JournaliserErreurSql
           end-if.

      * --- Reprise d'ouverture (une seule fois) : le collectif
      * clientele recoit l'ecart entre les soldes des comptes clients,
      * hors mouvements pas encore exportes, et ce qu'il porte deja ;
      * le rapprochement de la balance generale part ainsi des soldes
      * de mise en service et non de zero ---

       RepriseGrandLivre.
           move 0 to NbRepriseGl.

           exec sql
               select count(*)
               into :NbRepriseGl
               from LigneGrandLivre
               where Compte = :CompteGlClientele
               and Reference = 'REPRISE OUVERTURE'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if NbRepriseGl = 0
               perform RepriseGrandLivre-Trt
           end-if.

       RepriseGrandLivre-Trt.
           move 0 to SoldeComptesClientsGl.
           move 0 to NetNonExporteGl.
           move 0 to SoldeClienteleGl.
           move spaces to DateRepriseGl.

           exec sql
               select coalesce(sum(Debit - Credit), 0)
               into :SoldeComptesClientsGl
               from Compte
               where CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0)
               into :NetNonExporteGl
               from Mouvement
               where (Exporte is null or Exporte = ' ')
               and Nature <> 'SAN'
               and exists
               (select 1 from Compte
                where Compte.CodeBanque = Mouvement.CodeBanque
                and Compte.CodeGuichet = Mouvement.CodeGuichet
                and Compte.NoCompte = Mouvement.NoCompte
                and Compte.TypeCompte = Mouvement.TypeCompte
                and Compte.CodeSociete = :CodeSocieteCourant)
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0),
               coalesce(min(DateEcriture), ' ')
               into :SoldeClienteleGl, :DateRepriseGl
               from LigneGrandLivre
               where Compte = :CompteGlClientele
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           compute SoldeRepriseGl = SoldeComptesClientsGl
           - NetNonExporteGl - SoldeClienteleGl.

      * La reprise est datee de la premiere ecriture du grand livre
      * (du jour s'il est encore vide)

           move DateGrandLivreExport to DateExportSauveeGl.

           if DateRepriseGl not = space
               move DateRepriseGl to DateGrandLivreExport
           end-if.

           if SoldeRepriseGl < 0
               compute MontantLigneGl = - SoldeRepriseGl
               move "C" to SensLigneGl
           else
               move SoldeRepriseGl to MontantLigneGl
               move "D" to SensLigneGl
           end-if.

           move "REPRISE OUVERTURE" to LibelleLigneGl.
           move "REPRISE OUVERTURE" to ReferenceLigneGl.
           move 0 to NoMouvementLigneGl.
           move CompteGlClientele to CompteLigneGl.

           perform EnregistrerLigneGrandLivre.

           if SensLigneGl = "D"
               move "C" to SensLigneGl
           else
               move "D" to SensLigneGl
           end-if.

           move "890000" to CompteLigneGl.

           perform EnregistrerLigneGrandLivre.

           move DateExportSauveeGl to DateGrandLivreExport.

      * --- Ecritures de compte general posees par les traitements de
      * fin de mois, pas encore exportees : une ligne au debit, une au
      * credit ---

       ExporterEcrituresGl.
           move 0 to Eot.
           move 0 to NbEcrituresGlExportees.

           exec sql
               declare C-ExportEcrituresGl cursor for
                   select NoEcriture, CompteDebit, CompteCredit,
                   Montant, Libelle, coalesce(Reference, ' ')
                   from EcritureGl
                   where (Exporte is null or Exporte = ' ')
                   and CodeSociete = :CodeSocieteCourant
                   order by NoEcriture
           end-exec.

           exec sql
             open C-ExportEcrituresGl
           end-exec.

           perform ExporterEcritureGl until Eot = 1.

           exec sql
             close C-ExportEcrituresGl
           end-exec.

       ExporterEcritureGl.
           exec sql
               fetch C-ExportEcrituresGl
               into :EcritureGl.NoEcritureGl,
               :EcritureGl.CompteDebitGl, :EcritureGl.CompteCreditGl,
               :EcritureGl.MontantEcritureGl, :EcritureGl.LibelleGl,
               :EcritureGl.ReferenceGl
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move MontantEcritureGl to MontantExportTexte

               move spaces to E-ExportCompta

               string
                 CompteDebitGl delimited by size
                 ";D;" delimited by size
                 MontantExportTexte delimited by size
                 ";" delimited by size
                 LibelleGl delimited by size
                 into E-ExportCompta
               end-string

               write E-ExportCompta

               move spaces to E-ExportCompta

               string
                 CompteCreditGl delimited by size
                 ";C;" delimited by size
                 MontantExportTexte delimited by size
                 ";" delimited by size
                 LibelleGl delimited by size
                 into E-ExportCompta
               end-string

               write E-ExportCompta

               add 2 to NbEcrituresExportees
               add MontantEcritureGl to TotalExportDebit
               add MontantEcritureGl to TotalExportCredit
               add 1 to NbEcrituresGlExportees

               if CompteDebitGl(1:3) = "471"
                   move CompteDebitGl to CompteAttente
                   move "D" to SensAttente
                   perform EnregistrerAttenteGl
               end-if

               if CompteCreditGl(1:3) = "471"
                   move CompteCreditGl to CompteAttente
                   move "C" to SensAttente
                   perform EnregistrerAttenteGl
               end-if

               move MontantEcritureGl to MontantLigneGl
               move LibelleGl to LibelleLigneGl
               move ReferenceGl to ReferenceLigneGl
               move 0 to NoMouvementLigneGl

               move CompteDebitGl to CompteLigneGl
               move "D" to SensLigneGl

               perform EnregistrerLigneGrandLivre

               move CompteCreditGl to CompteLigneGl
               move "C" to SensLigneGl

               perform EnregistrerLigneGrandLivre

               exec sql
                   update EcritureGl set Exporte = 'O'
                   where NoEcriture = :EcritureGl.NoEcritureGl
               end-exec

               if sqlcode not = 0
                   move "Export comptable (ecriture GL)"
                   to LibelleErreurSql
                   move NoEcritureGl to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- Contrepartie de compte general et libelle d'ecriture
      * selon la nature du mouvement d'origine ---

               when "ANN"
                   move "471000" to CompteGeneralContrepartie
                   move "ANNULATION" to LibelleEcritureGl
               when "REC"
                   move "416000" to CompteGeneralContrepartie
                   move "RECOUVREMENT CTX" to LibelleEcritureGl
               when "LPR"
                   move "471500" to CompteGeneralContrepartie
                   move "LITIGE CARTE" to LibelleEcritureGl
               when "LRD"
                   move "471500" to CompteGeneralContrepartie
                   move "LITIGE CARTE" to LibelleEcritureGl
               when "CPL"
                   move "451000" to CompteGeneralContrepartie
                   move "CASH POOLING" to LibelleEcritureGl
               when other
                   move "471000" to CompteGeneralContrepartie
                   move "DIVERS" to LibelleEcritureGl
           end-evaluate.

      * Une regle maintenue a l'ecran pour la nature prime sur la
      * regle standard

           move NatureMouvement of Mouvement to NatureRegle.

           exec sql
               select CompteContrepartie, LibelleEcriture
               into :RegleContrepartie.CompteRegle,
               :RegleContrepartie.LibelleRegle
               from RegleContrepartie
               where Nature = :RegleContrepartie.NatureRegle
           end-exec.

           if sqlcode = 0
               move CompteRegle to CompteGeneralContrepartie
               move LibelleRegle to LibelleEcritureGl
           end-if.

      * --- Ligne du grand livre interne (CompteLigneGl, SensLigneGl,
      * MontantLigneGl, LibelleLigneGl, ReferenceLigneGl,
      * NoMouvementLigneGl), en date comptable de l'export ---

       EnregistrerLigneGrandLivre.
           move 0 to NoLigneGl.

           exec sql
               select coalesce(max(NoLigne), 0) + 1
               into :LigneGrandLivre.NoLigneGl
               from LigneGrandLivre
           end-exec.

           move DateGrandLivreExport to DateLigneGl.

           exec sql
               insert into LigneGrandLivre
               (NoLigne, DateEcriture, Compte, Sens, Montant, Libelle,
                Reference, NoMouvement, CodeSociete)
               values
               (:LigneGrandLivre.NoLigneGl,
                :LigneGrandLivre.DateLigneGl,
                :LigneGrandLivre.CompteLigneGl,
                :LigneGrandLivre.SensLigneGl,
                :LigneGrandLivre.MontantLigneGl,
                :LigneGrandLivre.LibelleLigneGl,
                :LigneGrandLivre.ReferenceLigneGl,
                :LigneGrandLivre.NoMouvementLigneGl,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Ligne de grand livre" to LibelleErreurSql
               move ReferenceLigneGl to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      **************************************************************************
      * Balance generale du mois (etape de fin de mois) : le mois
      * comptable qui se termine
      **************************************************************************
       BalanceGenerale.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             into MoisBalanceGl
           end-string.

           perform EditerBalanceGenerale.

      * Un grand livre qui ne retrouve pas les soldes des comptes
      * clients marque l'etape KO

           if EcartClienteleGl not = 0
               move "Balance generale en ecart clientele"
               to LibelleErreurSql
               move MoisBalanceGl to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Balance generale d'un mois (MoisBalanceGl) : par compte,
      * solde d'ouverture, debits et credits du mois, solde de
      * cloture, puis rapprochement du compte collectif clientele avec
      * les soldes des comptes clients ---

       EditerBalanceGenerale.
           move 0 to NbLignesBalanceGl.
           move 0 to TotalOuvertureGl.
           move 0 to TotalDebitGl.
           move 0 to TotalCreditGl.
           move 0 to TotalClotureGl.
           move 0 to EotGl.

           string
             MoisBalanceGl delimited by size
             "01" delimited by size
             into DateDebutGl
           end-string.

           string
             MoisBalanceGl delimited by size
             "31" delimited by size
             into DateFinGl
           end-string.

           open output F-BalanceGenerale.

           move corresponding DateSysteme to BalanceGlEntete1.

           move NomSocieteEntete to SocieteEntete of BalanceGlEntete1.
           move MoisBalanceGl to MoisBalanceGlEdit.

           write E-BalanceGenerale from BalanceGlEntete1.
           write E-BalanceGenerale from AmortissementEntete2.
           write E-BalanceGenerale from " ".
           write E-BalanceGenerale from BalanceGlEntete2.

           exec sql
               declare C-BalanceGenerale cursor for
                   select l.Compte,
                   coalesce(max(p.Libelle), ' '),
                   coalesce(sum(case when l.DateEcriture < :DateDebutGl
                   then (case when l.Sens = 'D' then l.Montant
                   else - l.Montant end) else 0 end), 0),
                   coalesce(sum(case when l.DateEcriture >= :DateDebutGl
                   and l.Sens = 'D' then l.Montant else 0 end), 0),
                   coalesce(sum(case when l.DateEcriture >= :DateDebutGl
                   and l.Sens = 'C' then l.Montant else 0 end), 0)
                   from LigneGrandLivre l
                   left join PlanComptable p
                   on p.NoCompte = l.Compte
                   where l.DateEcriture <= :DateFinGl
                   and l.CodeSociete = :CodeSocieteCourant
                   group by l.Compte
                   order by l.Compte
           end-exec.

           exec sql
             open C-BalanceGenerale
           end-exec.

           perform EditerCompteBalanceGl until EotGl = 1.

           exec sql
             close C-BalanceGenerale
           end-exec.

           write E-BalanceGenerale from " ".

           move spaces to BalanceGlDetail.

           move "Totaux" to LibelleBalanceGlEdit.
           move TotalOuvertureGl to OuvertureGlEdit.
           move TotalDebitGl to DebitBalanceGlEdit.
           move TotalCreditGl to CreditBalanceGlEdit.
           move TotalClotureGl to ClotureGlEdit.

           write E-BalanceGenerale from BalanceGlDetail.

           write E-BalanceGenerale from " ".

           if TotalDebitGl = TotalCreditGl and TotalClotureGl = 0
               write E-BalanceGenerale
               from "  Balance equilibree (debits = credits)"
           else
               write E-BalanceGenerale
               from "  *** Balance desequilibree ***"
           end-if.

           perform ControlerClienteleGl.

           perform EditerControleClienteleGl.

           close F-BalanceGenerale.

           move "BalanceGenerale" to NomEdition.
           move "BalanceGenerale" to EtapeProductrice.

           move "C:\Users\dugs\Documents\BalanceGenerale.txt"
           to CheminEdition.

           move NbLignesBalanceGl to NbLignesEdition.

           perform EnregistrerEdition.

       EditerCompteBalanceGl.
           exec sql
               fetch C-BalanceGenerale
               into :LigneGrandLivre.CompteLigneGl,
               :PlanComptable.LibelleCompteGeneral,
               :SoldeOuvertureGl, :MouvementsDebitGl,
               :MouvementsCreditGl
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotGl
           else
               compute SoldeClotureGl = SoldeOuvertureGl
               + MouvementsDebitGl - MouvementsCreditGl

               move spaces to BalanceGlDetail

               move CompteLigneGl to CompteBalanceGlEdit
               move LibelleCompteGeneral to LibelleBalanceGlEdit
               move SoldeOuvertureGl to OuvertureGlEdit
               move MouvementsDebitGl to DebitBalanceGlEdit
               move MouvementsCreditGl to CreditBalanceGlEdit
               move SoldeClotureGl to ClotureGlEdit

               write E-BalanceGenerale from BalanceGlDetail

               add SoldeOuvertureGl to TotalOuvertureGl
               add MouvementsDebitGl to TotalDebitGl
               add MouvementsCreditGl to TotalCreditGl
               add SoldeClotureGl to TotalClotureGl

               add 1 to NbLignesBalanceGl
           end-if.

      * --- Rapprochement du compte collectif clientele au DateFinGl
      * avec les soldes des comptes clients : les soldes du jour,
      * moins les mouvements pas encore passes au grand livre, moins
      * ceux qu'il a recus apres la fin de la periode ---

       ControlerClienteleGl.
           move 0 to SoldeComptesClientsGl.
           move 0 to NetNonExporteGl.
           move 0 to NetApresPeriodeGl.
           move 0 to SoldeClienteleGl.

           exec sql
               select coalesce(sum(Debit - Credit), 0)
               into :SoldeComptesClientsGl
               from Compte
               where CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0)
               into :NetNonExporteGl
               from Mouvement
               where (Exporte is null or Exporte = ' ')
               and Nature <> 'SAN'
               and exists
               (select 1 from Compte
                where Compte.CodeBanque = Mouvement.CodeBanque
                and Compte.CodeGuichet = Mouvement.CodeGuichet
                and Compte.NoCompte = Mouvement.NoCompte
                and Compte.TypeCompte = Mouvement.TypeCompte
                and Compte.CodeSociete = :CodeSocieteCourant)
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0)
               into :NetApresPeriodeGl
               from LigneGrandLivre
               where Compte = :CompteGlClientele
               and DateEcriture > :DateFinGl
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0)
               into :SoldeClienteleGl
               from LigneGrandLivre
               where Compte = :CompteGlClientele
               and DateEcriture <= :DateFinGl
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           compute AttenduClienteleGl = SoldeComptesClientsGl
           - NetNonExporteGl - NetApresPeriodeGl.

           compute EcartClienteleGl =
           SoldeClienteleGl - AttenduClienteleGl.

       EditerControleClienteleGl.
           write E-BalanceGenerale from " ".

           move "Soldes des comptes clients (ce jour) ....... :"
           to LibelleControleGl.
           move SoldeComptesClientsGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

           move "Mouvements pas encore au grand livre ....... :"
           to LibelleControleGl.
           move NetNonExporteGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

           move "Mouvements portes apres la periode ......... :"
           to LibelleControleGl.
           move NetApresPeriodeGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

           move "Solde clientele attendu en fin de periode .. :"
           to LibelleControleGl.
           move AttenduClienteleGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

           move "Compte collectif clientele au grand livre .. :"
           to LibelleControleGl.
           move SoldeClienteleGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

           move "Ecart .................................... :"
           to LibelleControleGl.
           move EcartClienteleGl to ValeurControleGl.
           write E-BalanceGenerale from ControleGlLigne.

      * --- Grand livre d'une periode (DateDebutGl a DateFinGl), pour
      * un compte (CompteGrandLivre) ou tous : solde au debut, lignes
      * avec solde progressif, total par compte ---

       EditerGrandLivre.
           move 0 to NbLignesGrandLivre.
           move 0 to TotalDebitGl.
           move 0 to TotalCreditGl.
           move 0 to EotGl.
           move spaces to ComptePrecedentGl.

           open output F-GrandLivre.

           move corresponding DateSysteme to GrandLivreEntete1.

           move NomSocieteEntete to SocieteEntete of GrandLivreEntete1.
           move DateDebutGl to DebutGrandLivreEdit.
           move DateFinGl to FinGrandLivreEdit.

           write E-GrandLivre from GrandLivreEntete1.
           write E-GrandLivre from AmortissementEntete2.

           exec sql
               declare C-GrandLivre cursor for
                   select NoLigne, DateEcriture, Compte, Sens, Montant,
                   Libelle, Reference
                   from LigneGrandLivre
                   where DateEcriture >= :DateDebutGl
                   and DateEcriture <= :DateFinGl
                   and (Compte = :CompteGrandLivre
                   or :CompteGrandLivre = ' ')
                   and CodeSociete = :CodeSocieteCourant
                   order by Compte, DateEcriture, NoLigne
           end-exec.

           exec sql
             open C-GrandLivre
           end-exec.

           perform EditerLigneGrandLivre until EotGl = 1.

           exec sql
             close C-GrandLivre
           end-exec.

           if ComptePrecedentGl not = space
               perform EditerTotalCompteGl
           end-if.

           write E-GrandLivre from " ".

           move spaces to GrandLivreDetail.

           move "Totaux de la periode" to LibelleLigneGlEdit.
           move TotalDebitGl to DebitGrandLivreEdit.
           move TotalCreditGl to CreditGrandLivreEdit.

           write E-GrandLivre from GrandLivreDetail.

      * Le grand livre complet se rapproche des soldes des comptes
      * clients par son compte collectif

           if CompteGrandLivre = space
           or CompteGrandLivre = CompteGlClientele
               perform ControlerClienteleGl

               write E-GrandLivre from " "

               move "Compte collectif clientele au grand livre .. :"
               to LibelleControleGl
               move SoldeClienteleGl to ValeurControleGl
               write E-GrandLivre from ControleGlLigne

               move "Solde clientele attendu (comptes clients) .. :"
               to LibelleControleGl
               move AttenduClienteleGl to ValeurControleGl
               write E-GrandLivre from ControleGlLigne

               move "Ecart .................................... :"
               to LibelleControleGl
               move EcartClienteleGl to ValeurControleGl
               write E-GrandLivre from ControleGlLigne
           end-if.

           close F-GrandLivre.

           move "GrandLivre" to NomEdition.
           move "GrandLivre" to EtapeProductrice.

           move "C:\Users\dugs\Documents\GrandLivre.txt"
           to CheminEdition.

           move NbLignesGrandLivre to NbLignesEdition.

           perform EnregistrerEdition.

       EditerLigneGrandLivre.
           exec sql
               fetch C-GrandLivre
               into :LigneGrandLivre.NoLigneGl,
               :LigneGrandLivre.DateLigneGl,
               :LigneGrandLivre.CompteLigneGl,
               :LigneGrandLivre.SensLigneGl,
               :LigneGrandLivre.MontantLigneGl,
               :LigneGrandLivre.LibelleLigneGl,
               :LigneGrandLivre.ReferenceLigneGl
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotGl
           else
               perform EditerLigneGrandLivre-Trt
           end-if.

       EditerLigneGrandLivre-Trt.
           if CompteLigneGl not = ComptePrecedentGl
               if ComptePrecedentGl not = space
                   perform EditerTotalCompteGl
               end-if

               perform OuvrirCompteGrandLivre
           end-if.

           move spaces to GrandLivreDetail.

           move DateLigneGl to DateGrandLivreEdit.
           move LibelleLigneGl to LibelleLigneGlEdit.
           move ReferenceLigneGl to ReferenceLigneGlEdit.

           if SensLigneGl = "D"
               move MontantLigneGl to DebitGrandLivreEdit
               add MontantLigneGl to CompteDebitGlTotal
               add MontantLigneGl to SoldeProgressifGl
           else
               move MontantLigneGl to CreditGrandLivreEdit
               add MontantLigneGl to CompteCreditGlTotal
               subtract MontantLigneGl from SoldeProgressifGl
           end-if.

           move SoldeProgressifGl to SoldeGrandLivreEdit.

           write E-GrandLivre from GrandLivreDetail.

           add 1 to NbLignesGrandLivre.

      * --- Nouveau compte : libelle du plan et solde au debut de la
      * periode ---

       OuvrirCompteGrandLivre.
           move CompteLigneGl to ComptePrecedentGl.
           move 0 to CompteDebitGlTotal.
           move 0 to CompteCreditGlTotal.
           move 0 to SoldeProgressifGl.

           move spaces to LibelleCompteGeneral.

           exec sql
               select Libelle
               into :PlanComptable.LibelleCompteGeneral
               from PlanComptable
               where NoCompte = :LigneGrandLivre.CompteLigneGl
           end-exec.

           exec sql
               select coalesce(sum(case when Sens = 'D' then Montant
               else - Montant end), 0)
               into :SoldeProgressifGl
               from LigneGrandLivre
               where Compte = :LigneGrandLivre.CompteLigneGl
               and DateEcriture < :DateDebutGl
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           move CompteLigneGl to CompteGrandLivreEdit.
           move LibelleCompteGeneral to LibelleGrandLivreEdit.

           write E-GrandLivre from " ".
           write E-GrandLivre from GrandLivreCompteLigne.
           write E-GrandLivre from GrandLivreEntete2.

           move spaces to GrandLivreDetail.

           move "Solde au debut" to LibelleLigneGlEdit.
           move SoldeProgressifGl to SoldeGrandLivreEdit.

           write E-GrandLivre from GrandLivreDetail.

       EditerTotalCompteGl.
           move spaces to GrandLivreDetail.

           move "Total du compte" to LibelleLigneGlEdit.
           move CompteDebitGlTotal to DebitGrandLivreEdit.
           move CompteCreditGlTotal to CreditGrandLivreEdit.
           move SoldeProgressifGl to SoldeGrandLivreEdit.

           write E-GrandLivre from GrandLivreDetail.

           add CompteDebitGlTotal to TotalDebitGl.
           add CompteCreditGlTotal to TotalCreditGl.

      **************************************************************************
      * Conseillers de clientele : edition du portefeuille d'un
      * conseiller, affectation d'un client et reaffectation en masse
      * (reservee aux administrateurs) ; chaque changement est trace
      * dans la piste d'audit
      **************************************************************************
       GestionConseillers.
           perform SaisieConseil-Init.
           perform SaisieConseil-Trt until ChoixConseil = space.
           perform SaisieConseil-Fin.

       SaisieConseil-Init.
           move "" to ChoixConseil.

       SaisieConseil-Trt.
           move space to ChoixConseil.
           move spaces to MessageConseil.

           display M-Conseil.

           accept ChoixConseil line 5 col 59.

           if ChoixConseil = "p" then
               move "P" to ChoixConseil
           end-if.

           if ChoixConseil = "a" then
               move "A" to ChoixConseil
           end-if.

           if ChoixConseil = "r" then
               move "R" to ChoixConseil
           end-if.

           evaluate ChoixConseil
               when "P"
                   perform DemandePortefeuille
               when "A"
                   perform AffectationConseiller
               when "R"
                   perform ReaffectationConseiller
           end-evaluate.

       SaisieConseil-Fin.
           continue.

       AfficherResultatConseil.
           display M-Conseil-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Le conseiller vise doit etre un operateur non suspendu ---

       ControlerConseiller.
           move 0 to NbConseillersTrouves.
           move spaces to NomConseiller.
           move space to StatutConseiller.

           exec sql
               select count(*), max(NomOperateur),
               max(coalesce(Statut, 'A'))
               into :NbConseillersTrouves, :NomConseiller,
               :StatutConseiller
               from Operateur
               where CodeOperateur = :ConseillerCible
           end-exec.

           evaluate true
               when NbConseillersTrouves = 0
                   move "Conseiller inconnu (code operateur)"
                   to MessageConseil
               when StatutConseiller = "S"
                   move "Conseiller suspendu" to MessageConseil
           end-evaluate.

      * --- Portefeuille : clients du conseiller, solde de leurs
      * comptes et actions en attente ---

       DemandePortefeuille.
           move spaces to ConseillerSaisi.

           display M-Conseil-P.

           accept M-Conseil-P.

           if ConseillerSaisi = space
               move CodeOperateurCourant to ConseillerSaisi
           end-if.

           move ConseillerSaisi to ConseillerCible.

           perform ControlerConseiller.

           if NbConseillersTrouves = 0
               move "Conseiller inconnu (code operateur)"
               to MessageConseil
           else
               move spaces to MessageConseil

               perform EditerPortefeuille

               move NbClientsPortefeuille to NbClientsAffiche

               string
                 "Portefeuille edite :" delimited by size
                 NbClientsAffiche delimited by size
                 " client(s)" delimited by size
                 into MessageConseil
               end-string
           end-if.

           perform AfficherResultatConseil.

       EditerPortefeuille.
           move 0 to NbClientsPortefeuille.
           move 0 to NbActionsPortefeuille.
           move 0 to TotalSoldePortefeuille.
           move 0 to EotConseil.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open output F-PortefeuilleConseiller.

           move corresponding DateSysteme to ConseilEntete1.

           move NomSocieteEntete
           to SocieteEntete of ConseilEntete1.

           move ConseillerSaisi to ConseillerPtfEdit.
           move NomConseiller to NomConseillerPtfEdit.

           write E-PortefeuilleConseiller from ConseilEntete1.
           write E-PortefeuilleConseiller from ConseilEntete2.
           write E-PortefeuilleConseiller from " ".
           write E-PortefeuilleConseiller from ConseilEntete3.

           exec sql
               declare C-PortefeuilleConseiller cursor for
                   select c.CodeClient, c.Nom, c.Prenom,
                   (select count(*) from Compte k
                    where k.CodeClient = c.CodeClient),
                   (select coalesce(sum(k.Debit - k.Credit), 0)
                    from Compte k
                    where k.CodeClient = c.CodeClient),
                   case when c.DateRevueKyc <> ' '
                   and c.DateRevueKyc <= :DateComptableTexte
                   then 1 else 0 end,
                   (select count(*) from PieceJustificative p
                    where p.CodeClient = c.CodeClient
                    and p.Statut = 'P'),
                   (select count(*) from Compte k
                    where k.CodeClient = c.CodeClient
                    and k.Credit > k.Debit + k.DecouvertAutorise),
                   (select coalesce(max(k.NiveauRelance), 0)
                    from Compte k
                    where k.CodeClient = c.CodeClient),
                   (select count(*) from Reclamation r
                    where r.CodeClient = c.CodeClient
                    and r.Statut <> 'R'),
                   (select count(*) from AlerteLcbft a
                    where a.CodeClient = c.CodeClient
                    and (a.Statut = 'O' or a.Statut = 'D'))
                   from Client c
                   where c.Conseiller = :ConseillerSaisi
                   and c.CodeSociete = :CodeSocieteCourant
                   order by c.Nom, c.Prenom
           end-exec.

           exec sql
             open C-PortefeuilleConseiller
           end-exec.

           perform EditerClientPortefeuille until EotConseil = 1.

           exec sql
             close C-PortefeuilleConseiller
           end-exec.

           write E-PortefeuilleConseiller from " ".

           move "Clients du portefeuille" to LibellePtfTotal.
           move NbClientsPortefeuille to ValeurPtfTotal.
           write E-PortefeuilleConseiller from ConseilTotal.

           move "Solde total des comptes" to LibellePtfTotal.
           move TotalSoldePortefeuille to ValeurPtfTotal.
           write E-PortefeuilleConseiller from ConseilTotal.

           move "Clients avec action en attente" to LibellePtfTotal.
           move NbActionsPortefeuille to ValeurPtfTotal.
           write E-PortefeuilleConseiller from ConseilTotal.

           close F-PortefeuilleConseiller.

           move "PortefeuilleConseiller" to NomEdition.
           move "PortefeuilleConseiller" to EtapeProductrice.

           move "C:\Users\dugs\Documents\PortefeuilleConseiller.txt"
           to CheminEdition.

           move NbClientsPortefeuille to NbLignesEdition.

           perform EnregistrerEdition.

       EditerClientPortefeuille.
           exec sql
               fetch C-PortefeuilleConseiller
               into :Client.CodeClient, :Client.Nom, :Client.Prenom,
               :NbComptesPortefeuille, :SoldePortefeuille,
               :RevueKycPortefeuille, :NbPiecesPortefeuille,
               :NbDecouvertsPortefeuille, :RelancePortefeuille,
               :NbReclamPortefeuille, :NbAlertesPortefeuille
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotConseil
           else
               perform EditerClientPortefeuille-Trt
           end-if.

       EditerClientPortefeuille-Trt.
           add 1 to NbClientsPortefeuille.
           add SoldePortefeuille to TotalSoldePortefeuille.

           move spaces to ActionsPortefeuille.
           move 1 to PtrActionsPortefeuille.

           if RevueKycPortefeuille > 0
               string
                 "Revue KYC " delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if NbPiecesPortefeuille > 0
               string
                 "Piece perimee " delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if NbDecouvertsPortefeuille > 0
               string
                 "Decouvert " delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if RelancePortefeuille > 0
               string
                 "Relance " delimited by size
                 RelancePortefeuille delimited by size
                 " " delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if NbReclamPortefeuille > 0
               string
                 "Reclamation " delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if NbAlertesPortefeuille > 0
               string
                 "Alerte LCB-FT" delimited by size
                 into ActionsPortefeuille
                 with pointer PtrActionsPortefeuille
               end-string
           end-if.

           if ActionsPortefeuille not = space
               add 1 to NbActionsPortefeuille
           end-if.

           move spaces to ConseilDetail.

           string
             Nom of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by space
             into NomClientPtfEdit
           end-string.

           move NbComptesPortefeuille to NbComptesPtfEdit.
           move SoldePortefeuille to SoldePtfEdit.
           move ActionsPortefeuille to ActionsPtfEdit.

           write E-PortefeuilleConseiller from ConseilDetail.

      * --- Affectation d'un client a un conseiller ---

       AffectationConseiller.
           move spaces to CodeClientConseil.
           move spaces to ConseillerCible.

           display M-Conseil-A.

           accept M-Conseil-A.

           if CodeClientConseil not = space
               perform ControlerConseiller

               if MessageConseil = space
                   move spaces to ConseillerAvant

                   exec sql
                       select coalesce(Conseiller, ' ')
                       into :ConseillerAvant
                       from Client
                       where CodeClient = :CodeClientConseil
                       and CodeSociete = :CodeSocieteCourant
                   end-exec

                   if sqlcode not = 0
                       move "Client inconnu" to MessageConseil
                   else
                       move CodeClientConseil to CodeClient of CLIENT

                       perform ChangerConseillerClient

                       if MessageConseil = space
                           move "Client affecte au conseiller"
                           to MessageConseil
                       end-if
                   end-if
               end-if

               perform AfficherResultatConseil
           end-if.

      * --- Reaffectation en masse d'un conseiller a un autre (depart,
      * reorganisation d'un guichet) ---

       ReaffectationConseiller.
           move spaces to ConseillerOrigine.
           move spaces to ConseillerCible.
           move spaces to GuichetReaffectation.

           display M-Conseil-R.

           accept M-Conseil-R.

           if ConseillerOrigine not = space
               evaluate true
                   when not ProfilAdministrateur
                       move "Reaffectation reservee aux administrateurs"
                       to MessageConseil
                   when ConseillerCible = ConseillerOrigine
                       move "Nouveau conseiller identique"
                       to MessageConseil
                   when other
                       perform ControlerConseiller
               end-evaluate

               if MessageConseil = space
                   perform ReaffecterPortefeuille

                   move NbClientsReaffectes to NbClientsAffiche

                   string
                     "Clients reaffectes :" delimited by size
                     NbClientsAffiche delimited by size
                     into MessageConseil
                   end-string
               end-if

               perform AfficherResultatConseil
           end-if.

       ReaffecterPortefeuille.
           move 0 to NbClientsReaffectes.
           move 0 to EotConseil.

           exec sql
               declare C-Reaffectation cursor for
                   select c.CodeClient
                   from Client c
                   where c.Conseiller = :ConseillerOrigine
                   and c.CodeSociete = :CodeSocieteCourant
                   and (:GuichetReaffectation = ' '
                   or exists
                   (select 1 from Compte k
                    where k.CodeClient = c.CodeClient
                    and k.CodeGuichet = :GuichetReaffectation))
                   order by c.CodeClient
           end-exec.

           exec sql
             open C-Reaffectation
           end-exec.

           perform ReaffecterUnClient until EotConseil = 1.

           exec sql
             close C-Reaffectation
           end-exec.

       ReaffecterUnClient.
           exec sql
               fetch C-Reaffectation
               into :Client.CodeClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotConseil
           else
               move ConseillerOrigine to ConseillerAvant

               perform ChangerConseillerClient

               if MessageConseil = space
                   add 1 to NbClientsReaffectes
               else
                   move spaces to MessageConseil
               end-if
           end-if.

      * --- Changement du conseiller d'un client, trace dans la piste
      * d'audit (ancien et nouveau conseiller) ---

       ChangerConseillerClient.
           exec sql
               update Client
               set Conseiller = :ConseillerCible
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Affectation conseiller" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'affectation" to MessageConseil
           else
               move "Client" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "Conseiller " delimited by size
                 ConseillerAvant delimited by size
                 into AncienneValeurAudit
               end-string

               string
                 "Conseiller " delimited by size
                 ConseillerCible delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Droit d'acces RGPD : enregistrement de la demande d'un client
      * (echeance legale a un mois) et production de son dossier,
      * lisible et structure : identite, comptes et co-titularites,
      * mouvements de la periode, mandats, cartes (masquees),
      * beneficiaires, pieces justificatives, liens entre clients,
      * consentements et lignes d'audit le concernant
      **************************************************************************
       GestionDroitAcces.
           perform SaisieAcces-Init.
           perform SaisieAcces-Trt until ChoixAcces = space.
           perform SaisieAcces-Fin.

       SaisieAcces-Init.
           move "" to ChoixAcces.

       SaisieAcces-Trt.
           move space to ChoixAcces.
           move spaces to MessageAcces.

           display M-Acces.

           accept ChoixAcces line 5 col 53.

           if ChoixAcces = "d" then
               move "D" to ChoixAcces
           end-if.

           if ChoixAcces = "l" then
               move "L" to ChoixAcces
           end-if.

           evaluate ChoixAcces
               when "D"
                   perform NouvelleDemandeAcces
               when "L"
                   perform ListeDemandesAcces
           end-evaluate.

       SaisieAcces-Fin.
           continue.

       AfficherResultatAcces.
           display M-Acces-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Nouvelle demande : tracee avec son echeance, puis dossier
      * produit et demande close ---

       NouvelleDemandeAcces.
           initialize DemandeAcces.

           display M-Acces-D.

           accept M-Acces-D.

           if CodeClientAcces not = space
               move 0 to NbClientsAcces

               exec sql
                   select count(*)
                   into :NbClientsAcces
                   from Client
                   where CodeClient = :DemandeAcces.CodeClientAcces
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if NbClientsAcces = 0
                   move "Client inconnu" to MessageAcces
               else
                   perform EnregistrerDemandeAcces
               end-if

               if MessageAcces = space
                   perform ProduireDossierAcces
               end-if

               perform AfficherResultatAcces
           end-if.

       EnregistrerDemandeAcces.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateDemandeAcces.

      * Echeance legale : un mois apres la demande

           move DateComptableTexte to DateBaseCalcul.
           move 1 to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateEcheanceAcces.

      * Periode des mouvements : un an en arriere par defaut

           if DateFinAcces = space
               move DateComptableTexte to DateFinAcces
           end-if.

           if DateDebutAcces = space
               move DateFinAcces to DateDebutAcces
               move DateFinAcces(1:4) to AnneeLimiteArchive
               subtract 1 from AnneeLimiteArchive
               move AnneeLimiteArchive to DateDebutAcces(1:4)
           end-if.

           move "E" to StatutDemandeAcces.
           move spaces to DateReponseAcces.
           move CodeOperateurCourant to OperateurAcces.

           exec sql
               select coalesce(max(NoDemande), 0) + 1
               into :DemandeAcces.NoDemandeAcces
               from DemandeAcces
           end-exec.

           exec sql
               insert into DemandeAcces
               (NoDemande, CodeClient, DateDemande, DateEcheance,
                DateDebut, DateFin, Statut, DateReponse, Operateur,
                CodeSociete)
               values
               (:DemandeAcces.NoDemandeAcces,
                :DemandeAcces.CodeClientAcces,
                :DemandeAcces.DateDemandeAcces,
                :DemandeAcces.DateEcheanceAcces,
                :DemandeAcces.DateDebutAcces,
                :DemandeAcces.DateFinAcces,
                :DemandeAcces.StatutDemandeAcces,
                :DemandeAcces.DateReponseAcces,
                :DemandeAcces.OperateurAcces, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Demande droit d'acces" to LibelleErreurSql
               move CodeClientAcces to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de la demande"
               to MessageAcces
           else
               move "DemandeAcces" to TableAudit
               move CodeClientAcces to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "Demande " delimited by size
                 NoDemandeAcces delimited by size
                 " echeance " delimited by size
                 DateEcheanceAcces delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      * --- Production du dossier : deux fichiers par demande ---

       ProduireDossierAcces.
           move 0 to NbLignesAcces.

           move spaces to NomFichierAcces.

           string
             "AccesRgpd-" delimited by size
             NoDemandeAcces delimited by size
             into NomFichierAcces
           end-string.

           move spaces to CheminAccesLisible.
           move spaces to CheminAccesStructure.

           string
             CheminAccesRgpd delimited by space
             "\" delimited by size
             NomFichierAcces delimited by space
             ".txt" delimited by size
             into CheminAccesLisible
           end-string.

           string
             CheminAccesRgpd delimited by space
             "\" delimited by size
             NomFichierAcces delimited by space
             ".csv" delimited by size
             into CheminAccesStructure
           end-string.

           open output F-AccesLisible.
           open output F-AccesStructure.

           move spaces to LigneAccesLisible.

           string
             "Donnees personnelles detenues - " delimited by size
             NomSocieteCourant delimited by "  "
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "DEM;" delimited by size
             NoDemandeAcces delimited by size
             ";" delimited by size
             DateDemandeAcces delimited by size
             ";" delimited by size
             DateEcheanceAcces delimited by size
             ";" delimited by size
             DateDebutAcces delimited by size
             ";" delimited by size
             DateFinAcces delimited by size
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

           move spaces to LigneAccesLisible.

           string
             "Demande " delimited by size
             NoDemandeAcces delimited by size
             " du " delimited by size
             DateDemandeAcces delimited by size
             ", mouvements du " delimited by size
             DateDebutAcces delimited by size
             " au " delimited by size
             DateFinAcces delimited by size
             into LigneAccesLisible
           end-string.

           write E-AccesLisible from LigneAccesLisible.

           perform AccesIdentite.
           perform AccesComptes.
           perform AccesMouvements.
           perform AccesMandats.
           perform AccesCartes.
           perform AccesBeneficiaires.
           perform AccesPieces.
           perform AccesLiens.
           perform AccesConsentements.
           perform AccesAudit.

           close F-AccesLisible.
           close F-AccesStructure.

           move NomFichierAcces to NomEdition.
           move "DroitAccesRgpd" to EtapeProductrice.
           move CheminAccesLisible to CheminEdition.
           move NbLignesAcces to NbLignesEdition.

           perform EnregistrerEdition.

           move NomFichierAcces to NomEdition.
           move "DroitAccesRgpd" to EtapeProductrice.
           move CheminAccesStructure to CheminEdition.
           move NbLignesAcces to NbLignesEdition.

           perform EnregistrerEdition.

           move "P" to StatutDemandeAcces.
           move DateComptableTexte to DateReponseAcces.

           exec sql
               update DemandeAcces
               set Statut = :DemandeAcces.StatutDemandeAcces,
               DateReponse = :DemandeAcces.DateReponseAcces
               where NoDemande = :DemandeAcces.NoDemandeAcces
           end-exec.

           string
             "Dossier produit : " delimited by size
             NomFichierAcces delimited by space
             " (.txt et .csv)" delimited by size
             into MessageAcces
           end-string.

      * Une ligne de donnees part dans les deux fichiers

       EcrireLigneAcces.
           write E-AccesLisible from LigneAccesLisible.
           write E-AccesStructure from LigneAccesStructure.

           add 1 to NbLignesAcces.

       EcrireTitreAcces.
           write E-AccesLisible from " ".
           write E-AccesLisible from LigneAccesLisible.

      * --- Identite et coordonnees ---

       AccesIdentite.
           move CodeClientAcces to CodeClient of CLIENT.

           exec sql
               select Intitule, Nom, Prenom, CodePostal, Ville,
               coalesce(ComplementAdresse, ' '),
               coalesce(NumeroVoie, ' '), coalesce(LibelleVoie, ' '),
               coalesce(LieuDit, ' '), coalesce(PaysAdresse, ' '),
               coalesce(Email, ' '), coalesce(Telephone, ' '),
               coalesce(StatutClient, ' '),
               coalesce(DispensePfu, ' '), coalesce(NiveauRisque, ' '),
               coalesce(DateRevueKyc, ' '),
               coalesce(PaysResidence, ' '), coalesce(Tin, ' '),
               coalesce(FormatReleve, ' '),
               coalesce(ClientFragile, ' '),
               coalesce(Conseiller, ' '),
               coalesce(DateNaissance, ' '),
               coalesce(LieuNaissance, ' ')
               into :Client.Intitule, :Client.Nom, :Client.Prenom,
               :Client.CodePostal, :Client.Ville,
               :Client.ComplementAdresse, :Client.NumeroVoie,
               :Client.LibelleVoie, :Client.LieuDit,
               :Client.PaysAdresse, :Client.Email, :Client.Telephone,
               :Client.StatutClient, :Client.DispensePfu,
               :Client.NiveauRisque, :Client.DateRevueKyc,
               :Client.PaysResidence, :Client.Tin,
               :Client.FormatReleve, :Client.ClientFragile,
               :Client.Conseiller, :Client.DateNaissance,
               :Client.LieuNaissance
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           move "IDENTITE ET COORDONNEES" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move spaces to LigneAccesLisible.

           string
             "  " delimited by size
             Intitule of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by "  "
             " " delimited by size
             Nom of CLIENT delimited by "  "
             " (client " delimited by size
             CodeClient of CLIENT delimited by space
             ")" delimited by size
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "IDE;" delimited by size
             CodeClient of CLIENT delimited by space
             ";" delimited by size
             Intitule of CLIENT delimited by space
             ";" delimited by size
             Nom of CLIENT delimited by "  "
             ";" delimited by size
             Prenom of CLIENT delimited by "  "
             ";" delimited by size
             StatutClient of CLIENT delimited by size
             ";" delimited by size
             NiveauRisque of CLIENT delimited by size
             ";" delimited by size
             DateRevueKyc of CLIENT delimited by size
             ";" delimited by size
             PaysResidence of CLIENT delimited by size
             ";" delimited by size
             Tin of CLIENT delimited by "  "
             ";" delimited by size
             ClientFragile of CLIENT delimited by size
             ";" delimited by size
             Conseiller of CLIENT delimited by space
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

           move spaces to LigneAccesLisible.

           string
             "  Ne(e) le " delimited by size
             DateNaissance of CLIENT delimited by size
             " a " delimited by size
             LieuNaissance of CLIENT delimited by "  "
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "NAI;" delimited by size
             DateNaissance of CLIENT delimited by size
             ";" delimited by size
             LieuNaissance of CLIENT delimited by "  "
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

           move spaces to LigneAccesLisible.

           string
             "  Adresse : " delimited by size
             ComplementAdresse of CLIENT delimited by "  "
             " " delimited by size
             NumeroVoie of CLIENT delimited by "  "
             " " delimited by size
             LibelleVoie of CLIENT delimited by "  "
             " " delimited by size
             LieuDit of CLIENT delimited by "  "
             " " delimited by size
             CodePostal of CLIENT delimited by size
             " " delimited by size
             Ville of CLIENT delimited by "  "
             " " delimited by size
             PaysAdresse of CLIENT delimited by "  "
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "ADR;" delimited by size
             ComplementAdresse of CLIENT delimited by "  "
             ";" delimited by size
             NumeroVoie of CLIENT delimited by "  "
             ";" delimited by size
             LibelleVoie of CLIENT delimited by "  "
             ";" delimited by size
             LieuDit of CLIENT delimited by "  "
             ";" delimited by size
             CodePostal of CLIENT delimited by size
             ";" delimited by size
             Ville of CLIENT delimited by "  "
             ";" delimited by size
             PaysAdresse of CLIENT delimited by "  "
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

           move spaces to LigneAccesLisible.

           string
             "  Email : " delimited by size
             Email of CLIENT delimited by space
             "  Telephone : " delimited by size
             Telephone of CLIENT delimited by space
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "CTC;" delimited by size
             Email of CLIENT delimited by space
             ";" delimited by size
             Telephone of CLIENT delimited by space
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

      * --- Comptes detenus et co-titularites (role T titulaire
      * principal, sinon celui du lien TitulaireCompte) ---

       AccesComptes.
           move "COMPTES" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesComptes cursor for
                   select k.CodeBanque, k.CodeGuichet, k.NoCompte,
                   k.TypeCompte, coalesce(k.Iban, ' '),
                   coalesce(k.Devise, ' '), k.Debit, k.Credit,
                   coalesce(k.StatutCompte, ' '), 'T'
                   from Compte k
                   where k.CodeClient = :DemandeAcces.CodeClientAcces
                   union
                   select k.CodeBanque, k.CodeGuichet, k.NoCompte,
                   k.TypeCompte, coalesce(k.Iban, ' '),
                   coalesce(k.Devise, ' '), k.Debit, k.Credit,
                   coalesce(k.StatutCompte, ' '), t.Role
                   from Compte k
                   join TitulaireCompte t
                   on t.CodeBanque = k.CodeBanque
                   and t.CodeGuichet = k.CodeGuichet
                   and t.NoCompte = k.NoCompte
                   and t.TypeCompte = k.TypeCompte
                   where t.CodeClient = :DemandeAcces.CodeClientAcces
                   and k.CodeClient <> :DemandeAcces.CodeClientAcces
           end-exec.

           exec sql
             open C-AccesComptes
           end-exec.

           perform AccesUnCompte until EotAcces = 1.

           exec sql
             close C-AccesComptes
           end-exec.

       AccesUnCompte.
           exec sql
               fetch C-AccesComptes
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte, :Compte.Iban,
               :Compte.Devise, :Compte.Debit, :Compte.Credit,
               :Compte.StatutCompte, :RoleAcces
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               compute SoldeAcces = Debit of Compte - Credit of Compte

               move SoldeAcces to MontantAccesLisible
               move SoldeAcces to MontantAccesStructure

               move spaces to LigneAccesLisible

               string
                 "  " delimited by size
                 CodeBanque of Compte delimited by size
                 " " delimited by size
                 CodeGuichet of Compte delimited by size
                 " " delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 " " delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 "  Iban " delimited by size
                 Iban of Compte delimited by space
                 "  " delimited by size
                 Devise of Compte delimited by size
                 "  solde " delimited by size
                 MontantAccesLisible delimited by size
                 "  role " delimited by size
                 RoleAcces delimited by size
                 "  statut " delimited by size
                 StatutCompte of Compte delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "CPT;" delimited by size
                 CodeBanque of Compte delimited by size
                 ";" delimited by size
                 CodeGuichet of Compte delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 Iban of Compte delimited by space
                 ";" delimited by size
                 Devise of Compte delimited by size
                 ";" delimited by size
                 MontantAccesStructure delimited by size
                 ";" delimited by size
                 RoleAcces delimited by size
                 ";" delimited by size
                 StatutCompte of Compte delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Mouvements de la periode sur ces comptes ---

       AccesMouvements.
           move "MOUVEMENTS DE LA PERIODE" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesMouvements cursor for
                   select m.DateMouvement, m.CodeBanque,
                   m.CodeGuichet, m.NoCompte, m.TypeCompte, m.Sens,
                   m.Montant, coalesce(m.Nature, ' ')
                   from Mouvement m
                   join Compte k
                   on k.CodeBanque = m.CodeBanque
                   and k.CodeGuichet = m.CodeGuichet
                   and k.NoCompte = m.NoCompte
                   and k.TypeCompte = m.TypeCompte
                   where m.DateMouvement >= :DemandeAcces.DateDebutAcces
                   and m.DateMouvement <= :DemandeAcces.DateFinAcces
                   and (k.CodeClient = :DemandeAcces.CodeClientAcces
                   or exists
                   (select 1 from TitulaireCompte t
                    where t.CodeClient = :DemandeAcces.CodeClientAcces
                    and t.CodeBanque = k.CodeBanque
                    and t.CodeGuichet = k.CodeGuichet
                    and t.NoCompte = k.NoCompte
                    and t.TypeCompte = k.TypeCompte))
                   order by m.DateMouvement, m.NoMouvement
           end-exec.

           exec sql
             open C-AccesMouvements
           end-exec.

           perform AccesUnMouvement until EotAcces = 1.

           exec sql
             close C-AccesMouvements
           end-exec.

       AccesUnMouvement.
           exec sql
               fetch C-AccesMouvements
               into :Mouvement.DateMouvement, :Mouvement.CodeBanque,
               :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move Montant of Mouvement to MontantAccesLisible
               move Montant of Mouvement to MontantAccesStructure

               move spaces to LigneAccesLisible

               string
                 "  " delimited by size
                 DateMouvement of Mouvement delimited by size
                 "  " delimited by size
                 CodeGuichet of Mouvement delimited by size
                 " " delimited by size
                 RacineCompte of CompteComplet of Mouvement
                 delimited by size
                 " " delimited by size
                 TypeCompte of CompteComplet of Mouvement
                 delimited by size
                 "  " delimited by size
                 SensMouvement of Mouvement delimited by size
                 " " delimited by size
                 NatureMouvement of Mouvement delimited by size
                 " " delimited by size
                 MontantAccesLisible delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "MVT;" delimited by size
                 DateMouvement of Mouvement delimited by size
                 ";" delimited by size
                 CodeBanque of Mouvement delimited by size
                 ";" delimited by size
                 CodeGuichet of Mouvement delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 SensMouvement of Mouvement delimited by size
                 ";" delimited by size
                 NatureMouvement of Mouvement delimited by size
                 ";" delimited by size
                 MontantAccesStructure delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Mandats de prelevement signes ---

       AccesMandats.
           move "MANDATS DE PRELEVEMENT" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesMandats cursor for
                   select NoMandat, CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, ReferenceCreancier, DateSignature,
                   StatutMandat
                   from Mandat
                   where CodeClient = :DemandeAcces.CodeClientAcces
                   order by NoMandat
           end-exec.

           exec sql
             open C-AccesMandats
           end-exec.

           perform AccesUnMandat until EotAcces = 1.

           exec sql
             close C-AccesMandats
           end-exec.

       AccesUnMandat.
           exec sql
               fetch C-AccesMandats
               into :Mandat.NoMandat, :Mandat.CodeBanqueMandat,
               :Mandat.CodeGuichetMandat, :Mandat.NoCompteMandat,
               :Mandat.TypeCompteMandat, :Mandat.ReferenceCreancier,
               :Mandat.DateSignatureMandat, :Mandat.StatutMandat
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  Mandat " delimited by size
                 NoMandat of Mandat delimited by size
                 " creancier " delimited by size
                 ReferenceCreancier delimited by "  "
                 " compte " delimited by size
                 NoCompteMandat delimited by size
                 " signe le " delimited by size
                 DateSignatureMandat delimited by size
                 " statut " delimited by size
                 StatutMandat delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "MAN;" delimited by size
                 NoMandat of Mandat delimited by size
                 ";" delimited by size
                 CodeBanqueMandat delimited by size
                 ";" delimited by size
                 CodeGuichetMandat delimited by size
                 ";" delimited by size
                 NoCompteMandat delimited by size
                 ";" delimited by size
                 TypeCompteMandat delimited by size
                 ";" delimited by size
                 ReferenceCreancier delimited by "  "
                 ";" delimited by size
                 DateSignatureMandat delimited by size
                 ";" delimited by size
                 StatutMandat delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Cartes dont le client est titulaire (numero masque : BIN
      * et quatre derniers chiffres) ---

       AccesCartes.
           move "CARTES" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesCartes cursor for
                   select NoCarte, CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, TypeDebit, DateExpiration, Statut
                   from Carte
                   where Titulaire = :DemandeAcces.CodeClientAcces
                   order by DateExpiration
           end-exec.

           exec sql
             open C-AccesCartes
           end-exec.

           perform AccesUneCarte until EotAcces = 1.

           exec sql
             close C-AccesCartes
           end-exec.

       AccesUneCarte.
           exec sql
               fetch C-AccesCartes
               into :Carte.NoCarte, :Carte.CodeBanqueCarte,
               :Carte.CodeGuichetCarte, :Carte.NoCompteCarte,
               :Carte.TypeCompteCarte, :Carte.TypeDebitCarte,
               :Carte.DateExpirationCarte, :Carte.StatutCarte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move NoCarte of Carte to NoCarteMasque

               perform MasquerNoCarte

               move spaces to LigneAccesLisible

               string
                 "  Carte " delimited by size
                 NoCarteMasque delimited by size
                 " compte " delimited by size
                 NoCompteCarte delimited by size
                 " debit " delimited by size
                 TypeDebitCarte delimited by size
                 " expire " delimited by size
                 DateExpirationCarte delimited by size
                 " statut " delimited by size
                 StatutCarte delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "CAR;" delimited by size
                 NoCarteMasque delimited by size
                 ";" delimited by size
                 CodeBanqueCarte delimited by size
                 ";" delimited by size
                 CodeGuichetCarte delimited by size
                 ";" delimited by size
                 NoCompteCarte delimited by size
                 ";" delimited by size
                 TypeCompteCarte delimited by size
                 ";" delimited by size
                 TypeDebitCarte delimited by size
                 ";" delimited by size
                 DateExpirationCarte delimited by size
                 ";" delimited by size
                 StatutCarte delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Beneficiaires de virement enregistres ---

       AccesBeneficiaires.
           move "BENEFICIAIRES DE VIREMENT" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesBenef cursor for
                   select NoBeneficiaire, Iban, Bic, NomBeneficiaire,
                   DateAjout, Statut
                   from Beneficiaire
                   where CodeClient = :DemandeAcces.CodeClientAcces
                   order by NoBeneficiaire
           end-exec.

           exec sql
             open C-AccesBenef
           end-exec.

           perform AccesUnBeneficiaire until EotAcces = 1.

           exec sql
             close C-AccesBenef
           end-exec.

       AccesUnBeneficiaire.
           exec sql
               fetch C-AccesBenef
               into :Beneficiaire.NoBeneficiaire,
               :Beneficiaire.IbanBenef, :Beneficiaire.BicBenef,
               :Beneficiaire.NomBenef, :Beneficiaire.DateAjoutBenef,
               :Beneficiaire.StatutBenef
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  " delimited by size
                 NomBenef delimited by "  "
                 "  Iban " delimited by size
                 IbanBenef delimited by space
                 "  Bic " delimited by size
                 BicBenef delimited by space
                 "  ajoute le " delimited by size
                 DateAjoutBenef delimited by size
                 " statut " delimited by size
                 StatutBenef delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "BEN;" delimited by size
                 NoBeneficiaire delimited by size
                 ";" delimited by size
                 NomBenef delimited by "  "
                 ";" delimited by size
                 IbanBenef delimited by space
                 ";" delimited by size
                 BicBenef delimited by space
                 ";" delimited by size
                 DateAjoutBenef delimited by size
                 ";" delimited by size
                 StatutBenef delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Pieces justificatives au registre ---

       AccesPieces.
           move "PIECES JUSTIFICATIVES" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesPieces cursor for
                   select NoPiece, TypePiece, Reference,
                   coalesce(DateDelivrance, ' '), DateExpiration,
                   Statut
                   from PieceJustificative
                   where CodeClient = :DemandeAcces.CodeClientAcces
                   order by NoPiece
           end-exec.

           exec sql
             open C-AccesPieces
           end-exec.

           perform AccesUnePiece until EotAcces = 1.

           exec sql
             close C-AccesPieces
           end-exec.

       AccesUnePiece.
           exec sql
               fetch C-AccesPieces
               into :PieceJustificative.NoPiece,
               :PieceJustificative.TypePiece,
               :PieceJustificative.ReferencePiece,
               :PieceJustificative.DateDelivrancePiece,
               :PieceJustificative.DateExpirationPiece,
               :PieceJustificative.StatutPiece
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  " delimited by size
                 TypePiece delimited by size
                 " " delimited by size
                 ReferencePiece delimited by "  "
                 "  delivree le " delimited by size
                 DateDelivrancePiece delimited by size
                 " expire le " delimited by size
                 DateExpirationPiece delimited by size
                 " statut " delimited by size
                 StatutPiece delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "PIE;" delimited by size
                 NoPiece of PieceJustificative delimited by size
                 ";" delimited by size
                 TypePiece delimited by size
                 ";" delimited by size
                 ReferencePiece delimited by "  "
                 ";" delimited by size
                 DateDelivrancePiece delimited by size
                 ";" delimited by size
                 DateExpirationPiece delimited by size
                 ";" delimited by size
                 StatutPiece delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Liens avec d'autres clients (dans les deux sens) ---

       AccesLiens.
           move "LIENS AVEC D'AUTRES CLIENTS" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesLiens cursor for
                   select CodeClient1, CodeClient2, Role,
                   coalesce(DateDebut, ' '), coalesce(DateFin, ' ')
                   from LienClient
                   where CodeClient1 = :DemandeAcces.CodeClientAcces
                   or CodeClient2 = :DemandeAcces.CodeClientAcces
                   order by DateDebut
           end-exec.

           exec sql
             open C-AccesLiens
           end-exec.

           perform AccesUnLien until EotAcces = 1.

           exec sql
             close C-AccesLiens
           end-exec.

       AccesUnLien.
           exec sql
               fetch C-AccesLiens
               into :LienClient.CodeClientLien1,
               :LienClient.CodeClientLien2, :LienClient.RoleLien,
               :LienClient.DateDebutLien, :LienClient.DateFinLien
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  Lien " delimited by size
                 RoleLien delimited by size
                 " entre " delimited by size
                 CodeClientLien1 delimited by space
                 " et " delimited by size
                 CodeClientLien2 delimited by space
                 " du " delimited by size
                 DateDebutLien delimited by size
                 " au " delimited by size
                 DateFinLien delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "LIE;" delimited by size
                 CodeClientLien1 delimited by space
                 ";" delimited by size
                 CodeClientLien2 delimited by space
                 ";" delimited by size
                 RoleLien delimited by size
                 ";" delimited by size
                 DateDebutLien delimited by size
                 ";" delimited by size
                 DateFinLien delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Consentements et choix exprimes par le client : dispense
      * de prelevement forfaitaire, format de releve, alertes de
      * solde souscrites et forfaits de compte ---

       AccesConsentements.
           move "CONSENTEMENTS ET CHOIX" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move spaces to LigneAccesLisible.

           string
             "  Dispense de prelevement forfaitaire : "
             delimited by size
             DispensePfu of CLIENT delimited by size
             "  Format de releve : " delimited by size
             FormatReleve of CLIENT delimited by size
             into LigneAccesLisible
           end-string.

           move spaces to LigneAccesStructure.

           string
             "CON;PFU;" delimited by size
             DispensePfu of CLIENT delimited by size
             ";RELEVE;" delimited by size
             FormatReleve of CLIENT delimited by size
             into LigneAccesStructure
           end-string.

           perform EcrireLigneAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesAlertes cursor for
                   select a.CodeBanque, a.CodeGuichet, a.NoCompte,
                   a.TypeCompte, a.Seuil, a.Statut
                   from AbonnementAlerte a
                   join Compte k
                   on k.CodeBanque = a.CodeBanque
                   and k.CodeGuichet = a.CodeGuichet
                   and k.NoCompte = a.NoCompte
                   and k.TypeCompte = a.TypeCompte
                   where k.CodeClient = :DemandeAcces.CodeClientAcces
           end-exec.

           exec sql
             open C-AccesAlertes
           end-exec.

           perform AccesUneAlerte until EotAcces = 1.

           exec sql
             close C-AccesAlertes
           end-exec.

           move 0 to EotAcces.

           exec sql
               declare C-AccesForfaits cursor for
                   select f.CodeBanque, f.CodeGuichet, f.NoCompte,
                   f.TypeCompte, f.CodeForfait, f.DateDebut,
                   coalesce(f.DateFin, ' ')
                   from AbonnementForfait f
                   join Compte k
                   on k.CodeBanque = f.CodeBanque
                   and k.CodeGuichet = f.CodeGuichet
                   and k.NoCompte = f.NoCompte
                   and k.TypeCompte = f.TypeCompte
                   where k.CodeClient = :DemandeAcces.CodeClientAcces
                   order by f.DateDebut
           end-exec.

           exec sql
             open C-AccesForfaits
           end-exec.

           perform AccesUnForfait until EotAcces = 1.

           exec sql
             close C-AccesForfaits
           end-exec.

       AccesUneAlerte.
           exec sql
               fetch C-AccesAlertes
               into :AbonnementAlerte.CodeBanqueAlerte,
               :AbonnementAlerte.CodeGuichetAlerte,
               :AbonnementAlerte.NoCompteAlerte,
               :AbonnementAlerte.TypeCompteAlerte,
               :AbonnementAlerte.SeuilAlerte,
               :AbonnementAlerte.StatutAbonnement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move SeuilAlerte to MontantAccesLisible
               move SeuilAlerte to MontantAccesStructure

               move spaces to LigneAccesLisible

               string
                 "  Alerte de solde compte " delimited by size
                 NoCompteAlerte delimited by size
                 " seuil " delimited by size
                 MontantAccesLisible delimited by size
                 " statut " delimited by size
                 StatutAbonnement delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "CON;ALERTE;" delimited by size
                 CodeBanqueAlerte delimited by size
                 ";" delimited by size
                 CodeGuichetAlerte delimited by size
                 ";" delimited by size
                 NoCompteAlerte delimited by size
                 ";" delimited by size
                 TypeCompteAlerte delimited by size
                 ";" delimited by size
                 MontantAccesStructure delimited by size
                 ";" delimited by size
                 StatutAbonnement delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

       AccesUnForfait.
           exec sql
               fetch C-AccesForfaits
               into :AbonnementForfait.CodeBanqueAbonnement,
               :AbonnementForfait.CodeGuichetAbonnement,
               :AbonnementForfait.NoCompteAbonnement,
               :AbonnementForfait.TypeCompteAbonnement,
               :AbonnementForfait.CodeForfaitAbonnement,
               :AbonnementForfait.DateDebutAbonnement,
               :AbonnementForfait.DateFinAbonnement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  Forfait " delimited by size
                 CodeForfaitAbonnement delimited by space
                 " compte " delimited by size
                 NoCompteAbonnement delimited by size
                 " du " delimited by size
                 DateDebutAbonnement delimited by size
                 " au " delimited by size
                 DateFinAbonnement delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "CON;FORFAIT;" delimited by size
                 CodeBanqueAbonnement delimited by size
                 ";" delimited by size
                 CodeGuichetAbonnement delimited by size
                 ";" delimited by size
                 NoCompteAbonnement delimited by size
                 ";" delimited by size
                 TypeCompteAbonnement delimited by size
                 ";" delimited by size
                 CodeForfaitAbonnement delimited by space
                 ";" delimited by size
                 DateDebutAbonnement delimited by size
                 ";" delimited by size
                 DateFinAbonnement delimited by size
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Lignes de la piste d'audit : cle egale au client, ou
      * contenant le numero d'un de ses comptes ou de ses cartes ---

       AccesAudit.
           move "PISTE D'AUDIT" to LigneAccesLisible.
           perform EcrireTitreAcces.

           move 0 to EotAcces.

           exec sql
               declare C-AccesAudit cursor for
                   select a.NomTable, a.CleAudit,
                   coalesce(a.AncienneValeur, ' '),
                   coalesce(a.NouvelleValeur, ' '), a.DateAudit,
                   coalesce(a.Operateur, ' ')
                   from Audit a
                   where a.CleAudit = :DemandeAcces.CodeClientAcces
                   or exists
                   (select 1 from Compte k
                    where k.CodeClient = :DemandeAcces.CodeClientAcces
                    and charindex(k.NoCompte, a.CleAudit) > 0)
                   or exists
                   (select 1 from Carte c
                    where c.Titulaire = :DemandeAcces.CodeClientAcces
                    and a.CleAudit = c.NoCarte)
                   order by a.DateAudit
           end-exec.

           exec sql
             open C-AccesAudit
           end-exec.

           perform AccesUneLigneAudit until EotAcces = 1.

           exec sql
             close C-AccesAudit
           end-exec.

       AccesUneLigneAudit.
           exec sql
               fetch C-AccesAudit
               into :TableAuditLue, :CleAuditLue,
               :AncienneValeurLue, :NouvelleValeurLue,
               :DateAuditLue, :OperateurAuditLu
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAcces
           else
               move spaces to LigneAccesLisible

               string
                 "  " delimited by size
                 DateAuditLue delimited by size
                 " " delimited by size
                 TableAuditLue delimited by space
                 " : " delimited by size
                 AncienneValeurLue delimited by "  "
                 " -> " delimited by size
                 NouvelleValeurLue delimited by "  "
                 " (" delimited by size
                 OperateurAuditLu delimited by space
                 ")" delimited by size
                 into LigneAccesLisible
               end-string

               move spaces to LigneAccesStructure

               string
                 "AUD;" delimited by size
                 DateAuditLue delimited by size
                 ";" delimited by size
                 TableAuditLue delimited by space
                 ";" delimited by size
                 CleAuditLue delimited by space
                 ";" delimited by size
                 AncienneValeurLue delimited by "  "
                 ";" delimited by size
                 NouvelleValeurLue delimited by "  "
                 ";" delimited by size
                 OperateurAuditLu delimited by space
                 into LigneAccesStructure
               end-string

               perform EcrireLigneAcces
           end-if.

      * --- Liste des demandes, les plus recentes en tete ---

       ListeDemandesAcces.
           display M-Acces-L.

           move 0 to EotAcces.
           move 8 to NoLigneAcces.

           exec sql
               declare C-DemandesAcces cursor for
                   select NoDemande, CodeClient, DateDemande,
                   DateEcheance, Statut, coalesce(DateReponse, ' ')
                   from DemandeAcces
                   where CodeSociete = :CodeSocieteCourant
                   order by NoDemande desc
           end-exec.

           exec sql
             open C-DemandesAcces
           end-exec.

           perform AfficherDemandeAcces until EotAcces = 1.

           exec sql
             close C-DemandesAcces
           end-exec.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       AfficherDemandeAcces.
           exec sql
               fetch C-DemandesAcces
               into :DemandeAcces.NoDemandeAcces,
               :DemandeAcces.CodeClientAcces,
               :DemandeAcces.DateDemandeAcces,
               :DemandeAcces.DateEcheanceAcces,
               :DemandeAcces.StatutDemandeAcces,
               :DemandeAcces.DateReponseAcces
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
           or NoLigneAcces > 21
               move 1 to EotAcces
           else
               display LigneDemandeAcces

               add 1 to NoLigneAcces
           end-if.

      **************************************************************************
      * Clients decedes : rapprochement mensuel avec le fichier
      * national des personnes decedees, puis revue des rapprochements
      * probables ; la confirmation passe le client au statut D a la
      * date du deces et propose l'ouverture du dossier de succession
      **************************************************************************
       RapprochementDeces.
           perform RapprochementDeces-Init.
           perform RapprochementDeces-Trt until Eof = 1.
           perform RapprochementDeces-Fin.

       RapprochementDeces-Init.
           move 1 to Eof.
           move 0 to NbDecesLus.
           move 0 to NbRapprochementsDeces.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

      * Fichier optionnel : pas de fichier depose = rien a rapprocher

           open input F-FichierDeces.

           if StatutFichierDeces = "00"
               move 0 to Eof
           end-if.

       RapprochementDeces-Trt.
           read F-FichierDeces
               at end
                   move 1 to Eof
               not at end
                   perform RapprocherUnDeces
           end-read.

      * --- Une personne du fichier : nom et prenoms (NOM*PRENOMS/),
      * puis les clients vivants nes le meme jour ---

       RapprocherUnDeces.
           add 1 to NbDecesLus.

           initialize SuspicionDeces.

           move spaces to NomDecede.
           move spaces to PrenomsDecede.
           move spaces to PremierPrenomDecede.

           unstring NomPrenomsInsee delimited by "*" or "/" into
               NomDecede
               PrenomsDecede
           end-unstring.

           unstring PrenomsDecede delimited by space into
               PremierPrenomDecede
           end-unstring.

           move NomDecede to NomAPhonetiser.

           perform CalculClePhonetique.

           move ClePhonetique to CleNomDecede.

           move NomDecede to NomInseeDeces.
           move PrenomsDecede to PrenomsInseeDeces.
           move DateNaissanceInsee to DateNaissanceDeces.
           move DateDecesInsee to DateDecesFichier.
           move NumeroActeInsee to NumeroActeDeces.
           move DateComptableTexte to DateRapprochementDeces.

      * Naissance a l'etranger : la commune du fichier est celle du
      * pays de naissance

           if CommuneNaissanceInsee not = space
               move CommuneNaissanceInsee to LieuNaissanceDeces
           else
               move PaysNaissanceInsee to LieuNaissanceDeces
           end-if.

           if DateNaissanceInsee numeric
               move 0 to EotDeces

               exec sql
                   declare C-CandidatsDeces cursor for
                       select CodeClient, Nom, coalesce(Prenom, ' '),
                       coalesce(LieuNaissance, ' ')
                       from Client
                       where DateNaissance =
                       :SuspicionDeces.DateNaissanceDeces
                       and StatutClient <> 'D'
                       and CodeSociete = :CodeSocieteCourant
               end-exec

               exec sql
                 open C-CandidatsDeces
               end-exec

               perform EvaluerCandidatDeces until EotDeces = 1

               exec sql
                 close C-CandidatsDeces
               end-exec
           end-if.

      * --- Criteres concordants d'un client ne le meme jour : le nom
      * (ou sa cle phonetique) est exige, avec le prenom ou le lieu
      * de naissance ---

       EvaluerCandidatDeces.
           exec sql
               fetch C-CandidatsDeces
               into :SuspicionDeces.CodeClientDeces,
               :NomCandidatDeces, :PrenomCandidatDeces,
               :LieuCandidatDeces
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDeces
           else
               inspect NomCandidatDeces converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               inspect PrenomCandidatDeces converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               inspect LieuCandidatDeces converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               move "--D-" to CriteresDeces
               move 1 to NbCriteresDeces

               if NomCandidatDeces = NomDecede
                   move "N" to CriteresDeces(1:1)
                   add 1 to NbCriteresDeces
               else
                   move NomCandidatDeces to NomAPhonetiser

                   perform CalculClePhonetique

                   if ClePhonetique = CleNomDecede
                       move "N" to CriteresDeces(1:1)
                       add 1 to NbCriteresDeces
                   end-if
               end-if

               move spaces to PremierPrenomCandidat

               unstring PrenomCandidatDeces delimited by space into
                   PremierPrenomCandidat
               end-unstring

               if PremierPrenomCandidat not = space
               and PremierPrenomCandidat = PremierPrenomDecede
                   move "P" to CriteresDeces(2:1)
                   add 1 to NbCriteresDeces
               end-if

               if LieuCandidatDeces not = space
               and (LieuCandidatDeces = CommuneNaissanceInsee
               or LieuCandidatDeces = PaysNaissanceInsee)
                   move "L" to CriteresDeces(4:1)
                   add 1 to NbCriteresDeces
               end-if

               if CriteresDeces(1:1) = "N" and NbCriteresDeces >= 3
                   perform EnregistrerRapprochementDeces
               end-if
           end-if.

      * --- Rapprochement probable : enregistre une seule fois par
      * client et par acte de deces ---

       EnregistrerRapprochementDeces.
           move 0 to NbRapprochementsExistants.

           exec sql
               select count(*)
               into :NbRapprochementsExistants
               from RapprochementDeces
               where CodeClient = :SuspicionDeces.CodeClientDeces
               and NumeroActe = :SuspicionDeces.NumeroActeDeces
               and DateDeces = :SuspicionDeces.DateDecesFichier
           end-exec.

           if NbRapprochementsExistants = 0
               move "E" to StatutRapprochementDeces
               move spaces to DateDecisionDeces
               move spaces to OperateurDecisionDeces
               move spaces to CommentaireDeces

               exec sql
                   select coalesce(max(NoRapprochement), 0) + 1
                   into :SuspicionDeces.NoRapprochementDeces
                   from RapprochementDeces
               end-exec

               exec sql
                   insert into RapprochementDeces
                   (NoRapprochement, CodeClient, NomInsee, PrenomsInsee,
                    DateNaissance, LieuNaissance, DateDeces,
                    NumeroActe, Criteres, DateRapprochement, Statut,
                    DateDecision, OperateurDecision, Commentaire)
                   values
                   (:SuspicionDeces.NoRapprochementDeces,
                    :SuspicionDeces.CodeClientDeces,
                    :SuspicionDeces.NomInseeDeces,
                    :SuspicionDeces.PrenomsInseeDeces,
                    :SuspicionDeces.DateNaissanceDeces,
                    :SuspicionDeces.LieuNaissanceDeces,
                    :SuspicionDeces.DateDecesFichier,
                    :SuspicionDeces.NumeroActeDeces,
                    :SuspicionDeces.CriteresDeces,
                    :SuspicionDeces.DateRapprochementDeces,
                    :SuspicionDeces.StatutRapprochementDeces,
                    :SuspicionDeces.DateDecisionDeces,
                    :SuspicionDeces.OperateurDecisionDeces,
                    :SuspicionDeces.CommentaireDeces)
               end-exec

               if sqlcode not = 0
                   move "Rapprochement deces" to LibelleErreurSql
                   move CodeClientDeces to CleErreurSql
                   perform JournaliserErreurSql
               else
                   add 1 to NbRapprochementsDeces
               end-if
           end-if.

       RapprochementDeces-Fin.
           if StatutFichierDeces = "00"
               close F-FichierDeces
           end-if.

           string
             "Deces lus " delimited by size
             NbDecesLus delimited by size
             ", rapprochements a revoir " delimited by size
             NbRapprochementsDeces delimited by size
             into DetailActivite
           end-string.

      * --- Revue des rapprochements (menu complementaire) : liste de
      * ceux en attente, decision motivee sur l'un ---

       GestionRapprochementsDeces.
           move 1 to NoRapprochementSaisi.

           perform GestionRapprochementsDeces-Trt
               until NoRapprochementSaisi = 0.

       GestionRapprochementsDeces-Trt.
           display M-Deces.

           move 0 to EotDeces.
           move 6 to NoLigneEcran.

           exec sql
               declare C-RapprochementsDeces cursor for
                   select r.NoRapprochement, r.NomInsee,
                   r.PrenomsInsee, r.DateNaissance, r.DateDeces,
                   r.Criteres
                   from RapprochementDeces r
                   join Client c
                   on c.CodeClient = r.CodeClient
                   where r.Statut = 'E'
                   and c.CodeSociete = :CodeSocieteCourant
                   order by r.NoRapprochement
           end-exec.

           exec sql
             open C-RapprochementsDeces
           end-exec.

           perform AfficherRapprochementDeces
               until EotDeces = 1 or NoLigneEcran = 19.

           exec sql
             close C-RapprochementsDeces
           end-exec.

           move 0 to NoRapprochementSaisi.

           accept NoRapprochementSaisi line 21 col 44.

           if NoRapprochementSaisi > 0
               perform DeciderRapprochementDeces

               display M-Deces-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherRapprochementDeces.
           exec sql
               fetch C-RapprochementsDeces
               into :SuspicionDeces.NoRapprochementDeces,
               :SuspicionDeces.NomInseeDeces,
               :SuspicionDeces.PrenomsInseeDeces,
               :SuspicionDeces.DateNaissanceDeces,
               :SuspicionDeces.DateDecesFichier,
               :SuspicionDeces.CriteresDeces
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDeces
           else
               add 1 to NoLigneEcran

               display LigneRapprochementDeces
           end-if.

       DeciderRapprochementDeces.
           move spaces to MessageDeces.
           move NoRapprochementSaisi to NoRapprochementDeces.

           exec sql
               select CodeClient, NomInsee, PrenomsInsee,
               DateNaissance, LieuNaissance, DateDeces, NumeroActe,
               Criteres, Statut
               into :SuspicionDeces.CodeClientDeces,
               :SuspicionDeces.NomInseeDeces,
               :SuspicionDeces.PrenomsInseeDeces,
               :SuspicionDeces.DateNaissanceDeces,
               :SuspicionDeces.LieuNaissanceDeces,
               :SuspicionDeces.DateDecesFichier,
               :SuspicionDeces.NumeroActeDeces,
               :SuspicionDeces.CriteresDeces,
               :SuspicionDeces.StatutRapprochementDeces
               from RapprochementDeces
               where NoRapprochement =
               :SuspicionDeces.NoRapprochementDeces
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Rapprochement introuvable" to MessageDeces
               when StatutRapprochementDeces not = "E"
                   move "Rapprochement deja decide" to MessageDeces
           end-evaluate.

           if MessageDeces = space
               move CodeClientDeces to CodeClient of CLIENT

               exec sql
                   select Nom, coalesce(Prenom, ' '),
                   coalesce(DateNaissance, ' '),
                   coalesce(LieuNaissance, ' '), StatutClient
                   into :Client.Nom, :Client.Prenom,
                   :Client.DateNaissance, :Client.LieuNaissance,
                   :Client.StatutClient
                   from Client
                   where CodeClient = :Client.CodeClient
               end-exec

               display M-Deces-Detail

               move space to DecisionDeces
               move spaces to CommentaireDeces

               accept DecisionDeces line 16 col 44
               accept CommentaireDeces line 17 col 16

               if DecisionDeces = "c"
                   move "C" to DecisionDeces
               end-if

               if DecisionDeces = "r"
                   move "R" to DecisionDeces
               end-if

               evaluate true
                   when DecisionDeces not = "C"
                   and DecisionDeces not = "R"
                       move "Decision C ou R attendue" to MessageDeces
                   when CommentaireDeces = space
                       move "La decision doit etre motivee"
                       to MessageDeces
                   when other
                       perform EnregistrerDecisionDeces
               end-evaluate
           end-if.

       EnregistrerDecisionDeces.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDecisionDeces
           end-string.

           move DecisionDeces to StatutRapprochementDeces.
           move CodeOperateurCourant to OperateurDecisionDeces.

           exec sql
               update RapprochementDeces
               set Statut = :SuspicionDeces.StatutRapprochementDeces,
               DateDecision = :SuspicionDeces.DateDecisionDeces,
               OperateurDecision =
               :SuspicionDeces.OperateurDecisionDeces,
               Commentaire = :SuspicionDeces.CommentaireDeces
               where NoRapprochement =
               :SuspicionDeces.NoRapprochementDeces
           end-exec.

           if sqlcode not = 0
               move "Decision rapprochement deces" to LibelleErreurSql
               move NoRapprochementDeces to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de la decision"
               to MessageDeces
           else
               move "RapprochementDeces" to TableAudit
               move NoRapprochementDeces to CleAudit
               move "E" to AncienneValeurAudit

               string
                 StatutRapprochementDeces delimited by size
                 " " delimited by size
                 CommentaireDeces delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if StatutRapprochementDeces = "C"
                   perform ConfirmerDecesClient
               else
                   move "Rapprochement ecarte (homonyme), journalise"
                   to MessageDeces
               end-if
           end-if.

      * --- Deces confirme : statut D a la date du fichier, les autres
      * rapprochements du client sont clos, puis le dossier de
      * succession est propose s'il n'est pas deja ouvert ---

       ConfirmerDecesClient.
           move StatutClient of CLIENT to StatutClientAvantDeces.

           exec sql
               update Client
               set StatutClient = 'D',
               DateDeces = :SuspicionDeces.DateDecesFichier,
               MotifBlocage = 'Deces (fichier national)',
               DateBlocage = :SuspicionDeces.DateDecisionDeces
               where CodeClient = :SuspicionDeces.CodeClientDeces
           end-exec.

           if sqlcode not = 0
               move "Deces client (rapprochement)" to LibelleErreurSql
               move CodeClientDeces to CleErreurSql
               perform JournaliserErreurSql

               move "Echec du passage du client au statut D"
               to MessageDeces
           else
               move "Client" to TableAudit
               move CodeClientDeces to CleAudit
               move StatutClientAvantDeces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "D (deces du " delimited by size
                 DateDecesFichier delimited by size
                 ", fichier national)" delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               exec sql
                   update RapprochementDeces
                   set Statut = 'R',
                   DateDecision = :SuspicionDeces.DateDecisionDeces,
                   OperateurDecision =
                   :SuspicionDeces.OperateurDecisionDeces,
                   Commentaire = 'Deces confirme par un autre acte'
                   where CodeClient =
                   :SuspicionDeces.CodeClientDeces
                   and Statut = 'E'
               end-exec

               move "Deces confirme, client au statut D"
               to MessageDeces

               move 0 to NbDossiersSuccession

               exec sql
                   select count(*)
                   into :NbDossiersSuccession
                   from DossierSuccession
                   where CodeClient =
                   :SuspicionDeces.CodeClientDeces
               end-exec

               if NbDossiersSuccession = 0
                   display " Ouvrir le dossier de succession (O/N) : "
                     line 1 col 1
                     with no advancing

                   move space to Reponse

                   accept Reponse line 1 col 42

                   display M-EffaceQuestion

                   if Reponse = "o" or Reponse = "O"
                       perform ProposerDossierSuccession
                   end-if
               end-if
           end-if.

       ProposerDossierSuccession.
           initialize DossierSuccession.

           move CodeClientDeces to CodeClientDefunt.

           display M-Succession.
           display M-Succession-E.

           accept M-Succession-E.

           if CodeClientDefunt not = space
               perform ControlerOuvertureSuccession

               move MessageSuccession to MessageDeces
           end-if.

      **************************************************************************
      * Cash pooling : structures de groupe (compte centralisateur et
      * comptes participants), nivellement de nuit des participants a
      * leur solde cible par mouvements internes CPL, interets
      * intra-groupe de fin de mois et releve de pooling du groupe
      **************************************************************************
       GestionPooling.
           perform SaisiePooling-Init.
           perform SaisiePooling-Trt until ChoixPooling = space.
           perform SaisiePooling-Fin.

       SaisiePooling-Init.
           move "" to ChoixPooling.

       SaisiePooling-Trt.
           move space to ChoixPooling.
           move spaces to MessagePooling.

           display M-Pooling.

           accept ChoixPooling line 5 col 62.

           if ChoixPooling = "c" then
               move "C" to ChoixPooling
           end-if.

           if ChoixPooling = "p" then
               move "P" to ChoixPooling
           end-if.

           if ChoixPooling = "s" then
               move "S" to ChoixPooling
           end-if.

           if ChoixPooling = "l" then
               move "L" to ChoixPooling
           end-if.

           evaluate ChoixPooling
               when "C"
                   perform CreationStructurePooling
               when "P"
                   perform AjoutParticipantPooling
               when "S"
                   perform SuspensionPooling
               when "L"
                   perform ListeParticipantsPooling
           end-evaluate.

       SaisiePooling-Fin.
           continue.

       AfficherResultatPooling.
           display M-Pooling-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Creation d'une structure : le centralisateur est un compte
      * ouvert du client groupe, qui ne participe a aucune autre
      * structure ---

       CreationStructurePooling.
           move spaces to NomStructurePooling.
           move spaces to CodeClientPooling.
           move spaces to CodeBanqueMaitre.
           move spaces to CodeGuichetMaitre.
           move spaces to NoCompteMaitre.
           move spaces to TypeCompteMaitre.
           move 0 to TauxPreteurPooling.
           move 0 to TauxEmprunteurPooling.

           display M-Pooling-C.

           accept M-Pooling-C.

           perform ControlerStructurePooling.

           if MessagePooling = space
               perform EnregistrerStructurePooling
           end-if.

           perform AfficherResultatPooling.

       ControlerStructurePooling.
           if NomStructurePooling = space
               move "Nom de la structure obligatoire" to MessagePooling
           end-if.

           if MessagePooling = space
               move spaces to StatutClientMaitre

               exec sql
                   select StatutClient
                   into :StatutClientMaitre
                   from Client
                   where CodeClient =
                   :StructurePooling.CodeClientPooling
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Client groupe inconnu" to MessagePooling
               else
                   if StatutClientMaitre not = "A"
                       move "Client groupe bloque ou decede"
                       to MessagePooling
                   end-if
               end-if
           end-if.

           if MessagePooling = space
               move spaces to CodeClientComptePooling

               exec sql
                   select CodeClient
                   into :CodeClientComptePooling
                   from Compte
                   where CodeBanque = :StructurePooling.CodeBanqueMaitre
                   and CodeGuichet =
                   :StructurePooling.CodeGuichetMaitre
                   and NoCompte = :StructurePooling.NoCompteMaitre
                   and TypeCompte = :StructurePooling.TypeCompteMaitre
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Compte centralisateur introuvable ou clos"
                   to MessagePooling
               else
                   if CodeClientComptePooling not = CodeClientPooling
                       move "Centralisateur hors du client groupe"
                       to MessagePooling
                   end-if
               end-if
           end-if.

           if MessagePooling = space
               move 0 to NbExistantsPooling

               exec sql
                   select count(*)
                   into :NbExistantsPooling
                   from StructurePooling
                   where CodeBanque = :StructurePooling.CodeBanqueMaitre
                   and CodeGuichet =
                   :StructurePooling.CodeGuichetMaitre
                   and NoCompte = :StructurePooling.NoCompteMaitre
                   and TypeCompte = :StructurePooling.TypeCompteMaitre
                   and Statut <> 'C'
               end-exec

               exec sql
                   select :NbExistantsPooling + count(*)
                   into :NbExistantsPooling
                   from ParticipantPooling
                   where CodeBanque = :StructurePooling.CodeBanqueMaitre
                   and CodeGuichet =
                   :StructurePooling.CodeGuichetMaitre
                   and NoCompte = :StructurePooling.NoCompteMaitre
                   and TypeCompte = :StructurePooling.TypeCompteMaitre
                   and Statut <> 'C'
               end-exec

               if NbExistantsPooling > 0
                   move "Compte deja engage dans une structure"
                   to MessagePooling
               end-if
           end-if.

       EnregistrerStructurePooling.
           exec sql
               select coalesce(max(NoStructure), 0) + 1
               into :StructurePooling.NoStructurePooling
               from StructurePooling
           end-exec.

           move "A" to StatutStructurePooling.

           exec sql
               insert into StructurePooling
               (NoStructure, NomStructure, CodeClient, CodeBanque,
                CodeGuichet, NoCompte, TypeCompte, TauxPreteur,
                TauxEmprunteur, Statut, CodeSociete)
               values
               (:StructurePooling.NoStructurePooling,
                :StructurePooling.NomStructurePooling,
                :StructurePooling.CodeClientPooling,
                :StructurePooling.CodeBanqueMaitre,
                :StructurePooling.CodeGuichetMaitre,
                :StructurePooling.NoCompteMaitre,
                :StructurePooling.TypeCompteMaitre,
                :StructurePooling.TauxPreteurPooling,
                :StructurePooling.TauxEmprunteurPooling,
                :StructurePooling.StatutStructurePooling,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Creation structure pooling" to LibelleErreurSql
               move CodeClientPooling to CleErreurSql
               perform JournaliserErreurSql

               move "Structure non enregistree" to MessagePooling
           else
               move "StructurePooling" to TableAudit
               move NoStructurePooling to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "structure creee, centralisateur " delimited by size
                 CodeBanqueMaitre delimited by space
                 " " delimited by size
                 CodeGuichetMaitre delimited by space
                 " " delimited by size
                 NoCompteMaitre delimited by space
                 " " delimited by size
                 TypeCompteMaitre delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move NoStructurePooling to NoStructureFichier

               string
                 "Structure " delimited by size
                 NoStructureFichier delimited by size
                 " creee" delimited by size
                 into MessagePooling
               end-string
           end-if.

      * --- Lecture d'une structure non close (numero saisi) ---

       LireStructurePooling.
           move spaces to MessagePooling.

           exec sql
               select NomStructure, CodeClient, CodeBanque,
               CodeGuichet, NoCompte, TypeCompte, TauxPreteur,
               TauxEmprunteur, Statut
               into :StructurePooling.NomStructurePooling,
               :StructurePooling.CodeClientPooling,
               :StructurePooling.CodeBanqueMaitre,
               :StructurePooling.CodeGuichetMaitre,
               :StructurePooling.NoCompteMaitre,
               :StructurePooling.TypeCompteMaitre,
               :StructurePooling.TauxPreteurPooling,
               :StructurePooling.TauxEmprunteurPooling,
               :StructurePooling.StatutStructurePooling
               from StructurePooling
               where NoStructure = :StructurePooling.NoStructurePooling
               and Statut <> 'C'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Structure de pooling inconnue ou close"
               to MessagePooling
           end-if.

      * --- Ajout d'un participant : compte ouvert, distinct du
      * centralisateur, dans sa devise, et libre de toute structure ---

       AjoutParticipantPooling.
           move 0 to NoStructurePooling.
           move spaces to CodeBanqueParticipant.
           move spaces to CodeGuichetParticipant.
           move spaces to NoCompteParticipant.
           move spaces to TypeCompteParticipant.
           move 0 to SoldeCiblePooling.
           move "B" to SensPooling.

           display M-Pooling-N.
           display M-Pooling-P.

           accept M-Pooling-N.
           accept M-Pooling-P.

           inspect SensPooling converting "brc" to "BRC".

           perform LireStructurePooling.

           if MessagePooling = space
               perform ControlerParticipantPooling
           end-if.

           if MessagePooling = space
               perform EnregistrerParticipantPooling
           end-if.

           perform AfficherResultatPooling.

       ControlerParticipantPooling.
           if SensPooling not = "B" and SensPooling not = "R"
           and SensPooling not = "C"
               move "Sens de nivellement B, R ou C" to MessagePooling
           end-if.

           if MessagePooling = space
           and CodeBanqueParticipant = CodeBanqueMaitre
           and CodeGuichetParticipant = CodeGuichetMaitre
           and NoCompteParticipant = NoCompteMaitre
           and TypeCompteParticipant = TypeCompteMaitre
               move "Le centralisateur ne peut etre participant"
               to MessagePooling
           end-if.

           if MessagePooling = space
               move spaces to DeviseMaitrePooling
               move spaces to DeviseParticipantPooling

               exec sql
                   select Devise
                   into :DeviseMaitrePooling
                   from Compte
                   where CodeBanque = :StructurePooling.CodeBanqueMaitre
                   and CodeGuichet =
                   :StructurePooling.CodeGuichetMaitre
                   and NoCompte = :StructurePooling.NoCompteMaitre
                   and TypeCompte = :StructurePooling.TypeCompteMaitre
               end-exec

               exec sql
                   select Devise
                   into :DeviseParticipantPooling
                   from Compte
                   where CodeBanque =
                   :ParticipantPooling.CodeBanqueParticipant
                   and CodeGuichet =
                   :ParticipantPooling.CodeGuichetParticipant
                   and NoCompte =
                   :ParticipantPooling.NoCompteParticipant
                   and TypeCompte =
                   :ParticipantPooling.TypeCompteParticipant
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Compte participant introuvable ou clos"
                   to MessagePooling
               else
                   if DeviseParticipantPooling not = DeviseMaitrePooling
                       move "Devise differente du centralisateur"
                       to MessagePooling
                   end-if
               end-if
           end-if.

           if MessagePooling = space
               move 0 to NbExistantsPooling

               exec sql
                   select count(*)
                   into :NbExistantsPooling
                   from ParticipantPooling
                   where CodeBanque =
                   :ParticipantPooling.CodeBanqueParticipant
                   and CodeGuichet =
                   :ParticipantPooling.CodeGuichetParticipant
                   and NoCompte =
                   :ParticipantPooling.NoCompteParticipant
                   and TypeCompte =
                   :ParticipantPooling.TypeCompteParticipant
                   and Statut <> 'C'
               end-exec

               exec sql
                   select :NbExistantsPooling + count(*)
                   into :NbExistantsPooling
                   from StructurePooling
                   where CodeBanque =
                   :ParticipantPooling.CodeBanqueParticipant
                   and CodeGuichet =
                   :ParticipantPooling.CodeGuichetParticipant
                   and NoCompte =
                   :ParticipantPooling.NoCompteParticipant
                   and TypeCompte =
                   :ParticipantPooling.TypeCompteParticipant
                   and Statut <> 'C'
               end-exec

               if NbExistantsPooling > 0
                   move "Compte deja engage dans une structure"
                   to MessagePooling
               end-if
           end-if.

       EnregistrerParticipantPooling.
           move NoStructurePooling to NoStructureParticipant.
           move 0 to PositionIntraGroupe.
           move 0 to NombresPreteur.
           move 0 to NombresEmprunteur.
           move spaces to DateDernierNivellement.
           move "A" to StatutParticipant.

           exec sql
               insert into ParticipantPooling
               (NoStructure, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, SoldeCible, Sens, PositionIntraGroupe,
                NombresPreteur, NombresEmprunteur,
                DateDernierNivellement, Statut)
               values
               (:ParticipantPooling.NoStructureParticipant,
                :ParticipantPooling.CodeBanqueParticipant,
                :ParticipantPooling.CodeGuichetParticipant,
                :ParticipantPooling.NoCompteParticipant,
                :ParticipantPooling.TypeCompteParticipant,
                :ParticipantPooling.SoldeCiblePooling,
                :ParticipantPooling.SensPooling,
                :ParticipantPooling.PositionIntraGroupe,
                :ParticipantPooling.NombresPreteur,
                :ParticipantPooling.NombresEmprunteur,
                :ParticipantPooling.DateDernierNivellement,
                :ParticipantPooling.StatutParticipant)
           end-exec.

           if sqlcode not = 0
               move "Ajout participant pooling" to LibelleErreurSql
               move NoStructurePooling to CleErreurSql
               perform JournaliserErreurSql

               move "Participant non enregistre" to MessagePooling
           else
               move "ParticipantPooling" to TableAudit
               perform ClePoolingParticipant
               move spaces to AncienneValeurAudit

               string
                 "participant ajoute, sens " delimited by size
                 SensPooling delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "Participant ajoute a la structure"
               to MessagePooling
           end-if.

       ClePoolingParticipant.
           move spaces to CleAudit.
           move NoStructureParticipant to NoStructureFichier.

           string
             NoStructureFichier delimited by size
             " " delimited by size
             CodeBanqueParticipant delimited by space
             " " delimited by size
             CodeGuichetParticipant delimited by space
             " " delimited by size
             NoCompteParticipant delimited by space
             " " delimited by size
             TypeCompteParticipant delimited by space
             into CleAudit
           end-string.

      * --- Suspension (ou reprise) d'un participant, ou de toute la
      * structure quand aucun compte n'est saisi : un participant
      * suspendu n'est plus nivele mais garde sa position ---

       SuspensionPooling.
           move 0 to NoStructurePooling.
           move spaces to CodeBanqueParticipant.
           move spaces to CodeGuichetParticipant.
           move spaces to NoCompteParticipant.
           move spaces to TypeCompteParticipant.

           display M-Pooling-N.
           display M-Pooling-S.

           accept M-Pooling-N.
           accept M-Pooling-S.

           perform LireStructurePooling.

           if MessagePooling = space
               if NoCompteParticipant = space
                   perform SuspendreStructurePooling
               else
                   perform SuspendreParticipantPooling
               end-if
           end-if.

           perform AfficherResultatPooling.

       SuspendreStructurePooling.
           move StatutStructurePooling to StatutPoolingAvant.

           if StatutStructurePooling = "A"
               move "S" to StatutStructurePooling
           else
               move "A" to StatutStructurePooling
           end-if.

           exec sql
               update StructurePooling
               set Statut = :StructurePooling.StatutStructurePooling
               where NoStructure = :StructurePooling.NoStructurePooling
           end-exec.

           if sqlcode not = 0
               move "Suspension structure pooling" to LibelleErreurSql
               move NoStructurePooling to CleErreurSql
               perform JournaliserErreurSql

               move "Suspension non enregistree" to MessagePooling
           else
               move "StructurePooling" to TableAudit
               move NoStructurePooling to CleAudit
               move StatutPoolingAvant to AncienneValeurAudit

               if StatutStructurePooling = "S"
                   move "structure suspendue" to NouvelleValeurAudit
                   move "Structure suspendue" to MessagePooling
               else
                   move "structure reprise" to NouvelleValeurAudit
                   move "Structure reprise" to MessagePooling
               end-if

               perform EnregistrerAudit
           end-if.

       SuspendreParticipantPooling.
           move NoStructurePooling to NoStructureParticipant.

           exec sql
               select Statut
               into :ParticipantPooling.StatutParticipant
               from ParticipantPooling
               where NoStructure =
               :ParticipantPooling.NoStructureParticipant
               and CodeBanque =
               :ParticipantPooling.CodeBanqueParticipant
               and CodeGuichet =
               :ParticipantPooling.CodeGuichetParticipant
               and NoCompte = :ParticipantPooling.NoCompteParticipant
               and TypeCompte =
               :ParticipantPooling.TypeCompteParticipant
               and Statut <> 'C'
           end-exec.

           if sqlcode not = 0
               move "Participant inconnu dans cette structure"
               to MessagePooling
           else
               move StatutParticipant to StatutPoolingAvant

               if StatutParticipant = "A"
                   move "S" to StatutParticipant
               else
                   move "A" to StatutParticipant
               end-if

               exec sql
                   update ParticipantPooling
                   set Statut = :ParticipantPooling.StatutParticipant
                   where NoStructure =
                   :ParticipantPooling.NoStructureParticipant
                   and CodeBanque =
                   :ParticipantPooling.CodeBanqueParticipant
                   and CodeGuichet =
                   :ParticipantPooling.CodeGuichetParticipant
                   and NoCompte =
                   :ParticipantPooling.NoCompteParticipant
                   and TypeCompte =
                   :ParticipantPooling.TypeCompteParticipant
               end-exec

               move "ParticipantPooling" to TableAudit
               perform ClePoolingParticipant
               move StatutPoolingAvant to AncienneValeurAudit

               if StatutParticipant = "S"
                   move "participant suspendu" to NouvelleValeurAudit
                   move "Participant suspendu" to MessagePooling
               else
                   move "participant repris" to NouvelleValeurAudit
                   move "Participant repris" to MessagePooling
               end-if

               perform EnregistrerAudit
           end-if.

      * --- Liste des participants d'une structure ---

       ListeParticipantsPooling.
           move 0 to NoStructurePooling.

           display M-Pooling-N.

           accept M-Pooling-N.

           perform LireStructurePooling.

           if MessagePooling not = space
               perform AfficherResultatPooling
           else
               display M-Pooling-L

               move 0 to EotPooling
               move 10 to NoLignePooling

               exec sql
                   declare C-ListePooling cursor for
                       select CodeBanque, CodeGuichet, NoCompte,
                       TypeCompte, SoldeCible, Sens,
                       PositionIntraGroupe, Statut,
                       coalesce(DateDernierNivellement, ' ')
                       from ParticipantPooling
                       where NoStructure =
                       :StructurePooling.NoStructurePooling
                       and Statut <> 'C'
                       order by CodeGuichet, NoCompte
               end-exec

               exec sql
                 open C-ListePooling
               end-exec

               perform AfficherParticipantPooling until EotPooling = 1

               exec sql
                 close C-ListePooling
               end-exec

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherParticipantPooling.
           exec sql
               fetch C-ListePooling
               into :ParticipantPooling.CodeBanqueParticipant,
               :ParticipantPooling.CodeGuichetParticipant,
               :ParticipantPooling.NoCompteParticipant,
               :ParticipantPooling.TypeCompteParticipant,
               :ParticipantPooling.SoldeCiblePooling,
               :ParticipantPooling.SensPooling,
               :ParticipantPooling.PositionIntraGroupe,
               :ParticipantPooling.StatutParticipant,
               :ParticipantPooling.DateDernierNivellement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
           or NoLignePooling > 21
               move 1 to EotPooling
           else
               display LigneParticipantPooling

               add 1 to NoLignePooling
           end-if.

      * --- Chaine de nuit : nivellement de chaque participant actif
      * d'une structure active ; un titulaire bloque ou decede (cote
      * participant ou centralisateur) suspend son nivellement, qui
      * figure en observation sur l'etat de controle ---

       NivellementPooling.
           perform NivellementPooling-Init.
           perform NivellementPooling-Trt until EotPooling = 1.
           perform NivellementPooling-Fin.

       NivellementPooling-Init.
           move 0 to EotPooling.
           move 0 to NbParticipantsNiveles.
           move 0 to TotalRemontePooling.
           move 0 to TotalCouvertPooling.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open output F-NivellementPooling.

           move corresponding DateSysteme to NivellementEntete1.

           move NomSocieteEntete
           to SocieteEntete of NivellementEntete1.

           write E-NivellementPooling from NivellementEntete1.
           write E-NivellementPooling from " ".
           write E-NivellementPooling from NivellementEntete2.

           exec sql
               declare C-NivellementPooling cursor for
                   select p.NoStructure, p.CodeBanque, p.CodeGuichet,
                   p.NoCompte, p.TypeCompte, p.SoldeCible, p.Sens,
                   p.PositionIntraGroupe, p.NombresPreteur,
                   p.NombresEmprunteur,
                   coalesce(p.DateDernierNivellement, ' '),
                   s.CodeBanque, s.CodeGuichet, s.NoCompte,
                   s.TypeCompte, k.Debit - k.Credit,
                   c.StatutClient, cm.StatutClient
                   from ParticipantPooling p
                   join StructurePooling s
                   on s.NoStructure = p.NoStructure
                   join Compte k
                   on k.CodeBanque = p.CodeBanque
                   and k.CodeGuichet = p.CodeGuichet
                   and k.NoCompte = p.NoCompte
                   and k.TypeCompte = p.TypeCompte
                   join Client c
                   on c.CodeClient = k.CodeClient
                   join Compte km
                   on km.CodeBanque = s.CodeBanque
                   and km.CodeGuichet = s.CodeGuichet
                   and km.NoCompte = s.NoCompte
                   and km.TypeCompte = s.TypeCompte
                   join Client cm
                   on cm.CodeClient = km.CodeClient
                   where p.Statut = 'A'
                   and s.Statut = 'A'
                   and s.CodeSociete = :CodeSocieteCourant
                   order by p.NoStructure, p.CodeGuichet, p.NoCompte
           end-exec.

           exec sql
             open C-NivellementPooling
           end-exec.

       NivellementPooling-Trt.
           exec sql
               fetch C-NivellementPooling
               into :ParticipantPooling.NoStructureParticipant,
               :ParticipantPooling.CodeBanqueParticipant,
               :ParticipantPooling.CodeGuichetParticipant,
               :ParticipantPooling.NoCompteParticipant,
               :ParticipantPooling.TypeCompteParticipant,
               :ParticipantPooling.SoldeCiblePooling,
               :ParticipantPooling.SensPooling,
               :ParticipantPooling.PositionIntraGroupe,
               :ParticipantPooling.NombresPreteur,
               :ParticipantPooling.NombresEmprunteur,
               :ParticipantPooling.DateDernierNivellement,
               :StructurePooling.CodeBanqueMaitre,
               :StructurePooling.CodeGuichetMaitre,
               :StructurePooling.NoCompteMaitre,
               :StructurePooling.TypeCompteMaitre,
               :SoldeParticipantPooling,
               :StatutClientParticipant, :StatutClientMaitre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPooling
           else
               perform NivelerUnParticipant
           end-if.

       NivellementPooling-Fin.
           exec sql
             close C-NivellementPooling
           end-exec.

           write E-NivellementPooling from " ".

           move spaces to NivellementTotal.
           move "Participants niveles" to LibelleNivTotal.
           move NbParticipantsNiveles to ValeurNivTotal.
           write E-NivellementPooling from NivellementTotal.

           move "Total remonte aux centralisateurs" to LibelleNivTotal.
           move TotalRemontePooling to ValeurNivTotal.
           write E-NivellementPooling from NivellementTotal.

           move "Total couvert par les centralisateurs"
           to LibelleNivTotal.
           move TotalCouvertPooling to ValeurNivTotal.
           write E-NivellementPooling from NivellementTotal.

           close F-NivellementPooling.

           move "NivellementPooling" to NomEdition.
           move "NivellementPooling" to EtapeProductrice.

           move "C:\Users\dugs\Documents\NivellementPooling.txt"
           to CheminEdition.

           move NbParticipantsNiveles to NbLignesEdition.

           perform EnregistrerEdition.

       NivelerUnParticipant.
           move spaces to ObservationPooling.
           move 0 to MontantNivellement.

           compute EcartPooling =
           SoldeParticipantPooling - SoldeCiblePooling.

           perform CumulerNombresPooling.

           evaluate true
               when StatutClientParticipant not = "A"
               or StatutClientMaitre not = "A"
                   move "Titulaire bloque, nivellement suspendu"
                   to ObservationPooling
               when EcartPooling > 0
               and (SensPooling = "B" or SensPooling = "R")
                   perform RemonterParticipantPooling
               when EcartPooling < 0
               and (SensPooling = "B" or SensPooling = "C")
                   perform CouvrirParticipantPooling
           end-evaluate.

           move DateComptableTexte to DateDernierNivellement.

           exec sql
               update ParticipantPooling
               set PositionIntraGroupe =
               :ParticipantPooling.PositionIntraGroupe,
               NombresPreteur = :ParticipantPooling.NombresPreteur,
               NombresEmprunteur =
               :ParticipantPooling.NombresEmprunteur,
               DateDernierNivellement =
               :ParticipantPooling.DateDernierNivellement
               where NoStructure =
               :ParticipantPooling.NoStructureParticipant
               and CodeBanque =
               :ParticipantPooling.CodeBanqueParticipant
               and CodeGuichet =
               :ParticipantPooling.CodeGuichetParticipant
               and NoCompte = :ParticipantPooling.NoCompteParticipant
               and TypeCompte =
               :ParticipantPooling.TypeCompteParticipant
           end-exec.

           if sqlcode not = 0
               move "Nivellement pooling (position)"
               to LibelleErreurSql
               perform ClePoolingParticipant
               move CleAudit to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           if MontantNivellement > 0
               add 1 to NbParticipantsNiveles
           end-if.

           if MontantNivellement > 0 or ObservationPooling not = space
               perform EcrireLigneNivellement
           end-if.

      * Les nombres courent sur la position tenue depuis le dernier
      * nivellement jusqu'a la date comptable du jour

       CumulerNombresPooling.
           if DateDernierNivellement not = space
           and DateDernierNivellement < DateComptableTexte
               move DateDernierNivellement to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilDebut

               move DateComptableTexte to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilFin

               compute NbJoursPooling = JourCivilFin - JourCivilDebut

               if PositionIntraGroupe > 0
                   compute NombresPreteur = NombresPreteur
                   + PositionIntraGroupe * NbJoursPooling
               else
                   compute NombresEmprunteur = NombresEmprunteur
                   - PositionIntraGroupe * NbJoursPooling
               end-if
           end-if.

      * --- Remontee de l'excedent vers le centralisateur, dans la
      * limite des fonds que les saisies et garanties laissent
      * disponibles sur le compte participant ---

       RemonterParticipantPooling.
           move CodeBanqueParticipant to CodeBanqueRetenue.
           move CodeGuichetParticipant to CodeGuichetRetenue.
           move NoCompteParticipant to NoCompteRetenue.
           move TypeCompteParticipant to TypeCompteRetenue.

           perform CalculerRetenueSaisies.

           move EcartPooling to DisponiblePooling.

           if RetenueSaisies > 0
           and SoldeParticipantPooling - RetenueSaisies
           < DisponiblePooling
               compute DisponiblePooling =
               SoldeParticipantPooling - RetenueSaisies
               move "Remontee partielle (saisie ou garantie)"
               to ObservationPooling
           end-if.

           if DisponiblePooling not > 0
               move "Fonds indisponibles (saisie ou garantie)"
               to ObservationPooling
           else
               move DisponiblePooling to MontantNivellement

               move CodeBanqueParticipant to BanquePool of SourcePooling
               move CodeGuichetParticipant
               to GuichetPool of SourcePooling
               move NoCompteParticipant to ComptePool of SourcePooling
               move TypeCompteParticipant to TypePool of SourcePooling

               move CodeBanqueMaitre
               to BanquePool of DestinationPooling
               move CodeGuichetMaitre
               to GuichetPool of DestinationPooling
               move NoCompteMaitre to ComptePool of DestinationPooling
               move TypeCompteMaitre to TypePool of DestinationPooling

               perform PasserNivellementPooling

               if MontantNivellement > 0
                   add MontantNivellement to PositionIntraGroupe
                   add MontantNivellement to TotalRemontePooling
               end-if
           end-if.

      * --- Couverture du deficit par le centralisateur, dans la
      * limite de sa provision (decouvert autorise compris, sauf
      * saisie ou garantie sur le centralisateur) ---

       CouvrirParticipantPooling.
           move 0 to DisponiblePooling.

           exec sql
               select Debit - Credit + DecouvertAutorise
               into :DisponiblePooling
               from Compte
               where CodeBanque = :StructurePooling.CodeBanqueMaitre
               and CodeGuichet = :StructurePooling.CodeGuichetMaitre
               and NoCompte = :StructurePooling.NoCompteMaitre
               and TypeCompte = :StructurePooling.TypeCompteMaitre
           end-exec.

           move CodeBanqueMaitre to CodeBanqueRetenue.
           move CodeGuichetMaitre to CodeGuichetRetenue.
           move NoCompteMaitre to NoCompteRetenue.
           move TypeCompteMaitre to TypeCompteRetenue.

           perform CalculerRetenueSaisies.

           if RetenueSaisies > 0
               exec sql
                   select Debit - Credit - :RetenueSaisies
                   into :DisponiblePooling
                   from Compte
                   where CodeBanque =
                   :StructurePooling.CodeBanqueMaitre
                   and CodeGuichet =
                   :StructurePooling.CodeGuichetMaitre
                   and NoCompte = :StructurePooling.NoCompteMaitre
                   and TypeCompte =
                   :StructurePooling.TypeCompteMaitre
               end-exec
           end-if.

           if DisponiblePooling + EcartPooling < 0
               if DisponiblePooling > 0
                   move "Couverture partielle (provision insuffisante)"
                   to ObservationPooling
               end-if
           else
               compute DisponiblePooling = 0 - EcartPooling
           end-if.

           if DisponiblePooling not > 0
               move "Centralisateur sans provision"
               to ObservationPooling
           else
               move DisponiblePooling to MontantNivellement

               move CodeBanqueMaitre to BanquePool of SourcePooling
               move CodeGuichetMaitre to GuichetPool of SourcePooling
               move NoCompteMaitre to ComptePool of SourcePooling
               move TypeCompteMaitre to TypePool of SourcePooling

               move CodeBanqueParticipant
               to BanquePool of DestinationPooling
               move CodeGuichetParticipant
               to GuichetPool of DestinationPooling
               move NoCompteParticipant
               to ComptePool of DestinationPooling
               move TypeCompteParticipant
               to TypePool of DestinationPooling

               perform PasserNivellementPooling

               if MontantNivellement > 0
                   subtract MontantNivellement from PositionIntraGroupe
                   add MontantNivellement to TotalCouvertPooling
               end-if
           end-if.

      * --- Les deux jambes du nivellement (nature CPL) : debit de la
      * source puis credit de la destination ; un credit refuse fait
      * recrediter la source, sans mouvement orphelin ---

       PasserNivellementPooling.
           move BanquePool of SourcePooling to CodeBanque of Mouvement.
           move GuichetPool of SourcePooling
           to CodeGuichet of Mouvement.
           move ComptePool of SourcePooling
           to RacineCompte of CompteComplet of Mouvement.
           move TypePool of SourcePooling
           to TypeCompte of CompteComplet of Mouvement.

           move MontantNivellement to MontantOperationCourante.
           move "CPL" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to ObservationPooling
               move 0 to MontantNivellement
           else
               move BanquePool of DestinationPooling
               to CodeBanque of Mouvement
               move GuichetPool of DestinationPooling
               to CodeGuichet of Mouvement
               move ComptePool of DestinationPooling
               to RacineCompte of CompteComplet of Mouvement
               move TypePool of DestinationPooling
               to TypeCompte of CompteComplet of Mouvement

               move MontantNivellement to MontantOperationCourante
               move "CPL" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant

               if not PosteOk
                   move LibellePosteErreur to ObservationPooling

                   move BanquePool of SourcePooling
                   to CodeBanque of Mouvement
                   move GuichetPool of SourcePooling
                   to CodeGuichet of Mouvement
                   move ComptePool of SourcePooling
                   to RacineCompte of CompteComplet of Mouvement
                   move TypePool of SourcePooling
                   to TypeCompte of CompteComplet of Mouvement

                   move MontantNivellement to MontantOperationCourante
                   move "CPL" to NatureMouvement of Mouvement

                   perform PosterCreditCompteCourant

                   if not PosteOk
                       move "Nivellement pooling (annulation)"
                       to LibelleErreurSql
                       perform ClePoolingParticipant
                       move CleAudit to CleErreurSql
                       perform JournaliserErreurSql
                   end-if

                   move 0 to MontantNivellement
               end-if
           end-if.

       EcrireLigneNivellement.
           move spaces to NivellementDetail.
           move NoStructureParticipant to NoStructureNivEdit.

           string
             CodeBanqueParticipant delimited by space
             " " delimited by size
             CodeGuichetParticipant delimited by space
             " " delimited by size
             NoCompteParticipant delimited by space
             " " delimited by size
             TypeCompteParticipant delimited by space
             into CompteNivEdit
           end-string.

           move SoldeParticipantPooling to SoldeNivEdit.
           move SoldeCiblePooling to CibleNivEdit.

           if EcartPooling < 0
               move MontantNivellement to MontantNivEdit
           else
               compute MontantNivEdit = 0 - MontantNivellement
           end-if.

           move PositionIntraGroupe to PositionNivEdit.
           move ObservationPooling to ObservationNivEdit.

           write E-NivellementPooling from NivellementDetail.

      * --- Fin de mois : interets intra-groupe de chaque participant
      * sur les nombres du mois (position preteuse au taux preteur de
      * la structure, emprunteuse au taux emprunteur, base 360) ;
      * l'interet est consigne pour le releve et les nombres repartent
      * de zero ---

       InteretsPooling.
           perform InteretsPooling-Init.
           perform InteretsPooling-Trt until EotPooling = 1.
           perform InteretsPooling-Fin.

       InteretsPooling-Init.
           move 0 to EotPooling.
           move 0 to NbInteretsPooling.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisInteretPooling.

           exec sql
               declare C-InteretsPooling cursor for
                   select p.NoStructure, p.CodeBanque, p.CodeGuichet,
                   p.NoCompte, p.TypeCompte, p.NombresPreteur,
                   p.NombresEmprunteur, s.TauxPreteur,
                   s.TauxEmprunteur
                   from ParticipantPooling p
                   join StructurePooling s
                   on s.NoStructure = p.NoStructure
                   where p.Statut <> 'C'
                   and s.Statut <> 'C'
                   and s.CodeSociete = :CodeSocieteCourant
                   order by p.NoStructure, p.CodeGuichet, p.NoCompte
           end-exec.

           exec sql
             open C-InteretsPooling
           end-exec.

       InteretsPooling-Trt.
           exec sql
               fetch C-InteretsPooling
               into :ParticipantPooling.NoStructureParticipant,
               :ParticipantPooling.CodeBanqueParticipant,
               :ParticipantPooling.CodeGuichetParticipant,
               :ParticipantPooling.NoCompteParticipant,
               :ParticipantPooling.TypeCompteParticipant,
               :ParticipantPooling.NombresPreteur,
               :ParticipantPooling.NombresEmprunteur,
               :StructurePooling.TauxPreteurPooling,
               :StructurePooling.TauxEmprunteurPooling
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPooling
           else
               perform CalculerInteretPooling
           end-if.

       InteretsPooling-Fin.
           exec sql
             close C-InteretsPooling
           end-exec.

       CalculerInteretPooling.
           compute InteretPreteurPooling rounded =
           NombresPreteur * TauxPreteurPooling / 36000.

           compute InteretEmprunteurPooling rounded =
           NombresEmprunteur * TauxEmprunteurPooling / 36000.

           exec sql
               insert into InteretPooling
               (NoStructure, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Mois, NombresPreteur, NombresEmprunteur,
                TauxPreteur, TauxEmprunteur, InteretPreteur,
                InteretEmprunteur)
               values
               (:ParticipantPooling.NoStructureParticipant,
                :ParticipantPooling.CodeBanqueParticipant,
                :ParticipantPooling.CodeGuichetParticipant,
                :ParticipantPooling.NoCompteParticipant,
                :ParticipantPooling.TypeCompteParticipant,
                :InteretPooling.MoisInteretPooling,
                :ParticipantPooling.NombresPreteur,
                :ParticipantPooling.NombresEmprunteur,
                :StructurePooling.TauxPreteurPooling,
                :StructurePooling.TauxEmprunteurPooling,
                :InteretPooling.InteretPreteurPooling,
                :InteretPooling.InteretEmprunteurPooling)
           end-exec.

           if sqlcode not = 0
               move "Interets pooling" to LibelleErreurSql
               perform ClePoolingParticipant
               move CleAudit to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbInteretsPooling

               exec sql
                   update ParticipantPooling
                   set NombresPreteur = 0, NombresEmprunteur = 0
                   where NoStructure =
                   :ParticipantPooling.NoStructureParticipant
                   and CodeBanque =
                   :ParticipantPooling.CodeBanqueParticipant
                   and CodeGuichet =
                   :ParticipantPooling.CodeGuichetParticipant
                   and NoCompte =
                   :ParticipantPooling.NoCompteParticipant
                   and TypeCompte =
                   :ParticipantPooling.TypeCompteParticipant
               end-exec
           end-if.

      * --- Fin de mois : releve de pooling de chaque structure, un
      * fichier par groupe porte au registre des editions ---

       RelevePooling.
           perform RelevePooling-Init.
           perform RelevePooling-Trt until EotPooling = 1.
           perform RelevePooling-Fin.

       RelevePooling-Init.
           move 0 to EotPooling.
           move 0 to NbRelevesPooling.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisPooling.

           exec sql
               declare C-RelevePooling cursor for
                   select NoStructure, NomStructure, CodeClient,
                   CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                   TauxPreteur, TauxEmprunteur
                   from StructurePooling
                   where Statut <> 'C'
                   and CodeSociete = :CodeSocieteCourant
                   order by NoStructure
           end-exec.

           exec sql
             open C-RelevePooling
           end-exec.

       RelevePooling-Trt.
           exec sql
               fetch C-RelevePooling
               into :StructurePooling.NoStructurePooling,
               :StructurePooling.NomStructurePooling,
               :StructurePooling.CodeClientPooling,
               :StructurePooling.CodeBanqueMaitre,
               :StructurePooling.CodeGuichetMaitre,
               :StructurePooling.NoCompteMaitre,
               :StructurePooling.TypeCompteMaitre,
               :StructurePooling.TauxPreteurPooling,
               :StructurePooling.TauxEmprunteurPooling
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPooling
           else
               perform EditerRelevePooling
           end-if.

       RelevePooling-Fin.
           exec sql
             close C-RelevePooling
           end-exec.

       EditerRelevePooling.
           move 0 to NbParticipantsPooling.
           move 0 to TotalPositionPooling.
           move 0 to TotalInteretsPooling.
           move 0 to EotParticipantPooling.

           move NoStructurePooling to NoStructureFichier.

           move spaces to NomFichierPooling.

           string
             "RelevePooling-" delimited by size
             NoStructureFichier delimited by size
             ".txt" delimited by size
             into NomFichierPooling
           end-string.

           move spaces to CheminRelevePooling.

           string
             "C:\Users\dugs\Documents\" delimited by size
             NomFichierPooling delimited by space
             into CheminRelevePooling
           end-string.

           open output F-RelevePooling.

           move corresponding DateSysteme to RelevePoolingEntete1.

           move NomSocieteEntete
           to SocieteEntete of RelevePoolingEntete1.

           move NoStructurePooling to NoStructureRelEdit.
           move NomStructurePooling to NomStructureRelEdit.
           move MoisPooling to MoisRelEdit.
           move CodeClientPooling to ClientRelEdit.

           move spaces to MaitreRelEdit.

           string
             CodeBanqueMaitre delimited by space
             " " delimited by size
             CodeGuichetMaitre delimited by space
             " " delimited by size
             NoCompteMaitre delimited by space
             " " delimited by size
             TypeCompteMaitre delimited by space
             into MaitreRelEdit
           end-string.

           move TauxPreteurPooling to TauxPreteurRelEdit.
           move TauxEmprunteurPooling to TauxEmprunteurRelEdit.

           write E-RelevePooling from RelevePoolingEntete1.
           write E-RelevePooling from " ".
           write E-RelevePooling from RelevePoolingEntete2.
           write E-RelevePooling from RelevePoolingEntete3.
           write E-RelevePooling from RelevePoolingEntete4.
           write E-RelevePooling from " ".
           write E-RelevePooling from RelevePoolingEntete5.

      * Remontees et couvertures du mois : mouvements CPL du
      * participant (sortie = remontee, entree = couverture)

           exec sql
               declare C-ParticipantsReleve cursor for
                   select p.CodeBanque, p.CodeGuichet, p.NoCompte,
                   p.TypeCompte, p.SoldeCible, p.Sens,
                   p.PositionIntraGroupe, p.Statut,
                   k.Debit - k.Credit,
                   (select coalesce(sum(m.Montant), 0)
                    from Mouvement m
                    where m.CodeBanque = p.CodeBanque
                    and m.CodeGuichet = p.CodeGuichet
                    and m.NoCompte = p.NoCompte
                    and m.TypeCompte = p.TypeCompte
                    and m.Nature = 'CPL' and m.Sens = 'C'
                    and left(m.DateMouvement, 6) = :MoisPooling),
                   (select coalesce(sum(m.Montant), 0)
                    from Mouvement m
                    where m.CodeBanque = p.CodeBanque
                    and m.CodeGuichet = p.CodeGuichet
                    and m.NoCompte = p.NoCompte
                    and m.TypeCompte = p.TypeCompte
                    and m.Nature = 'CPL' and m.Sens = 'D'
                    and left(m.DateMouvement, 6) = :MoisPooling),
                   coalesce(i.InteretPreteur, 0),
                   coalesce(i.InteretEmprunteur, 0)
                   from ParticipantPooling p
                   join Compte k
                   on k.CodeBanque = p.CodeBanque
                   and k.CodeGuichet = p.CodeGuichet
                   and k.NoCompte = p.NoCompte
                   and k.TypeCompte = p.TypeCompte
                   left join InteretPooling i
                   on i.NoStructure = p.NoStructure
                   and i.CodeBanque = p.CodeBanque
                   and i.CodeGuichet = p.CodeGuichet
                   and i.NoCompte = p.NoCompte
                   and i.TypeCompte = p.TypeCompte
                   and i.Mois = :MoisPooling
                   where p.NoStructure =
                   :StructurePooling.NoStructurePooling
                   and p.Statut <> 'C'
                   order by p.CodeGuichet, p.NoCompte
           end-exec.

           exec sql
             open C-ParticipantsReleve
           end-exec.

           perform EditerParticipantReleve
           until EotParticipantPooling = 1.

           exec sql
             close C-ParticipantsReleve
           end-exec.

           write E-RelevePooling from " ".

           move spaces to RelevePoolingTotal.
           move "Participants" to LibelleRelTotal.
           move NbParticipantsPooling to ValeurRelTotal.
           write E-RelevePooling from RelevePoolingTotal.

           move "Position nette du centralisateur" to LibelleRelTotal.
           compute ValeurRelTotal = 0 - TotalPositionPooling.
           write E-RelevePooling from RelevePoolingTotal.

           move "Interets nets dus aux participants"
           to LibelleRelTotal.
           move TotalInteretsPooling to ValeurRelTotal.
           write E-RelevePooling from RelevePoolingTotal.

           close F-RelevePooling.

           add 1 to NbRelevesPooling.

           move NomFichierPooling to NomEdition.
           move "RelevePooling" to EtapeProductrice.
           move CheminRelevePooling to CheminEdition.
           move NbParticipantsPooling to NbLignesEdition.

           perform EnregistrerEdition.

       EditerParticipantReleve.
           exec sql
               fetch C-ParticipantsReleve
               into :ParticipantPooling.CodeBanqueParticipant,
               :ParticipantPooling.CodeGuichetParticipant,
               :ParticipantPooling.NoCompteParticipant,
               :ParticipantPooling.TypeCompteParticipant,
               :ParticipantPooling.SoldeCiblePooling,
               :ParticipantPooling.SensPooling,
               :ParticipantPooling.PositionIntraGroupe,
               :ParticipantPooling.StatutParticipant,
               :SoldeParticipantPooling,
               :RemonteesMoisPooling, :CouverturesMoisPooling,
               :InteretPooling.InteretPreteurPooling,
               :InteretPooling.InteretEmprunteurPooling
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotParticipantPooling
           else
               perform EditerParticipantReleve-Trt
           end-if.

       EditerParticipantReleve-Trt.
           add 1 to NbParticipantsPooling.
           add PositionIntraGroupe to TotalPositionPooling.

           compute TotalInteretsPooling = TotalInteretsPooling
           + InteretPreteurPooling - InteretEmprunteurPooling.

           move spaces to RelevePoolingDetail.

           string
             CodeBanqueParticipant delimited by space
             " " delimited by size
             CodeGuichetParticipant delimited by space
             " " delimited by size
             NoCompteParticipant delimited by space
             " " delimited by size
             TypeCompteParticipant delimited by space
             into CompteRelEdit
           end-string.

           move SensPooling to SensRelEdit.
           move SoldeCiblePooling to CibleRelEdit.
           move SoldeParticipantPooling to SoldeRelEdit.
           move RemonteesMoisPooling to RemonteesRelEdit.
           move CouverturesMoisPooling to CouverturesRelEdit.
           move PositionIntraGroupe to PositionRelEdit.

           compute InteretsRelEdit =
           InteretPreteurPooling - InteretEmprunteurPooling.

           move StatutParticipant to StatutRelEdit.

           write E-RelevePooling from RelevePoolingDetail.

      **************************************************************************
      * Circularisation de fin d'exercice : selection des clients,
      * lettres de confirmation aux soldes de la date d'arrete, saisie
      * des reponses et etat de synthese pour les commissaires aux
      * comptes
      **************************************************************************
       GestionCircularisation.
           perform SaisieCirc-Init.
           perform SaisieCirc-Trt until ChoixCirc = space.
           perform SaisieCirc-Fin.

       SaisieCirc-Init.
           move "" to ChoixCirc.

       SaisieCirc-Trt.
           move space to ChoixCirc.
           move spaces to MessageCirc.

           display M-Circ.

           accept ChoixCirc line 5 col 54.

           if ChoixCirc = "s" then
               move "S" to ChoixCirc
           end-if.

           if ChoixCirc = "r" then
               move "R" to ChoixCirc
           end-if.

           if ChoixCirc = "e" then
               move "E" to ChoixCirc
           end-if.

           evaluate ChoixCirc
               when "S"
                   perform SelectionCirc
               when "R"
                   perform SaisieReponseCirc
               when "E"
                   perform EtatCirc
           end-evaluate.

       SaisieCirc-Fin.
           continue.

       AfficherResultatCirc.
           display M-Circ-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Selection des clients et edition des lettres ---

       SelectionCirc.
           move spaces to DateArreteCirc.
           move "S" to CritereCirc.
           move 0 to SeuilCirc.
           move 0 to TailleEchantillonCirc.
           move 0 to NbLettresCirc.

           display M-Circ-S.

           accept M-Circ-S.

           inspect CritereCirc converting "sel" to "SEL".

           if DateArreteCirc = space
               compute AnneeArreteCirc = Annee of DateSysteme - 1

               string
                 AnneeArreteCirc delimited by size
                 "1231" delimited by size
                 into DateArreteCirc
               end-string
           end-if.

           evaluate true
               when DateArreteCirc not numeric
                   move "Date d'arrete invalide (AAAAMMJJ)"
                   to MessageCirc
               when CritereCirc not = "S" and CritereCirc not = "E"
               and CritereCirc not = "L"
                   move "Critere S, E ou L" to MessageCirc
               when CritereCirc = "S" and SeuilCirc = 0
                   move "Seuil de solde obligatoire" to MessageCirc
               when CritereCirc = "E" and TailleEchantillonCirc = 0
                   move "Taille de l'echantillon obligatoire"
                   to MessageCirc
           end-evaluate.

           if MessageCirc = space
               move DateArreteCirc(1:4) to ExerciceCirc

               string
                 DateArreteCirc(7:2) delimited by size
                 "/" delimited by size
                 DateArreteCirc(5:2) delimited by size
                 "/" delimited by size
                 DateArreteCirc(1:4) delimited by size
                 into DateArreteEditee
               end-string

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateEnvoiCirc
               end-string

               open output F-LettresCirc

               evaluate CritereCirc
                   when "S"
                       perform SelectionCircSeuil
                   when "E"
                       perform SelectionCircEchantillon
                   when "L"
                       perform SelectionCircListe
               end-evaluate

               close F-LettresCirc

               move "LettresCircularisation" to NomEdition
               move "Circularisation" to EtapeProductrice

               move "C:\Users\dugs\Documents\LettresConfirmation.txt"
               to CheminEdition

               move NbLettresCirc to NbLignesEdition

               perform EnregistrerEdition

               move NbLettresCirc to NbLettresAffiche

               string
                 "Lettres de confirmation editees :" delimited by size
                 NbLettresAffiche delimited by size
                 into MessageCirc
               end-string
           end-if.

           perform AfficherResultatCirc.

      * Clients entreprise dont la somme des soldes a la date
      * d'arrete, en valeur absolue, atteint le seuil

       SelectionCircSeuil.
           move 0 to EotCirc.

           exec sql
               declare C-CircSeuil cursor for
                   select c.CodeClient
                   from Client c
                   where c.FormatReleve = 'C'
                   and c.CodeSociete = :CodeSocieteCourant
                   and (select coalesce(sum(abs(k.Debit - k.Credit
                    - (select coalesce(sum(m.Montant), 0)
                       from Mouvement m
                       where m.CodeBanque = k.CodeBanque
                       and m.CodeGuichet = k.CodeGuichet
                       and m.NoCompte = k.NoCompte
                       and m.TypeCompte = k.TypeCompte
                       and m.Sens = 'D'
                       and m.DateMouvement >
                       :LettreCircularisation.DateArreteCirc)
                    + (select coalesce(sum(m.Montant), 0)
                       from Mouvement m
                       where m.CodeBanque = k.CodeBanque
                       and m.CodeGuichet = k.CodeGuichet
                       and m.NoCompte = k.NoCompte
                       and m.TypeCompte = k.TypeCompte
                       and m.Sens = 'C'
                       and m.DateMouvement >
                       :LettreCircularisation.DateArreteCirc))), 0)
                    from Compte k
                    where k.CodeClient = c.CodeClient)
                   >= :SeuilCirc
                   order by c.CodeClient
           end-exec.

           exec sql
             open C-CircSeuil
           end-exec.

           perform SelectionCircSeuil-Trt until EotCirc = 1.

           exec sql
             close C-CircSeuil
           end-exec.

       SelectionCircSeuil-Trt.
           exec sql
               fetch C-CircSeuil
               into :LettreCircularisation.CodeClientCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCirc
           else
               perform EditerLettreCirc
           end-if.

      * Echantillon tire au hasard parmi les clients entreprise
      * titulaires d'au moins un compte

       SelectionCircEchantillon.
           move 0 to EotCirc.

           exec sql
               declare C-CircEchantillon cursor for
                   select top (:TailleEchantillonCirc) c.CodeClient
                   from Client c
                   where c.FormatReleve = 'C'
                   and c.CodeSociete = :CodeSocieteCourant
                   and exists
                   (select 1 from Compte k
                    where k.CodeClient = c.CodeClient)
                   order by newid()
           end-exec.

           exec sql
             open C-CircEchantillon
           end-exec.

           perform SelectionCircEchantillon-Trt until EotCirc = 1.

           exec sql
             close C-CircEchantillon
           end-exec.

       SelectionCircEchantillon-Trt.
           exec sql
               fetch C-CircEchantillon
               into :LettreCircularisation.CodeClientCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCirc
           else
               perform EditerLettreCirc
           end-if.

      * Liste saisie client par client, vide pour terminer

       SelectionCircListe.
           move "X" to CodeClientListeCirc.

           perform SelectionCircListe-Trt
           until CodeClientListeCirc = space.

       SelectionCircListe-Trt.
           move spaces to CodeClientListeCirc.

           display M-Circ-L.

           accept M-Circ-L.

           if CodeClientListeCirc not = space
               move 0 to NbExistantsCirc

               exec sql
                   select count(*)
                   into :NbExistantsCirc
                   from Client
                   where CodeClient = :CodeClientListeCirc
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if NbExistantsCirc = 0
                   move "Client inconnu" to MessageCirc

                   perform AfficherResultatCirc
               else
                   move CodeClientListeCirc to CodeClientCirc

                   perform EditerLettreCirc

                   move spaces to MessageCirc
               end-if
           end-if.

      * --- Une lettre par client et par exercice : enregistrement,
      * bloc adresse, comptes aux soldes de la date d'arrete, prets,
      * comptes a terme, cautions, puis coupon-reponse ---

       EditerLettreCirc.
           move 0 to NbExistantsCirc.

           exec sql
               select count(*)
               into :NbExistantsCirc
               from LettreCircularisation
               where Exercice = :LettreCircularisation.ExerciceCirc
               and CodeClient = :LettreCircularisation.CodeClientCirc
           end-exec.

           if NbExistantsCirc = 0
               perform EditerLettreCirc-Trt
           end-if.

       EditerLettreCirc-Trt.
           exec sql
               select coalesce(max(NoLettre), 0) + 1
               into :LettreCircularisation.NoLettreCirc
               from LettreCircularisation
           end-exec.

           move 0 to SoldeArreteCirc.
           move space to ReponseCirc.
           move 0 to MontantClientCirc.
           move spaces to DateReponseCirc.
           move spaces to CommentaireCirc.

           move CodeClientCirc to CodeClientCourrier.
           move "CIRCULARISATION" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreCirc
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettresCirc from " ".

           move spaces to LettreCircLigne.

           string
             " Objet : confirmation de soldes - exercice "
             delimited by size
             ExerciceCirc delimited by size
             " - lettre no " delimited by size
             NoLettreCirc delimited by size
             into LettreCircLigne
           end-string.

           write E-LettresCirc from LettreCircLigne.
           write E-LettresCirc from " ".
           write E-LettresCirc from " Madame, Monsieur,".
           write E-LettresCirc from " ".

           move spaces to LettreCircLigne.

           string
             " A la demande de nos commissaires aux comptes, nous"
             delimited by size
             " vous prions de verifier" delimited by size
             into LettreCircLigne
           end-string.

           write E-LettresCirc from LettreCircLigne.

           move spaces to LettreCircLigne.

           string
             " la situation ci-dessous de vos comptes et engagements"
             delimited by size
             " dans nos livres au " delimited by size
             DateArreteEditee delimited by size
             into LettreCircLigne
           end-string.

           write E-LettresCirc from LettreCircLigne.

           move spaces to LettreCircLigne.

           string
             " et de retourner le coupon-reponse signe directement"
             delimited by size
             " a leur attention." delimited by size
             into LettreCircLigne
           end-string.

           write E-LettresCirc from LettreCircLigne.

           perform EditerComptesCirc.
           perform EditerPretsCirc.
           perform EditerDatCirc.
           perform EditerCautionsCirc.

           write E-LettresCirc from " ".

           move spaces to LettreCircDetail.
           move "Solde net de vos comptes" to LibelleCircEdit.
           move SoldeArreteCirc to MontantCircEdit.
           write E-LettresCirc from LettreCircDetail.

           write E-LettresCirc from " ".

           move spaces to LettreCircLigne.

           string
             " Coupon-reponse - lettre no " delimited by size
             NoLettreCirc delimited by size
             " - situation au " delimited by size
             DateArreteEditee delimited by size
             into LettreCircLigne
           end-string.

           write E-LettresCirc from LettreCircLigne.

           write E-LettresCirc
           from " [ ] Nous confirmons l'exactitude de cette situation".

           write E-LettresCirc
           from " [ ] Nous ne sommes pas d'accord ; notre solde : ".

           write E-LettresCirc
           from " Date, cachet et signature :".

           write E-LettresCirc from " ".

           move all "-" to LettreCircLigne.
           write E-LettresCirc from LettreCircLigne.

           exec sql
               insert into LettreCircularisation
               (NoLettre, Exercice, DateArrete, CodeClient, Critere,
                SoldeArrete, DateEnvoi, Reponse, MontantClient,
                DateReponse, Commentaire, CodeSociete)
               values
               (:LettreCircularisation.NoLettreCirc,
                :LettreCircularisation.ExerciceCirc,
                :LettreCircularisation.DateArreteCirc,
                :LettreCircularisation.CodeClientCirc,
                :LettreCircularisation.CritereCirc,
                :LettreCircularisation.SoldeArreteCirc,
                :LettreCircularisation.DateEnvoiCirc,
                :LettreCircularisation.ReponseCirc,
                :LettreCircularisation.MontantClientCirc,
                :LettreCircularisation.DateReponseCirc,
                :LettreCircularisation.CommentaireCirc,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Lettre de circularisation" to LibelleErreurSql
               move CodeClientCirc to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbLettresCirc
           end-if.

       EcrireBlocLettreCirc.
           write E-LettresCirc from LigneBlocAdresse(IdxBlocAdresse).

       EcrireDetailCirc.
           move spaces to LettreCircDetail.
           move LibelleDetailCirc to LibelleCircEdit.
           move ReferenceDetailCirc to ReferenceCircEdit.
           move MontantDetailCirc to MontantCircEdit.
           move DeviseDetailCirc to DeviseCircEdit.

           write E-LettresCirc from LettreCircDetail.

      * --- Comptes du client a la date d'arrete (y compris ceux clos
      * depuis) : les mouvements posterieurs sont rejoues a l'envers
      * depuis le solde courant ---

       EditerComptesCirc.
           write E-LettresCirc from " ".
           write E-LettresCirc from " Comptes".

           move 0 to EotDetailCirc.

           exec sql
               declare C-ComptesCirc cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit, coalesce(Devise, ' ')
                   from Compte
                   where CodeClient =
                   :LettreCircularisation.CodeClientCirc
                   and (StatutCompte <> 'C'
                   or DateCloture >
                   :LettreCircularisation.DateArreteCirc)
                   order by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
           end-exec.

           exec sql
             open C-ComptesCirc
           end-exec.

           perform EditerCompteCirc until EotDetailCirc = 1.

           exec sql
             close C-ComptesCirc
           end-exec.

       EditerCompteCirc.
           exec sql
               fetch C-ComptesCirc
               into :LigneCourante.CodeBanque,
               :LigneCourante.CodeGuichet,
               :LigneCourante.RacineCompte,
               :LigneCourante.TypeCompte, :LigneCourante.Debit,
               :LigneCourante.Credit, :LigneCourante.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDetailCirc
           else
               perform EditerCompteCirc-Trt
           end-if.

       EditerCompteCirc-Trt.
           perform CalculSoldeLigne.

           move 0 to MouvementsDebitCirc.
           move 0 to MouvementsCreditCirc.

           exec sql
               select coalesce(sum(Montant), 0)
               into :MouvementsDebitCirc
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'D'
               and DateMouvement > :LettreCircularisation.DateArreteCirc
           end-exec.

           exec sql
               select coalesce(sum(Montant), 0)
               into :MouvementsCreditCirc
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'C'
               and DateMouvement > :LettreCircularisation.DateArreteCirc
           end-exec.

           compute SoldeCompteCirc = Solde of LigneCourante
           - MouvementsDebitCirc + MouvementsCreditCirc.

           add SoldeCompteCirc to SoldeArreteCirc.

           move spaces to LibelleDetailCirc.
           move spaces to ReferenceDetailCirc.

           string
             "Compte " delimited by size
             CodeBanque of LigneCourante delimited by space
             " " delimited by size
             CodeGuichet of LigneCourante delimited by space
             " " delimited by size
             RacineCompte of LigneCourante delimited by space
             " " delimited by size
             TypeCompte of LigneCourante delimited by space
             into LibelleDetailCirc
           end-string.

           if SoldeCompteCirc < 0
               move "solde debiteur" to ReferenceDetailCirc
           else
               move "solde crediteur" to ReferenceDetailCirc
           end-if.

           move SoldeCompteCirc to MontantDetailCirc.
           move Devise of LigneCourante to DeviseDetailCirc.

           perform EcrireDetailCirc.

      * --- Prets en cours a la date d'arrete : le capital restant du
      * est reconstitue sur l'echeancier (comme le tableau
      * d'amortissement) au nombre d'echeances tombees a l'arrete,
      * en repartant du dernier remboursement anticipe anterieur ; un
      * pret solde depuis figure donc encore sur la lettre, un pret
      * solde a l'arrete n'y figure plus ---

       EditerPretsCirc.
           move 0 to EotDetailCirc.
           move 0 to NbLignesLettreCirc.

           exec sql
               declare C-PretsCirc cursor for
                   select NoPret, Montant, Taux, DureeMois,
                   Mensualite, NbEcheancesPayees,
                   coalesce(DateProchaineEcheance, ' '), Statut,
                   coalesce(DateSolde, ' '), coalesce(DateOffre, ' ')
                   from Pret
                   where CodeClient =
                   :LettreCircularisation.CodeClientCirc
                   and coalesce(DateOffre, ' ') <=
                   :LettreCircularisation.DateArreteCirc
                   order by NoPret
           end-exec.

           exec sql
             open C-PretsCirc
           end-exec.

           perform EditerPretCirc until EotDetailCirc = 1.

           exec sql
             close C-PretsCirc
           end-exec.

       EditerPretCirc.
           exec sql
               fetch C-PretsCirc
               into :Pret.NoPret, :Pret.MontantPret, :Pret.TauxPret,
               :Pret.DureeMoisPret, :Pret.MensualitePret,
               :Pret.NbEcheancesPayees, :Pret.DateProchaineEcheance,
               :Pret.StatutPret, :Pret.DateSoldePret, :DateDetailCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDetailCirc
           else
               perform CalculerCapitalArreteCirc

      * Un pret solde a l'arrete n'a plus rien a confirmer (sans date
      * de solde connue : derniere echeance tombee a l'arrete)

               evaluate true
                   when DateSoldePret not = space
                   and DateSoldePret <= DateArreteCirc
                       continue
                   when DateSoldePret = space
                   and StatutPret = "S"
                   and NbEcheancesArreteCirc >= DureeArreteCirc
                       continue
                   when other
                       perform EcrirePretCirc
               end-evaluate
           end-if.

       EcrirePretCirc.
           if NbLignesLettreCirc = 0
               write E-LettresCirc from " "
               write E-LettresCirc from " Prets"
           end-if.

           add 1 to NbLignesLettreCirc.

           move spaces to LibelleDetailCirc.
           move spaces to ReferenceDetailCirc.

           string
             "Pret no " delimited by size
             NoPret of Pret delimited by size
             into LibelleDetailCirc
           end-string.

      * Remboursement anticipe anterieur a l'historique : le capital
      * a l'arrete ne peut pas etre reconstitue, la ligne part sans
      * montant

           if NbRembAuditCirc > NbRembHistoriqueCirc
               move "remb. anticipe, a confirmer"
               to ReferenceDetailCirc

               move spaces to LettreCircDetail
               move LibelleDetailCirc to LibelleCircEdit
               move ReferenceDetailCirc to ReferenceCircEdit

               write E-LettresCirc from LettreCircDetail
           else
               move "capital restant du" to ReferenceDetailCirc
               compute MontantDetailCirc = 0 - CapitalArreteCirc
               move "EUR" to DeviseDetailCirc

               perform EcrireDetailCirc
           end-if.

      * --- Nombre d'echeances tombees a l'arrete, deduit de la
      * prochaine echeance et des echeances payees, puis capital
      * restant apres ces echeances selon l'echeancier ---

       CalculerCapitalArreteCirc.
           move NbEcheancesPayees to NbEcheancesArreteCirc.

           if DateProchaineEcheance not = space
               move DateArreteCirc(1:4) to AnneeCalculCirc
               move DateArreteCirc(5:2) to MoisCalculCirc
               compute MoisArreteCirc =
               AnneeCalculCirc * 12 + MoisCalculCirc

               move DateProchaineEcheance(1:4) to AnneeCalculCirc
               move DateProchaineEcheance(5:2) to MoisCalculCirc
               compute MoisEcheanceCirc =
               AnneeCalculCirc * 12 + MoisCalculCirc

               compute NbEcheancesArreteCirc = NbEcheancesPayees
               + MoisArreteCirc - MoisEcheanceCirc + 1

               if DateProchaineEcheance(7:2) > DateArreteCirc(7:2)
                   subtract 1 from NbEcheancesArreteCirc
               end-if
           end-if.

           if NbEcheancesArreteCirc < 0
               move 0 to NbEcheancesArreteCirc
           end-if.

      * Conditions en vigueur a l'arrete : celles d'avant le premier
      * remboursement anticipe posterieur, sinon celles du contrat

           move MensualitePret to MensualiteArreteCirc.
           move DureeMoisPret to DureeArreteCirc.

           exec sql
               select top 1 MensualiteAvant, DureeMoisAvant
               into :RembAnticipePret.MensualiteAvantRembPret,
               :RembAnticipePret.DureeAvantRembPret
               from RembAnticipePret
               where NoPret = :Pret.NoPret
               and DateRemb > :LettreCircularisation.DateArreteCirc
               order by DateRemb, NbEcheancesPayees
           end-exec.

           if sqlcode = 0
               move MensualiteAvantRembPret to MensualiteArreteCirc
               move DureeAvantRembPret to DureeArreteCirc
           end-if.

           if NbEcheancesArreteCirc > DureeArreteCirc
               move DureeArreteCirc to NbEcheancesArreteCirc
           end-if.

      * Depart : capital laisse par le dernier remboursement anticipe
      * anterieur a l'arrete, sinon le capital emprunte

           move MontantPret to CapitalArreteCirc.
           move 1 to NoEcheanceCirc.

           exec sql
               select top 1 CapitalApres, NbEcheancesPayees
               into :RembAnticipePret.CapitalApresRembPret,
               :RembAnticipePret.EcheancesPayeesRembPret
               from RembAnticipePret
               where NoPret = :Pret.NoPret
               and DateRemb <= :LettreCircularisation.DateArreteCirc
               order by DateRemb desc, NbEcheancesPayees desc
           end-exec.

           if sqlcode = 0
               move CapitalApresRembPret to CapitalArreteCirc
               compute NoEcheanceCirc = EcheancesPayeesRembPret + 1
           end-if.

           compute TauxMensuelCirc rounded = TauxPret / 12.

           perform AmortirEcheanceCirc
           until NoEcheanceCirc > NbEcheancesArreteCirc
           or CapitalArreteCirc = 0.

      * Remboursements anticipes traces dans l'audit mais absents de
      * l'historique (passes avant sa tenue)

           move 0 to NbRembAuditCirc.
           move 0 to NbRembHistoriqueCirc.
           move NoPret of Pret to CleAuditPretCirc.

           exec sql
               select count(*)
               into :NbRembAuditCirc
               from Audit
               where NomTable = 'Pret'
               and CleAudit = :CleAuditPretCirc
               and NouvelleValeur like 'remboursement anticipe%'
           end-exec.

           exec sql
               select count(*)
               into :NbRembHistoriqueCirc
               from RembAnticipePret
               where NoPret = :Pret.NoPret
           end-exec.

       AmortirEcheanceCirc.
           compute InteretsArreteCirc rounded =
           CapitalArreteCirc * TauxMensuelCirc.

           if NoEcheanceCirc = DureeArreteCirc
           or MensualiteArreteCirc - InteretsArreteCirc
           > CapitalArreteCirc
               move CapitalArreteCirc to CapitalEcheanceCirc
           else
               compute CapitalEcheanceCirc =
               MensualiteArreteCirc - InteretsArreteCirc
           end-if.

           subtract CapitalEcheanceCirc from CapitalArreteCirc.
           add 1 to NoEcheanceCirc.

      * --- Comptes a terme ouverts a la date d'arrete ---

       EditerDatCirc.
           move 0 to EotDetailCirc.
           move 0 to NbLignesLettreCirc.

           exec sql
               declare C-DatCirc cursor for
                   select d.NoContrat, d.Montant, d.DateEcheance
                   from ContratDat d
                   join Compte k
                   on k.CodeBanque = d.CodeBanque
                   and k.CodeGuichet = d.CodeGuichet
                   and k.NoCompte = d.NoCompte
                   and k.TypeCompte = d.TypeCompte
                   where k.CodeClient =
                   :LettreCircularisation.CodeClientCirc
                   and d.DateOuverture <=
                   :LettreCircularisation.DateArreteCirc
                   and (d.Statut = 'A'
                   or d.DateEcheance >
                   :LettreCircularisation.DateArreteCirc)
                   and (d.Statut <> 'R'
                   or d.DateRupture >
                   :LettreCircularisation.DateArreteCirc)
                   order by d.NoContrat
           end-exec.

           exec sql
             open C-DatCirc
           end-exec.

           perform EditerUnDatCirc until EotDetailCirc = 1.

           exec sql
             close C-DatCirc
           end-exec.

       EditerUnDatCirc.
           exec sql
               fetch C-DatCirc
               into :ContratDat.NoContratDat, :ContratDat.MontantDat,
               :DateDetailCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDetailCirc
           else
               if NbLignesLettreCirc = 0
                   write E-LettresCirc from " "
                   write E-LettresCirc from " Comptes a terme"
               end-if

               add 1 to NbLignesLettreCirc

               move spaces to LibelleDetailCirc
               move spaces to ReferenceDetailCirc

               string
                 "Compte a terme no " delimited by size
                 NoContratDat delimited by size
                 into LibelleDetailCirc
               end-string

               string
                 "echeance " delimited by size
                 DateDetailCirc delimited by size
                 into ReferenceDetailCirc
               end-string

               move MontantDat to MontantDetailCirc
               move "EUR" to DeviseDetailCirc

               perform EcrireDetailCirc
           end-if.

      * --- Cautions emises pour le compte du client, en vigueur a la
      * date d'arrete ---

       EditerCautionsCirc.
           move 0 to EotDetailCirc.
           move 0 to NbLignesLettreCirc.

           exec sql
               declare C-CautionsCirc cursor for
                   select NoCaution, Montant, DateExpiration
                   from Caution
                   where CodeClient =
                   :LettreCircularisation.CodeClientCirc
                   and DateDebut <=
                   :LettreCircularisation.DateArreteCirc
                   and (Statut = 'A'
                   or coalesce(DateFin, ' ') >
                   :LettreCircularisation.DateArreteCirc)
                   order by NoCaution
           end-exec.

           exec sql
             open C-CautionsCirc
           end-exec.

           perform EditerCautionCirc until EotDetailCirc = 1.

           exec sql
             close C-CautionsCirc
           end-exec.

       EditerCautionCirc.
           exec sql
               fetch C-CautionsCirc
               into :Caution.NoCaution, :Caution.MontantCaution,
               :DateDetailCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDetailCirc
           else
               if NbLignesLettreCirc = 0
                   write E-LettresCirc from " "
                   write E-LettresCirc
                   from " Cautions emises pour votre compte"
               end-if

               add 1 to NbLignesLettreCirc

               move spaces to LibelleDetailCirc
               move spaces to ReferenceDetailCirc

               string
                 "Caution no " delimited by size
                 NoCaution delimited by size
                 into LibelleDetailCirc
               end-string

               string
                 "expiration " delimited by size
                 DateDetailCirc delimited by size
                 into ReferenceDetailCirc
               end-string

               move MontantCaution to MontantDetailCirc
               move "EUR" to DeviseDetailCirc

               perform EcrireDetailCirc
           end-if.

      * --- Saisie de la reponse contre la lettre ---

       SaisieReponseCirc.
           move 0 to NoLettreCirc.

           display M-Circ-N.

           accept M-Circ-N.

           move spaces to NomClientCirc.

           exec sql
               select l.CodeClient, l.DateArrete, l.DateEnvoi,
               l.SoldeArrete, coalesce(l.Reponse, ' '),
               coalesce(l.MontantClient, 0),
               coalesce(l.Commentaire, ' '), c.Nom
               into :LettreCircularisation.CodeClientCirc,
               :LettreCircularisation.DateArreteCirc,
               :LettreCircularisation.DateEnvoiCirc,
               :LettreCircularisation.SoldeArreteCirc,
               :LettreCircularisation.ReponseCirc,
               :LettreCircularisation.MontantClientCirc,
               :LettreCircularisation.CommentaireCirc,
               :NomClientCirc
               from LettreCircularisation l
               join Client c
               on c.CodeClient = l.CodeClient
               where l.NoLettre = :LettreCircularisation.NoLettreCirc
               and l.CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Lettre de circularisation inconnue"
               to MessageCirc
           else
               move ReponseCirc to ReponseAvantCirc

               display M-Circ-R

               accept M-Circ-R

               inspect ReponseCirc converting "adn" to "ADN"

               evaluate true
                   when ReponseCirc not = "A" and ReponseCirc not = "D"
                   and ReponseCirc not = "N"
                       move "Reponse A, D ou N" to MessageCirc
                   when ReponseCirc = "D" and CommentaireCirc = space
                       move "Commentaire obligatoire si desaccord"
                       to MessageCirc
                   when other
                       perform EnregistrerReponseCirc
               end-evaluate
           end-if.

           perform AfficherResultatCirc.

       EnregistrerReponseCirc.
           evaluate ReponseCirc
               when "A"
                   move SoldeArreteCirc to MontantClientCirc
               when "N"
                   move 0 to MontantClientCirc
           end-evaluate.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateReponseCirc
           end-string.

           exec sql
               update LettreCircularisation
               set Reponse = :LettreCircularisation.ReponseCirc,
               MontantClient = :LettreCircularisation.MontantClientCirc,
               DateReponse = :LettreCircularisation.DateReponseCirc,
               Commentaire = :LettreCircularisation.CommentaireCirc
               where NoLettre = :LettreCircularisation.NoLettreCirc
           end-exec.

           if sqlcode not = 0
               move "Reponse de circularisation" to LibelleErreurSql
               move NoLettreCirc to CleErreurSql
               perform JournaliserErreurSql

               move "Reponse non enregistree" to MessageCirc
           else
               move "LettreCircularisation" to TableAudit
               move NoLettreCirc to CleAudit
               move ReponseAvantCirc to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "reponse " delimited by size
                 ReponseCirc delimited by size
                 " " delimited by size
                 CommentaireCirc delimited by "  "
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "Reponse enregistree" to MessageCirc
           end-if.

      * --- Etat de synthese d'un exercice pour les commissaires aux
      * comptes : confirmations, desaccords (avec l'ecart) et
      * reponses manquantes ---

       EtatCirc.
           move spaces to ExerciceCirc.

           display M-Circ-E.

           accept M-Circ-E.

           if ExerciceCirc = space
               compute AnneeArreteCirc = Annee of DateSysteme - 1
               move AnneeArreteCirc to ExerciceCirc
           end-if.

           perform EditerEtatCirc.

           move NbLettresCirc to NbLettresAffiche.

           string
             "Etat de circularisation edite :" delimited by size
             NbLettresAffiche delimited by size
             " lettre(s)" delimited by size
             into MessageCirc
           end-string.

           perform AfficherResultatCirc.

       EditerEtatCirc.
           move 0 to NbLettresCirc.
           move 0 to NbConfirmesCirc.
           move 0 to NbContestesCirc.
           move 0 to NbManquantsCirc.
           move 0 to TotalEcartsCirc.
           move 0 to EotCirc.
           move spaces to ArreteCircEdit.

           open output F-EtatCirc.

           move corresponding DateSysteme to EtatCircEntete1.

           move NomSocieteEntete
           to SocieteEntete of EtatCircEntete1.

           move ExerciceCirc to ExerciceCircEdit.

           exec sql
               select coalesce(max(DateArrete), ' ')
               into :LettreCircularisation.DateArreteCirc
               from LettreCircularisation
               where Exercice = :LettreCircularisation.ExerciceCirc
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if DateArreteCirc not = space
               string
                 DateArreteCirc(7:2) delimited by size
                 "/" delimited by size
                 DateArreteCirc(5:2) delimited by size
                 "/" delimited by size
                 DateArreteCirc(1:4) delimited by size
                 into ArreteCircEdit
               end-string
           end-if.

           write E-EtatCirc from EtatCircEntete1.
           write E-EtatCirc from EtatCircEntete2.
           write E-EtatCirc from " ".
           write E-EtatCirc from EtatCircEntete3.

           exec sql
               declare C-EtatCirc cursor for
                   select NoLettre, CodeClient, Critere, SoldeArrete,
                   coalesce(Reponse, ' '), coalesce(MontantClient, 0),
                   coalesce(Commentaire, ' ')
                   from LettreCircularisation
                   where Exercice = :LettreCircularisation.ExerciceCirc
                   and CodeSociete = :CodeSocieteCourant
                   order by Reponse, NoLettre
           end-exec.

           exec sql
             open C-EtatCirc
           end-exec.

           perform EditerLigneEtatCirc until EotCirc = 1.

           exec sql
             close C-EtatCirc
           end-exec.

           write E-EtatCirc from " ".

           move spaces to EtatCircTotal.
           move "Lettres envoyees" to LibelleCircTotal.
           move NbLettresCirc to ValeurCircTotal.
           write E-EtatCirc from EtatCircTotal.

           move "Soldes confirmes" to LibelleCircTotal.
           move NbConfirmesCirc to ValeurCircTotal.
           write E-EtatCirc from EtatCircTotal.

           move "Soldes contestes" to LibelleCircTotal.
           move NbContestesCirc to ValeurCircTotal.
           write E-EtatCirc from EtatCircTotal.

           move "Reponses manquantes" to LibelleCircTotal.
           move NbManquantsCirc to ValeurCircTotal.
           write E-EtatCirc from EtatCircTotal.

           move "Total des ecarts contestes" to LibelleCircTotal.
           move TotalEcartsCirc to ValeurCircTotal.
           write E-EtatCirc from EtatCircTotal.

           close F-EtatCirc.

           move "EtatCircularisation" to NomEdition.
           move "Circularisation" to EtapeProductrice.

           move "C:\Users\dugs\Documents\EtatCircularisation.txt"
           to CheminEdition.

           move NbLettresCirc to NbLignesEdition.

           perform EnregistrerEdition.

       EditerLigneEtatCirc.
           exec sql
               fetch C-EtatCirc
               into :LettreCircularisation.NoLettreCirc,
               :LettreCircularisation.CodeClientCirc,
               :LettreCircularisation.CritereCirc,
               :LettreCircularisation.SoldeArreteCirc,
               :LettreCircularisation.ReponseCirc,
               :LettreCircularisation.MontantClientCirc,
               :LettreCircularisation.CommentaireCirc
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCirc
           else
               perform EditerLigneEtatCirc-Trt
           end-if.

       EditerLigneEtatCirc-Trt.
           add 1 to NbLettresCirc.
           move 0 to EcartCirc.

           evaluate ReponseCirc
               when "A"
                   add 1 to NbConfirmesCirc
               when "D"
                   add 1 to NbContestesCirc

                   compute EcartCirc =
                   MontantClientCirc - SoldeArreteCirc

                   add EcartCirc to TotalEcartsCirc
               when other
                   add 1 to NbManquantsCirc
           end-evaluate.

           move spaces to EtatCircDetail.
           move NoLettreCirc to NoLettreCircEdit.
           move CodeClientCirc to ClientCircEdit.
           move CritereCirc to CritereCircEdit.
           move ReponseCirc to ReponseCircEdit.
           move SoldeArreteCirc to SoldeBanqueCircEdit.

           if ReponseCirc = "A" or ReponseCirc = "D"
               move MontantClientCirc to SoldeClientCircEdit
           end-if.

           move EcartCirc to EcartCircEdit.
           move CommentaireCirc to CommentaireCircEdit.

           write E-EtatCirc from EtatCircDetail.

      **************************************************************************
      * Comptabilite generale a l'ecran : plan de comptes, regles de
      * contrepartie par nature, balance generale d'un mois et grand
      * livre d'une periode
      **************************************************************************
       GestionComptabiliteGenerale.
           perform SaisieCompta-Init.
           perform SaisieCompta-Trt until ChoixCompta = space.
           perform SaisieCompta-Fin.

       SaisieCompta-Init.
           move "" to ChoixCompta.

       SaisieCompta-Trt.
           move space to ChoixCompta.
           move spaces to MessageCompta.

           display M-Compta.

           accept ChoixCompta line 5 col 55.

           if ChoixCompta = "p" then
               move "P" to ChoixCompta
           end-if.

           if ChoixCompta = "r" then
               move "R" to ChoixCompta
           end-if.

           if ChoixCompta = "b" then
               move "B" to ChoixCompta
           end-if.

           if ChoixCompta = "g" then
               move "G" to ChoixCompta
           end-if.

           evaluate ChoixCompta
               when "P"
                   perform SaisiePlanComptable
               when "R"
                   perform SaisieRegleContrepartie
               when "B"
                   perform DemandeBalanceGenerale
               when "G"
                   perform DemandeGrandLivre
           end-evaluate.

       SaisieCompta-Fin.
           continue.

       AfficherResultatCompta.
           display M-Compta-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Compte du plan : cree, ou mis a jour s'il existe ---

       SaisiePlanComptable.
           initialize PlanComptable.

           display M-Compta-P.

           accept M-Compta-P.

           if NoCompteGeneral not = space
               if ClasseCompteGeneral = space
                   move NoCompteGeneral(1:1) to ClasseCompteGeneral
               end-if

               if SensCompteGeneral = "d"
                   move "D" to SensCompteGeneral
               end-if

               if SensCompteGeneral = "c"
                   move "C" to SensCompteGeneral
               end-if

               evaluate true
                   when NoCompteGeneral not numeric
                       move "Numero de compte sur six chiffres"
                       to MessageCompta
                   when LibelleCompteGeneral = space
                       move "Libelle obligatoire" to MessageCompta
                   when ClasseCompteGeneral not numeric
                       move "Classe de 1 a 9" to MessageCompta
                   when SensCompteGeneral not = "D"
                   and SensCompteGeneral not = "C"
                       move "Sens D ou C" to MessageCompta
                   when other
                       perform EnregistrerCompteGeneral
               end-evaluate

               perform AfficherResultatCompta
           end-if.

       EnregistrerCompteGeneral.
           move 0 to NbComptesPlan.

           exec sql
               select count(*)
               into :NbComptesPlan
               from PlanComptable
               where NoCompte = :PlanComptable.NoCompteGeneral
           end-exec.

           if NbComptesPlan = 0
               exec sql
                   insert into PlanComptable
                   (NoCompte, Libelle, Classe, Sens)
                   values
                   (:PlanComptable.NoCompteGeneral,
                    :PlanComptable.LibelleCompteGeneral,
                    :PlanComptable.ClasseCompteGeneral,
                    :PlanComptable.SensCompteGeneral)
               end-exec
           else
               exec sql
                   update PlanComptable
                   set Libelle = :PlanComptable.LibelleCompteGeneral,
                   Classe = :PlanComptable.ClasseCompteGeneral,
                   Sens = :PlanComptable.SensCompteGeneral
                   where NoCompte = :PlanComptable.NoCompteGeneral
               end-exec
           end-if.

           if sqlcode not = 0
               move "Plan comptable" to LibelleErreurSql
               move NoCompteGeneral to CleErreurSql
               perform JournaliserErreurSql

               move "Compte non enregistre" to MessageCompta
           else
               move "PlanComptable" to TableAudit
               move NoCompteGeneral to CleAudit

               if NbComptesPlan = 0
                   move spaces to AncienneValeurAudit
                   move "Compte cree" to MessageCompta
               else
                   move "modifie" to AncienneValeurAudit
                   move "Compte mis a jour" to MessageCompta
               end-if

               move LibelleCompteGeneral to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Regle de contrepartie d'une nature : la regle en vigueur
      * (enregistree ou standard) est affichee, un compte vide
      * supprime la regle enregistree ---

       SaisieRegleContrepartie.
           initialize RegleContrepartie.

           display M-Compta-N.

           accept M-Compta-N.

           if NatureRegle not = space
               inspect NatureRegle
                 converting "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               move NatureRegle to NatureMouvement of Mouvement

               perform ChoisirContrepartieGl

               move NatureMouvement of Mouvement to NatureRegle
               move CompteGeneralContrepartie to CompteRegle
               move LibelleEcritureGl to LibelleRegle

               display M-Compta-R

               accept M-Compta-R

               perform ControlerRegleContrepartie

               if MessageCompta = space
                   perform EnregistrerRegleContrepartie
               end-if

               perform AfficherResultatCompta
           end-if.

       ControlerRegleContrepartie.
           if CompteRegle not = space
               move 0 to NbComptesPlan

               exec sql
                   select count(*)
                   into :NbComptesPlan
                   from PlanComptable
                   where NoCompte = :RegleContrepartie.CompteRegle
               end-exec

               evaluate true
                   when NbComptesPlan = 0
                       move "Compte absent du plan comptable"
                       to MessageCompta
                   when LibelleRegle = space
                       move "Libelle d'ecriture obligatoire"
                       to MessageCompta
               end-evaluate
           end-if.

       EnregistrerRegleContrepartie.
           move 0 to NbReglesNature.

           exec sql
               select count(*)
               into :NbReglesNature
               from RegleContrepartie
               where Nature = :RegleContrepartie.NatureRegle
           end-exec.

           evaluate true
               when CompteRegle = space
                   exec sql
                       delete from RegleContrepartie
                       where Nature = :RegleContrepartie.NatureRegle
                   end-exec
               when NbReglesNature = 0
                   exec sql
                       insert into RegleContrepartie
                       (Nature, CompteContrepartie, LibelleEcriture)
                       values
                       (:RegleContrepartie.NatureRegle,
                        :RegleContrepartie.CompteRegle,
                        :RegleContrepartie.LibelleRegle)
                   end-exec
               when other
                   exec sql
                       update RegleContrepartie
                       set CompteContrepartie =
                       :RegleContrepartie.CompteRegle,
                       LibelleEcriture =
                       :RegleContrepartie.LibelleRegle
                       where Nature = :RegleContrepartie.NatureRegle
                   end-exec
           end-evaluate.

           if sqlcode not = 0 and sqlcode not = 100
               move "Regle de contrepartie" to LibelleErreurSql
               move NatureRegle to CleErreurSql
               perform JournaliserErreurSql

               move "Regle non enregistree" to MessageCompta
           else
               move "RegleContrepartie" to TableAudit
               move NatureRegle to CleAudit
               move spaces to AncienneValeurAudit

               if CompteRegle = space
                   move "regle standard" to NouvelleValeurAudit
                   move "Retour a la regle standard" to MessageCompta
               else
                   string
                     CompteRegle delimited by size
                     " " delimited by size
                     LibelleRegle delimited by size
                     into NouvelleValeurAudit
                   end-string

                   move "Regle enregistree" to MessageCompta
               end-if

               perform EnregistrerAudit
           end-if.

       DemandeBalanceGenerale.
           move spaces to MoisBalanceGl.

           display M-Compta-B.

           accept M-Compta-B.

           if MoisBalanceGl not = space
               if MoisBalanceGl not numeric
                   move "Mois sous la forme AAAAMM" to MessageCompta
               else
                   perform EditerBalanceGenerale

                   move spaces to MessageCompta

                   if EcartClienteleGl = 0
                       move "Balance editee, rapprochee des comptes"
                       to MessageCompta
                   else
                       move "Balance editee, ECART avec les comptes"
                       to MessageCompta
                   end-if
               end-if

               perform AfficherResultatCompta
           end-if.

       DemandeGrandLivre.
           move spaces to DateDebutGl.
           move spaces to DateFinGl.
           move spaces to CompteGrandLivre.

           display M-Compta-G.

           accept M-Compta-G.

           if DateDebutGl not = space
               if DateFinGl = space
                   move DateDebutGl to DateFinGl
               end-if

               if DateDebutGl not numeric or DateFinGl not numeric
               or DateFinGl < DateDebutGl
                   move "Periode incorrecte (AAAAMMJJ)"
                   to MessageCompta
               else
                   perform EditerGrandLivre

                   move spaces to MessageCompta

                   string
                     "Grand livre edite, lignes : " delimited by size
                     NbLignesGrandLivre delimited by size
                     into MessageCompta
                   end-string
               end-if

               perform AfficherResultatCompta
           end-if.

      * --- Ecriture de compte general passee en compte d'attente ---

       EnregistrerAttenteGl.
           move MontantEcritureGl to MontantEcrAttente.
           move ReferenceGl to ReferenceAttente.
           move LibelleGl to LibelleAttente.
           move 0 to NoMouvementAttente.

           perform EnregistrerEcritureAttente.

      * --- Ecriture ouverte en compte d'attente (CompteAttente,
      * SensAttente, MontantEcrAttente, ReferenceAttente,
      * LibelleAttente, NoMouvementAttente), datee du jour de
      * l'export ---

       EnregistrerEcritureAttente.
           move 0 to NoEcritureAttente.

           exec sql
               select coalesce(max(NoEcriture), 0) + 1
               into :EcritureAttente.NoEcritureAttente
               from EcritureAttente
           end-exec.

           move DateExportCompta to DateEcritureAttente.
           move "O" to StatutEcritureAttente.
           move 0 to NoLettrage.

           exec sql
               insert into EcritureAttente
               (NoEcriture, CompteAttente, DateEcriture, Sens, Montant,
                Reference, Libelle, NoMouvement, Statut, NoLettrage,
                CodeSociete)
               values
               (:EcritureAttente.NoEcritureAttente,
                :EcritureAttente.CompteAttente,
                :EcritureAttente.DateEcritureAttente,
                :EcritureAttente.SensAttente,
                :EcritureAttente.MontantEcrAttente,
                :EcritureAttente.ReferenceAttente,
                :EcritureAttente.LibelleAttente,
                :EcritureAttente.NoMouvementAttente,
                :EcritureAttente.StatutEcritureAttente,
                :EcritureAttente.NoLettrage, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Ecriture compte d'attente" to LibelleErreurSql
               move ReferenceAttente to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      **************************************************************************
      * Lettrage des comptes d'attente (etape de la chaine de nuit,
      * apres l'export comptable) : lettrage automatique puis balance
      * agee des ecritures restees ouvertes
      **************************************************************************
       LettrageAttente.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           perform LettrageAutomatiqueAttente.

           perform EditerBalanceAgeeAttente.

      * --- Lettrage automatique : chaque debit ouvert est lettre avec
      * le plus ancien credit ouvert du meme compte et du meme montant
      * portant la meme reference, a defaut passe le meme jour ---

       LettrageAutomatiqueAttente.
           move 0 to NbLettragesAuto.
           move 0 to EotAttente.

           exec sql
               declare C-DebitsAttente cursor for
                   select NoEcriture, CompteAttente, DateEcriture,
                   Montant, Reference
                   from EcritureAttente
                   where Statut = 'O'
                   and Sens = 'D'
                   and CodeSociete = :CodeSocieteCourant
                   order by CompteAttente, DateEcriture, NoEcriture
           end-exec.

           exec sql
             open C-DebitsAttente
           end-exec.

           perform LettrerDebitAttente until EotAttente = 1.

           exec sql
             close C-DebitsAttente
           end-exec.

       LettrerDebitAttente.
           exec sql
               fetch C-DebitsAttente
               into :EcritureAttente.NoEcritureAttente,
               :EcritureAttente.CompteAttente,
               :EcritureAttente.DateEcritureAttente,
               :EcritureAttente.MontantEcrAttente,
               :EcritureAttente.ReferenceAttente
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAttente
           else
               perform ChercherCreditAttente

               if NoContrepartieLettrage > 0
                   perform AttribuerNoLettrage

                   move NoEcritureAttente to NoEcritureLettree(1)
                   move NoContrepartieLettrage to NoEcritureLettree(2)
                   move 0 to NoEcritureLettree(3)
                   move 0 to NoEcritureLettree(4)

                   perform LettrerEcrituresSaisies

                   add 1 to NbLettragesAuto
               end-if
           end-if.

       ChercherCreditAttente.
           move 0 to NoContrepartieLettrage.

           if ReferenceAttente not = space
               exec sql
                   select coalesce(min(NoEcriture), 0)
                   into :NoContrepartieLettrage
                   from EcritureAttente
                   where Statut = 'O'
                   and Sens = 'C'
                   and CompteAttente = :EcritureAttente.CompteAttente
                   and Montant = :EcritureAttente.MontantEcrAttente
                   and Reference = :EcritureAttente.ReferenceAttente
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           end-if.

           if NoContrepartieLettrage = 0
               exec sql
                   select coalesce(min(NoEcriture), 0)
                   into :NoContrepartieLettrage
                   from EcritureAttente
                   where Statut = 'O'
                   and Sens = 'C'
                   and CompteAttente = :EcritureAttente.CompteAttente
                   and Montant = :EcritureAttente.MontantEcrAttente
                   and DateEcriture =
                   :EcritureAttente.DateEcritureAttente
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           end-if.

       AttribuerNoLettrage.
           move 0 to NoLettrage.

           exec sql
               select coalesce(max(NoLettrage), 0) + 1
               into :EcritureAttente.NoLettrage
               from EcritureAttente
           end-exec.

      * --- Les ecritures retenues (NoEcritureLettree, 0 = aucune)
      * passent L sous le numero de lettrage ---

       LettrerEcrituresSaisies.
           perform LettrerUneEcriture
               varying IdxLettrage from 1 by 1
               until IdxLettrage > 4.

           move "EcritureAttente" to TableAudit.
           move NoLettrage to CleAudit.
           move "O" to AncienneValeurAudit.

           move spaces to NouvelleValeurAudit.

           string
             "lettrage " delimited by size
             NoEcritureLettree(1) delimited by size
             " " delimited by size
             NoEcritureLettree(2) delimited by size
             " " delimited by size
             NoEcritureLettree(3) delimited by size
             " " delimited by size
             NoEcritureLettree(4) delimited by size
             into NouvelleValeurAudit
           end-string.

           perform EnregistrerAudit.

       LettrerUneEcriture.
           if NoEcritureLettree(IdxLettrage) > 0
               move NoEcritureLettree(IdxLettrage)
               to NoEcritureAttente

               exec sql
                   update EcritureAttente
                   set Statut = 'L',
                   NoLettrage = :EcritureAttente.NoLettrage,
                   DateLettrage = :DateComptableTexte,
                   OperateurLettrage = :CodeOperateurCourant
                   where NoEcriture =
                   :EcritureAttente.NoEcritureAttente
               end-exec

               if sqlcode not = 0
                   move "Lettrage compte d'attente"
                   to LibelleErreurSql
                   move NoEcritureLettree(IdxLettrage) to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- Balance agee : ecritures ouvertes par compte, montant
      * signe (debit au +, credit au -) range dans sa tranche
      * d'anciennete (0-30, 31-90, plus de 90 jours) ---

       EditerBalanceAgeeAttente.
           move 0 to EotAttente.
           move 0 to NbEcrituresAttenteOuvertes.
           move spaces to ComptePrecedentAttente.
           move 0 to TotalTrancheAttente1.
           move 0 to TotalTrancheAttente2.
           move 0 to TotalTrancheAttente3.

           move DateComptableTexte to DateCivileTravail.

           perform CalculerNumeroJourCivil.

           move NumeroJourCivil to NumeroJourArrete.

           open output F-BalanceAgeeAttente.

           move corresponding DateSysteme to AttenteEntete1.

           move NomSocieteEntete to SocieteEntete of AttenteEntete1.

           write E-BalanceAgeeAttente from AttenteEntete1.
           write E-BalanceAgeeAttente from AmortissementEntete2.
           write E-BalanceAgeeAttente from " ".
           write E-BalanceAgeeAttente from AttenteEntete2.

           exec sql
               declare C-BalanceAgee cursor for
                   select NoEcriture, CompteAttente, DateEcriture,
                   Sens, Montant, Reference, Libelle
                   from EcritureAttente
                   where Statut = 'O'
                   and CodeSociete = :CodeSocieteCourant
                   order by CompteAttente, DateEcriture, NoEcriture
           end-exec.

           exec sql
             open C-BalanceAgee
           end-exec.

           perform EditerEcritureAgee until EotAttente = 1.

           exec sql
             close C-BalanceAgee
           end-exec.

           if ComptePrecedentAttente not = space
               perform EditerTotalCompteAttente
           end-if.

           move spaces to AttenteDetail.

           move "Total general" to LibelleAttenteEdit.
           move TotalTrancheAttente1 to Tranche1AttenteEdit.
           move TotalTrancheAttente2 to Tranche2AttenteEdit.
           move TotalTrancheAttente3 to Tranche3AttenteEdit.

           write E-BalanceAgeeAttente from AttenteDetail.

           close F-BalanceAgeeAttente.

           move "BalanceAgeeAttente" to NomEdition.
           move "LettrageAttente" to EtapeProductrice.

           move "C:\Users\dugs\Documents\BalanceAgeeAttente.txt"
           to CheminEdition.

           move NbEcrituresAttenteOuvertes to NbLignesEdition.

           perform EnregistrerEdition.

       EditerEcritureAgee.
           exec sql
               fetch C-BalanceAgee
               into :EcritureAttente.NoEcritureAttente,
               :EcritureAttente.CompteAttente,
               :EcritureAttente.DateEcritureAttente,
               :EcritureAttente.SensAttente,
               :EcritureAttente.MontantEcrAttente,
               :EcritureAttente.ReferenceAttente,
               :EcritureAttente.LibelleAttente
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAttente
           else
               perform EditerEcritureAgee-Trt
           end-if.

       EditerEcritureAgee-Trt.
           if CompteAttente not = ComptePrecedentAttente
               if ComptePrecedentAttente not = space
                   perform EditerTotalCompteAttente
               end-if

               move CompteAttente to ComptePrecedentAttente
               move 0 to TrancheAttente1
               move 0 to TrancheAttente2
               move 0 to TrancheAttente3
           end-if.

           move DateEcritureAttente to DateCivileTravail.

           perform CalculerNumeroJourCivil.

           compute AgeEcritureAttente =
           NumeroJourArrete - NumeroJourCivil.

           if SensAttente = "D"
               move MontantEcrAttente to MontantSigneAttente
           else
               compute MontantSigneAttente = 0 - MontantEcrAttente
           end-if.

           move spaces to AttenteDetail.

           move CompteAttente to CompteAttenteEdit.
           move NoEcritureAttente to NoEcritureAttenteEdit.
           move DateEcritureAttente to DateAttenteEdit.
           move SensAttente to SensAttenteEdit.
           move ReferenceAttente to ReferenceAttenteEdit.
           move LibelleAttente to LibelleAttenteEdit.

           evaluate true
               when AgeEcritureAttente <= 30
                   add MontantSigneAttente to TrancheAttente1
                   move MontantSigneAttente to Tranche1AttenteEdit
               when AgeEcritureAttente <= 90
                   add MontantSigneAttente to TrancheAttente2
                   move MontantSigneAttente to Tranche2AttenteEdit
               when other
                   add MontantSigneAttente to TrancheAttente3
                   move MontantSigneAttente to Tranche3AttenteEdit
           end-evaluate.

           write E-BalanceAgeeAttente from AttenteDetail.

           add 1 to NbEcrituresAttenteOuvertes.

      * --- Total d'un compte d'attente, puis cumul general ---

       EditerTotalCompteAttente.
           move spaces to AttenteDetail.

           move ComptePrecedentAttente to CompteAttenteEdit.
           move "Total du compte" to LibelleAttenteEdit.
           move TrancheAttente1 to Tranche1AttenteEdit.
           move TrancheAttente2 to Tranche2AttenteEdit.
           move TrancheAttente3 to Tranche3AttenteEdit.

           write E-BalanceAgeeAttente from AttenteDetail.
           write E-BalanceAgeeAttente from " ".

           add TrancheAttente1 to TotalTrancheAttente1.
           add TrancheAttente2 to TotalTrancheAttente2.
           add TrancheAttente3 to TotalTrancheAttente3.

      **************************************************************************
      * Comptes d'attente a l'ecran : lettrage manuel de deux a quatre
      * ecritures ouvertes d'un meme compte qui se soldent, lettrage
      * automatique et balance agee a la demande
      **************************************************************************
       GestionComptesAttente.
           perform SaisieAttente-Init.
           perform SaisieAttente-Trt until ChoixAttente = space.
           perform SaisieAttente-Fin.

       SaisieAttente-Init.
           move "" to ChoixAttente.

       SaisieAttente-Trt.
           move space to ChoixAttente.
           move spaces to MessageAttente.

           display M-Attente.

           accept ChoixAttente line 5 col 66.

           if ChoixAttente = "l" then
               move "L" to ChoixAttente
           end-if.

           if ChoixAttente = "a" then
               move "A" to ChoixAttente
           end-if.

           if ChoixAttente = "e" then
               move "E" to ChoixAttente
           end-if.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           evaluate ChoixAttente
               when "L"
                   perform LettrageManuelAttente
               when "A"
                   perform LettrageAutomatiqueAttente

                   move spaces to MessageAttente

                   string
                     "Lettrages automatiques : " delimited by size
                     NbLettragesAuto delimited by size
                     into MessageAttente
                   end-string

                   perform AfficherResultatAttente
               when "E"
                   perform EditerBalanceAgeeAttente

                   move spaces to MessageAttente

                   string
                     "Balance agee editee, ecritures ouvertes : "
                     delimited by size
                     NbEcrituresAttenteOuvertes delimited by size
                     into MessageAttente
                   end-string

                   perform AfficherResultatAttente
           end-evaluate.

       SaisieAttente-Fin.
           continue.

       AfficherResultatAttente.
           display M-Attente-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       LettrageManuelAttente.
           move spaces to CompteAttenteSaisi.
           initialize LettrageSaisi.

           display M-Attente-L.

           accept M-Attente-L.

           if CompteAttenteSaisi not = space
               perform ControlerLettrageManuel

               if MessageAttente = space
                   perform AttribuerNoLettrage
                   perform LettrerEcrituresSaisies

                   move spaces to MessageAttente

                   string
                     "Ecritures lettrees sous le numero "
                     delimited by size
                     NoLettrage delimited by size
                     into MessageAttente
                   end-string
               end-if

               perform AfficherResultatAttente
           end-if.

      * --- Chaque ecriture saisie doit etre ouverte et du compte
      * saisi, et les debits retenus doivent egaler les credits ---

       ControlerLettrageManuel.
           move 0 to NbEcrituresLettrees.
           move 0 to TotalDebitLettrage.
           move 0 to TotalCreditLettrage.

           perform ControlerEcritureLettree
               varying IdxLettrage from 1 by 1
               until IdxLettrage > 4 or MessageAttente not = space.

           evaluate true
               when MessageAttente not = space
                   continue
               when NbEcrituresLettrees < 2
                   move "Au moins deux ecritures a lettrer"
                   to MessageAttente
               when TotalDebitLettrage not = TotalCreditLettrage
                   move "Debits et credits retenus ne se soldent pas"
                   to MessageAttente
           end-evaluate.

       ControlerEcritureLettree.

      * Une meme ecriture saisie deux fois serait comptee deux fois
      * dans la balance du lettrage

           if NoEcritureLettree(IdxLettrage) > 0
               perform ComparerEcritureLettree
                   varying IdxLettragePrecedent from 1 by 1
                   until IdxLettragePrecedent >= IdxLettrage
                   or MessageAttente not = space
           end-if.

           if NoEcritureLettree(IdxLettrage) > 0
           and MessageAttente = space
               move NoEcritureLettree(IdxLettrage)
               to NoEcritureAttente

               exec sql
                   select CompteAttente, Sens, Montant, Statut
                   into :EcritureAttente.CompteAttente,
                   :EcritureAttente.SensAttente,
                   :EcritureAttente.MontantEcrAttente,
                   :EcritureAttente.StatutEcritureAttente
                   from EcritureAttente
                   where NoEcriture =
                   :EcritureAttente.NoEcritureAttente
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Ecriture inconnue" to MessageAttente
                   when CompteAttente not = CompteAttenteSaisi
                       move "Ecriture d'un autre compte d'attente"
                       to MessageAttente
                   when StatutEcritureAttente not = "O"
                       move "Ecriture deja lettree" to MessageAttente
                   when SensAttente = "D"
                       add 1 to NbEcrituresLettrees
                       add MontantEcrAttente to TotalDebitLettrage
                   when other
                       add 1 to NbEcrituresLettrees
                       add MontantEcrAttente to TotalCreditLettrage
               end-evaluate
           end-if.

       ComparerEcritureLettree.
           if NoEcritureLettree(IdxLettragePrecedent)
           = NoEcritureLettree(IdxLettrage)
               move "Ecriture saisie deux fois" to MessageAttente
           end-if.

      **************************************************************************
      * Cloture annuelle : les mouvements de l'annee close sont verses
      * dans un fichier d'historique (avec totaux de controle en fin
      * de fichier), un mouvement unique de solde a nouveau est pose
      * par compte au 1er janvier suivant, puis les lignes archivees
      * sont purgees -- les parcours par curseur (releves,
      * rapprochements) restent ainsi justes et rapides
      **************************************************************************
       ClotureAnnuelle.
           move spaces to AnneeCloture.

           display " Annee a cloturer (AAAA) : "
           line 1 col 1
           with no advancing.

           accept AnneeCloture line 1 col 28.

           display M-EffaceQuestion.

           if AnneeCloture not = space
               display " Confirmez-vous la cloture annuelle (o/N) : "
                 line 1 col 1
                 with no advancing

               move "N" to Reponse

               accept Reponse line 1 col 45

               display M-EffaceQuestion

               if Reponse = "o" or Reponse = "O"
                   perform ClotureAnnuelle-Trt
               end-if
           end-if.

       ClotureAnnuelle-Trt.
           perform ArchiverMouvementsAnnee.
           perform PosterSoldesANouveau.
           perform PurgerMouvementsAnnee.

           string
             "Annee " delimited by size
             AnneeCloture delimited by size
             " - Mouvements archives " delimited by size
             NbMouvementsArchives delimited by size
             into DetailActivite
           end-string.

      * --- Versement des mouvements de l'annee close dans le fichier
      * d'historique, avec compteur et cumuls de controle ---

       ArchiverMouvementsAnnee.
           move 0 to Eot.
           move 0 to NbMouvementsArchives.
           move 0 to TotalArchiveDebit.
           move 0 to TotalArchiveCredit.

           string
             "C:\Users\dugs\Documents\HistoriqueMouvement"
             delimited by size
             AnneeCloture delimited by space
             ".txt" delimited by size
             into CheminHistoriqueMouvement
           end-string.

           open output F-HistoriqueMouvement.

           exec sql
               declare C-ArchiveMouvement cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, DateMouvement, Sens, Montant, Nature
                   from Mouvement
                   where left(DateMouvement, 4) = :AnneeCloture
                   and (exists
                   (select 1 from Compte
                    where Compte.CodeBanque = Mouvement.CodeBanque
                    and Compte.CodeGuichet = Mouvement.CodeGuichet
                    and Compte.NoCompte = Mouvement.NoCompte
                    and Compte.TypeCompte = Mouvement.TypeCompte
                    and Compte.CodeSociete = :CodeSocieteCourant)
                   or exists
                   (select 1 from CompteArchive
                    where CompteArchive.CodeBanque =
                    Mouvement.CodeBanque
                    and CompteArchive.CodeGuichet =
                    Mouvement.CodeGuichet
                    and CompteArchive.NoCompte = Mouvement.NoCompte
                    and CompteArchive.TypeCompte =
                    Mouvement.TypeCompte
                    and CompteArchive.CodeSociete =
                    :CodeSocieteCourant))
                   order by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, DateMouvement
           end-exec.

           exec sql
             open C-ArchiveMouvement
           end-exec.

           perform ArchiverMouvementsAnnee-Trt until Eot = 1.

           exec sql
             close C-ArchiveMouvement
           end-exec.

      * Totaux de controle en fin de fichier, pour le rapprochement
      * avec la purge

           move NbMouvementsArchives to NbArchiveTexte.
           move TotalArchiveDebit to TotalArchiveDebitTexte.
           move TotalArchiveCredit to TotalArchiveCreditTexte.

           move spaces to E-HistoriqueMouvement.

           string
             "TRL;" delimited by size
             NbArchiveTexte delimited by size
             ";" delimited by size
             TotalArchiveDebitTexte delimited by size
             ";" delimited by size
             TotalArchiveCreditTexte delimited by size
             into E-HistoriqueMouvement
           end-string.

           write E-HistoriqueMouvement.

           close F-HistoriqueMouvement.

       ArchiverMouvementsAnnee-Trt.
           exec sql
               fetch C-ArchiveMouvement
               into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.DateMouvement, :Mouvement.SensMouvement,
               :Mouvement.Montant, :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform EcrireMouvementHistorique
           end-if.

       EcrireMouvementHistorique.
           add 1 to NbMouvementsArchives.

           if SensMouvement of Mouvement = "D"
               add Montant of Mouvement to TotalArchiveDebit
           else
               add Montant of Mouvement to TotalArchiveCredit
           end-if.

           move Montant of Mouvement to MontantArchiveTexte.

           string
             CodeBanque of Mouvement delimited by space
             ";" delimited by size
             CodeGuichet of Mouvement delimited by space
             ";" delimited by size
             RacineCompte of CompteComplet of Mouvement
             delimited by space
             ";" delimited by size
             TypeCompte of CompteComplet of Mouvement
             delimited by space
             ";" delimited by size
             DateMouvement of Mouvement delimited by size
             ";" delimited by size
             SensMouvement of Mouvement delimited by size
             ";" delimited by size
             MontantArchiveTexte delimited by size
             ";" delimited by size
             NatureMouvement of Mouvement delimited by size
             into E-HistoriqueMouvement
           end-string.

           write E-HistoriqueMouvement.

      * --- Solde a nouveau : un mouvement unique par compte au 1er
      * janvier suivant, portant le net des mouvements archives, pour
      * que releves et rapprochements restent equilibres apres la
      * purge ---

       PosterSoldesANouveau.
           move 0 to Eot.

           move AnneeCloture to AnneeSuivanteCloture.
           add 1 to AnneeSuivanteCloture.

           string
             AnneeSuivanteCloture delimited by size
             "0101" delimited by size
             into DateSoldeANouveau
           end-string.

           exec sql
               declare C-SoldeANouveau cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte,
                   sum(case when Sens = 'D' then Montant
                       else - Montant end)
                   from Mouvement
                   where left(DateMouvement, 4) = :AnneeCloture
                   and exists
                   (select 1 from Compte
                    where Compte.CodeBanque = Mouvement.CodeBanque
                    and Compte.CodeGuichet = Mouvement.CodeGuichet
                    and Compte.NoCompte = Mouvement.NoCompte
                    and Compte.TypeCompte = Mouvement.TypeCompte
                    and Compte.CodeSociete = :CodeSocieteCourant)
                   group by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
           end-exec.

           exec sql
             open C-SoldeANouveau
           end-exec.

           perform PosterSoldesANouveau-Trt until Eot = 1.

           exec sql
             close C-SoldeANouveau
           end-exec.

       PosterSoldesANouveau-Trt.
           exec sql
               fetch C-SoldeANouveau
               into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :SoldeANouveau
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform PosterUnSoldeANouveau
           end-if.

       PosterUnSoldeANouveau.
           if SoldeANouveau >= 0
               move "D" to SensMouvement of Mouvement
               move SoldeANouveau to Montant of Mouvement
           else
               move "C" to SensMouvement of Mouvement

               compute Montant of Mouvement = - SoldeANouveau
           end-if.

           move DateSoldeANouveau to DateMouvement of Mouvement.
           move "SAN" to NatureMouvement of Mouvement.

      * La date de valeur d'un solde a nouveau est sa propre date

           move DateSoldeANouveau to DateValeur of Mouvement.

           exec sql
               insert into Mouvement
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Operateur, Nature,
                    DateValeur)
               values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :Mouvement.DateMouvement,
                    :Mouvement.SensMouvement,
                    :Mouvement.Montant, :CodeOperateurCourant,
                    :Mouvement.NatureMouvement,
                    :Mouvement.DateValeur)
           end-exec.

           if sqlcode not = 0
               move "Cloture annuelle (solde a nouveau)"
               to LibelleErreurSql

               string
                 CodeBanque of Mouvement delimited by space
                 CodeGuichet of Mouvement delimited by space
                 RacineCompte of CompteComplet of Mouvement
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           end-if.

      * --- Purge des mouvements archives : les soldes a nouveau de
      * l'annee close partent aussi (ils sont au fichier d'historique
      * et repris dans le solde a nouveau du 1er janvier suivant) ---

       PurgerMouvementsAnnee.
           exec sql
               delete from Mouvement
               where left(DateMouvement, 4) = :AnneeCloture
               and (exists
               (select 1 from Compte
                where Compte.CodeBanque = Mouvement.CodeBanque
                and Compte.CodeGuichet = Mouvement.CodeGuichet
                and Compte.NoCompte = Mouvement.NoCompte
                and Compte.TypeCompte = Mouvement.TypeCompte
                and Compte.CodeSociete = :CodeSocieteCourant)
               or exists
               (select 1 from CompteArchive
                where CompteArchive.CodeBanque = Mouvement.CodeBanque
                and CompteArchive.CodeGuichet = Mouvement.CodeGuichet
                and CompteArchive.NoCompte = Mouvement.NoCompte
                and CompteArchive.TypeCompte = Mouvement.TypeCompte
                and CompteArchive.CodeSociete = :CodeSocieteCourant))
           end-exec.

           if sqlcode not = 0
               move "Cloture annuelle (purge)" to LibelleErreurSql
               move AnneeCloture to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Mouvement" to TableAudit
               move AnneeCloture to CleAudit
               move NbMouvementsArchives to AncienneValeurAudit
               move "mouvements archives et purges"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Purge RGPD : anonymisation des champs identifiants des clients
      * sans plus aucun compte en service et dont tous les comptes
      * archives sont clos depuis plus de NbAnneeRetention ans ; la
      * copie indexee est anonymisee de la meme maniere et chaque
      * purge est tracee dans la piste d'audit
      **************************************************************************
       PurgeClientsRgpd.
           perform PurgeClientsRgpd-Init.
           perform PurgeClientsRgpd-Trt until Eot = 1.
           perform PurgeClientsRgpd-Fin.

       PurgeClientsRgpd-Init.
           move 0 to Eot.
           move 0 to NbClientsPurges.
           move 0 to RapportPurgeOuvert.

           move corresponding DateSysteme to PurgeEntete1.

           move NomSocieteEntete to SocieteEntete of PurgeEntete1.

      * Meme date limite de conservation que l'archivage des comptes

           compute AnneeLimiteArchive =
           Annee of DateSysteme - NbAnneeRetention.

           string
             AnneeLimiteArchive delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateLimiteArchive
           end-string.

           perform OuvrirClientsIndexe.

      * Clients sans compte en service, avec au moins un compte
      * archive, tous clos avant la date limite

           exec sql
               declare C-PurgeRgpd cursor for
                   select CodeClient
                   from Client
                   where not exists
                   (select 1 from Compte
                    where Compte.CodeClient = Client.CodeClient)
                   and exists
                   (select 1 from CompteArchive
                    where CompteArchive.CodeClient =
                    Client.CodeClient)
                   and not exists
                   (select 1 from CompteArchive
                    where CompteArchive.CodeClient = Client.CodeClient
                    and CompteArchive.DateCloture >=
                    :DateLimiteArchive)
                   and Nom <> :LibelleAnonyme
                   and CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-PurgeRgpd
           end-exec.

       PurgeClientsRgpd-Trt.
           exec sql
               fetch C-PurgeRgpd
               into :Client.CodeClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementPurgeClient
           end-if.

       PurgeClientsRgpd-Fin.
           exec sql
             close C-PurgeRgpd
           end-exec.

           close F-ClientsIndexe.

           if RapportPurgeOuvert = 1
               write E-RapportPurge from " "

               move NbClientsPurges to NbClientsPurgesAffiche

               write E-RapportPurge from PurgeTotalLigne

               close F-RapportPurge
           end-if.

           string
             "Clients purges " delimited by size
             NbClientsPurges delimited by size
             into DetailActivite
           end-string.

      * --- Anonymisation d'un client : fiche, copie indexee, audit
      * et rapport ---

       TraitementPurgeClient.
           exec sql
               update Client set
               Nom = :LibelleAnonyme,
               Prenom = ' ',
               Email = ' ',
               Telephone = ' '
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Purge RGPD (anonymisation)" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbClientsPurges

      * Anonymisation de la copie indexee (fiche ignoree si absente)

               move CodeClient of CLIENT to CodeClientIndexe
               of E-ClientsIndexe

               read F-ClientsIndexe
                   key is CodeClientIndexe
                   invalid key
                       continue
                   not invalid key
                       move LibelleAnonyme
                       to NomIndexe of E-ClientsIndexe

                       move spaces
                       to PrenomIndexe of E-ClientsIndexe

                       rewrite E-ClientsIndexe
                           invalid key continue
                       end-rewrite
               end-read

               move "Client" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move "champs identifiants" to AncienneValeurAudit
               move "anonymises (RGPD)" to NouvelleValeurAudit

               perform EnregistrerAudit

               if RapportPurgeOuvert = 0
                   open output F-RapportPurge

                   move 1 to RapportPurgeOuvert

                   write E-RapportPurge from PurgeEntete1
                   write E-RapportPurge from PurgeEntete2
                   write E-RapportPurge from " "
               end-if

               move CodeClient of CLIENT to CodeClientPurge

               write E-RapportPurge from PurgeDetail
           end-if.

      **************************************************************************
      * Extrait fiscal annuel des interets (IFU) : cumul par client et
      * par compte des mouvements d'accrual crediteurs (nature ACC,
      * sens D) de l'annee declaree, edite en etat et verse en fichier
      * plat pour l'interface fiscale
      **************************************************************************
       ExtraitFiscalIfu.
           move spaces to AnneeIfu.

           display " Annee a declarer (AAAA) : "
           line 1 col 1
           with no advancing.

           accept AnneeIfu line 1 col 28.

           display M-EffaceQuestion.

           if AnneeIfu not = space
               perform ExtraitFiscalIfu-Init
               perform ExtraitFiscalIfu-Trt until Eot = 1
               perform ExtraitFiscalIfu-Fin
           end-if.

       ExtraitFiscalIfu-Init.
           move 0 to Eot.
           move 0 to NoPage.
           move 0 to NbClientsIfu.
           move 0 to TotalInteretClient.
           move spaces to CodeClientIfuPrecedent.

           add 1 to MaxLigneEtat giving NbLigne.

           move corresponding DateSysteme to IfuEntete1.

           move NomSocieteEntete to SocieteEntete of IfuEntete1.
           move AnneeIfu to AnneeIfuEntete.

      * Les cumuls mensuels (interets credites) remplacent le
      * balayage annuel de la table Mouvement

           exec sql
               declare C-ExtraitIfu cursor for
                   select Client.CodeClient, Client.Nom,
                   Client.Prenom, CumulMensuel.CodeBanque,
                   CumulMensuel.CodeGuichet, CumulMensuel.NoCompte,
                   CumulMensuel.TypeCompte,
                   sum(CumulMensuel.TotalInterets)
                   from CumulMensuel
                   join Compte
                   on Compte.CodeBanque = CumulMensuel.CodeBanque
                   and Compte.CodeGuichet = CumulMensuel.CodeGuichet
                   and Compte.NoCompte = CumulMensuel.NoCompte
                   and Compte.TypeCompte = CumulMensuel.TypeCompte
                   join Client
                   on Client.CodeClient = Compte.CodeClient
                   where left(CumulMensuel.Mois, 4) = :AnneeIfu
                   and Compte.CodeSociete = :CodeSocieteCourant
                   group by Client.CodeClient, Client.Nom,
                   Client.Prenom, CumulMensuel.CodeBanque,
                   CumulMensuel.CodeGuichet, CumulMensuel.NoCompte,
                   CumulMensuel.TypeCompte
                   having sum(CumulMensuel.TotalInterets) > 0
                   order by Client.Nom, Client.CodeClient,
                   CumulMensuel.CodeBanque, CumulMensuel.CodeGuichet,
                   CumulMensuel.NoCompte
           end-exec.

           exec sql
             open C-ExtraitIfu
           end-exec.

           open output F-EtatIfu.
           open output F-FichierIfu.

       ExtraitFiscalIfu-Trt.
           exec sql
               fetch C-ExtraitIfu
               into :Client.CodeClient, :Client.Nom, :Client.Prenom,
               :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :TotalInteretCompte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementLigneIfu
           end-if.

       ExtraitFiscalIfu-Fin.
           exec sql
             close C-ExtraitIfu
           end-exec.

      * Total du dernier client parcouru

           if CodeClientIfuPrecedent not = space
               perform ImpressionTotalClientIfu
           end-if.

           if NoPage > 0
               move NoPage to NPage of IfuDernierBasPage

               write E-EtatIfu from IfuDernierBasPage
           end-if.

           close F-EtatIfu.
           close F-FichierIfu.

           move "EtatIfu" to NomEdition.
           move "ExtraitFiscalIfu" to EtapeProductrice.

           move "C:\Users\dugs\Documents\EtatIfu.txt"
           to CheminEdition.

           move NbClientsIfu to NbLignesEdition.

           perform EnregistrerEdition.

           string
             "Annee " delimited by size
             AnneeIfu delimited by size
             " - Clients declares " delimited by size
             NbClientsIfu delimited by size
             into DetailActivite
           end-string.

      * --- Une ligne par compte : rupture sur le client, edition et
      * versement au fichier plat ---

       TraitementLigneIfu.
           if CodeClient of CLIENT not = CodeClientIfuPrecedent
               if CodeClientIfuPrecedent not = space
                   perform ImpressionTotalClientIfu
               end-if

               move 0 to TotalInteretClient

               perform ImpressionClientIfu

               move CodeClient of CLIENT to CodeClientIfuPrecedent

               add 1 to NbClientsIfu
           end-if.

           add TotalInteretCompte to TotalInteretClient.

           perform EntetePageIfu.

           add 1 to NbLigne.

           move corresponding Mouvement to IfuDetail.
           move TotalInteretCompte to InteretCompteAffiche.

           write E-EtatIfu from IfuDetail.

      * Ligne du fichier plat pour l'interface fiscale

           move TotalInteretCompte to MontantIfuTexte.

           string
             CodeClient of CLIENT delimited by space
             ";" delimited by size
             Nom of CLIENT delimited by space
             ";" delimited by size
             Prenom of CLIENT delimited by space
             ";" delimited by size
             CodeBanque of Mouvement delimited by space
             ";" delimited by size
             CodeGuichet of Mouvement delimited by space
             ";" delimited by size
             RacineCompte of CompteComplet of Mouvement
             delimited by space
             ";" delimited by size
             TypeCompte of CompteComplet of Mouvement
             delimited by space
             ";" delimited by size
             MontantIfuTexte delimited by size
             into E-FichierIfu
           end-string.

           write E-FichierIfu.

      * --- Entete de page de l'etat IFU ---

       EntetePageIfu.
           if NbLigne > MaxLigneEtat then
               if NoPage > 0
                   move NoPage to NPage of IfuBasPage

                   write E-EtatIfu from IfuBasPage
               end-if

               add 1 to NoPage

               write E-EtatIfu from IfuEntete1
               write E-EtatIfu from IfuEntete2
               write E-EtatIfu from " "

               move 4 to NbLigne
           end-if.

      * --- Ligne d'identite du client ---

       ImpressionClientIfu.
           perform EntetePageIfu.

           add 2 to NbLigne.

           move Nom of CLIENT to NomClientIfu.
           move Prenom of CLIENT to PrenomClientIfu.
           move CodeClient of CLIENT to CodeClientIfu.

           write E-EtatIfu from " ".
           write E-EtatIfu from IfuClientLigne.

      * --- Ligne de total des interets du client ---

       ImpressionTotalClientIfu.
           perform EntetePageIfu.

           add 1 to NbLigne.

           move TotalInteretClient to InteretClientAffiche.

           write E-EtatIfu from IfuTotalClient.

      **************************************************************************
      * Surveillance LCB-FT : mouvements unitaires au-dela du seuil et
      * cumuls mensuels par client au-dela du second seuil, portes sur
      * l'etat de conformite ; les cas deja signales (table
      * AlerteLcbft) ne sont pas releves une seconde fois
      **************************************************************************
       SurveillanceLcbft.
           move 0 to NbAlertesLcb.
           move 0 to EtatLcbOuvert.

           move corresponding DateSysteme to LcbEntete1.

           move NomSocieteEntete to SocieteEntete of LcbEntete1.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             into MoisLcb
           end-string.

           perform SurveillanceUnitaireLcb.
           perform SurveillanceMensuelleLcb.
           perform SurveillanceChangeLcb.

           if EtatLcbOuvert = 1
               close F-EtatLcbft
           end-if.

           string
             "Alertes LCB-FT nouvelles " delimited by size
             NbAlertesLcb delimited by size
             into DetailActivite
           end-string.

      * --- Mouvements unitaires au-dela du seuil ---

       SurveillanceUnitaireLcb.
           move 0 to Eot.

           exec sql
               declare C-LcbUnitaire cursor for
                   select Mouvement.NoMouvement,
                   Mouvement.CodeGuichet, Mouvement.NoCompte,
                   Mouvement.DateMouvement, Mouvement.Sens,
                   Mouvement.Montant, Compte.CodeClient,
                   Client.Nom, Client.Prenom,
                   coalesce(Client.Conseiller, ' ')
                   from Mouvement
                   join Compte
                   on Compte.CodeBanque = Mouvement.CodeBanque
                   and Compte.CodeGuichet = Mouvement.CodeGuichet
                   and Compte.NoCompte = Mouvement.NoCompte
                   and Compte.TypeCompte = Mouvement.TypeCompte
                   join Client
                   on Client.CodeClient = Compte.CodeClient
                   where Mouvement.Montant > :SeuilLcbUnitaire
                   and Compte.CodeSociete = :CodeSocieteCourant
                   order by Client.Conseiller, Mouvement.DateMouvement
           end-exec.

           exec sql
             open C-LcbUnitaire
           end-exec.

           perform SurveillanceUnitaireLcb-Trt until Eot = 1.

           exec sql
             close C-LcbUnitaire
           end-exec.

       SurveillanceUnitaireLcb-Trt.
           exec sql
               fetch C-LcbUnitaire
               into :Mouvement.NoMouvement,
               :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.DateMouvement, :Mouvement.SensMouvement,
               :Mouvement.Montant, :Client.CodeClient,
               :Client.Nom, :Client.Prenom, :Client.Conseiller
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementAlerteUnitaire
           end-if.

      * La cle du cas signale est le numero du mouvement lui-meme :
      * deux mouvements distincts de meme montant le meme jour sur le
      * meme compte restent deux alertes

       TraitementAlerteUnitaire.
           move "U" to TypeAlerteLcb.

           move spaces to CleAlerteLcb.
           move NoMouvement of Mouvement to CleAlerteLcb.

           perform VerifierAlerteDejaSignalee.

           if NbAlertesDejaSignalees = 0
               perform OuvrirEtatLcb

               string
                 Nom of CLIENT delimited by space
                 " " delimited by size
                 Prenom of CLIENT delimited by space
                 into NomClientLcb
               end-string

               move CodeGuichet of Mouvement to CodeGuichetLcb

               move RacineCompte of CompteComplet of Mouvement
               to NoCompteMasque

               move MasqueEtatLcbft to NiveauMasque

               perform MasquerNoCompte

               move NoCompteMasque to NoCompteLcb

               move DateMouvement of Mouvement to DateMouvementLcb
               move SensMouvement of Mouvement to SensLcb
               move Montant of Mouvement to MontantLcbAffiche
               move Conseiller of CLIENT to ConseillerLcb

               write E-EtatLcbft from LcbDetailUnitaire

               perform EnregistrerAlerteLcb
           end-if.

      * --- Cumuls mensuels par client au-dela du second seuil ---

       SurveillanceMensuelleLcb.
           move 0 to Eot.

      * Les cumuls mensuels remplacent le balayage de la table
      * Mouvement

           exec sql
               declare C-LcbMensuel cursor for
                   select Compte.CodeClient, Client.Nom, Client.Prenom,
                   coalesce(Client.Conseiller, ' '),
                   sum(CumulMensuel.TotalDebits
                   + CumulMensuel.TotalCredits)
                   from CumulMensuel
                   join Compte
                   on Compte.CodeBanque = CumulMensuel.CodeBanque
                   and Compte.CodeGuichet = CumulMensuel.CodeGuichet
                   and Compte.NoCompte = CumulMensuel.NoCompte
                   and Compte.TypeCompte = CumulMensuel.TypeCompte
                   join Client
                   on Client.CodeClient = Compte.CodeClient
                   where CumulMensuel.Mois = :MoisLcb
                   and Compte.CodeSociete = :CodeSocieteCourant
                   group by Compte.CodeClient, Client.Nom,
                   Client.Prenom, Client.Conseiller
                   having sum(CumulMensuel.TotalDebits
                   + CumulMensuel.TotalCredits) > :SeuilLcbMensuel
                   order by Client.Conseiller
           end-exec.

           exec sql
             open C-LcbMensuel
           end-exec.

           perform SurveillanceMensuelleLcb-Trt until Eot = 1.

           exec sql
             close C-LcbMensuel
           end-exec.

       SurveillanceMensuelleLcb-Trt.
           exec sql
               fetch C-LcbMensuel
               into :Client.CodeClient, :Client.Nom, :Client.Prenom,
               :Client.Conseiller, :CumulMensuelLcb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementAlerteMensuelle
           end-if.

       TraitementAlerteMensuelle.
           move "M" to TypeAlerteLcb.

           move spaces to CleAlerteLcb.
           move MoisLcb to CleAlerteLcb.

           perform VerifierAlerteDejaSignalee.

           if NbAlertesDejaSignalees = 0
               perform OuvrirEtatLcb

               string
                 Nom of CLIENT delimited by space
                 " " delimited by size
                 Prenom of CLIENT delimited by space
                 into NomClientCumulLcb
               end-string

               move MoisLcb to MoisLcbAffiche
               move CumulMensuelLcb to CumulLcbAffiche
               move Conseiller of CLIENT to ConseillerCumulLcb

               write E-EtatLcbft from LcbDetailMensuel

               perform EnregistrerAlerteLcb
           end-if.

      * --- Operations de change manuel au-dela du seuil unitaire
      * (contre-valeur en euros) ; un client de passage est designe
      * par sa piece d'identite ---

       SurveillanceChangeLcb.
           move 0 to Eot.

           exec sql
               declare C-LcbChange cursor for
                   select NoOperation, CodeGuichet, DateOperation,
                   Sens, Devise, ContreValeurEur, CodeClient,
                   NomIdentite, PieceIdentite
                   from OperationChange
                   where ContreValeurEur > :SeuilLcbUnitaire
                   and CodeSociete = :CodeSocieteCourant
                   order by DateOperation
           end-exec.

           exec sql
             open C-LcbChange
           end-exec.

           perform SurveillanceChangeLcb-Trt until Eot = 1.

           exec sql
             close C-LcbChange
           end-exec.

       SurveillanceChangeLcb-Trt.
           exec sql
               fetch C-LcbChange
               into :OperationChange.NoOperationChange,
               :OperationChange.CodeGuichetChange,
               :OperationChange.DateOperationChange,
               :OperationChange.SensChange,
               :OperationChange.DeviseChange,
               :OperationChange.ContreValeurEurChange,
               :OperationChange.CodeClientChange,
               :OperationChange.NomIdentiteChange,
               :OperationChange.PieceIdentiteChange
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementAlerteChange
           end-if.

       TraitementAlerteChange.
           move "C" to TypeAlerteLcb.

           move spaces to CleAlerteLcb.
           move NoOperationChange to CleAlerteLcb.

           move spaces to CodeClient of Client.
           move spaces to Conseiller of Client.

           if CodeClientChange not = space
               move CodeClientChange to CodeClient of Client

               exec sql
                   select coalesce(Conseiller, ' ')
                   into :Client.Conseiller
                   from Client
                   where CodeClient = :Client.CodeClient
               end-exec
           else
               string
                 "PASSAGE:" delimited by size
                 PieceIdentiteChange delimited by size
                 into CodeClient of Client
               end-string
           end-if.

           perform VerifierAlerteDejaSignalee.

           if NbAlertesDejaSignalees = 0
               perform OuvrirEtatLcb

               move NomIdentiteChange to NomClientChangeLcb
               move CodeGuichetChange to CodeGuichetChangeLcb
               move DeviseChange to DeviseChangeLcb
               move DateOperationChange to DateChangeLcb
               move SensChange to SensChangeLcb
               move ContreValeurEurChange to MontantChangeLcbAffiche
               move Conseiller of CLIENT to ConseillerChangeLcb

               write E-EtatLcbft from LcbDetailChange

               perform EnregistrerAlerteLcb
           end-if.

      * --- Le cas a-t-il deja ete signale ? ---

       VerifierAlerteDejaSignalee.
           move 0 to NbAlertesDejaSignalees.

           exec sql
               select count(*)
               into :NbAlertesDejaSignalees
               from AlerteLcbft
               where TypeAlerte = :TypeAlerteLcb
               and CodeClient = :Client.CodeClient
               and CleAlerte = :CleAlerteLcb
           end-exec.

      * --- Memorisation du cas signale ---

       EnregistrerAlerteLcb.
           add 1 to NbAlertesLcb.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateAuditTexte
           end-string.

           exec sql
               select coalesce(max(NoAlerte), 0) + 1
               into :AlerteLcb.NoAlerteLcb
               from AlerteLcbft
           end-exec.

           exec sql
               insert into AlerteLcbft
                   (NoAlerte, TypeAlerte, CodeClient, CleAlerte,
                    DateAlerte, Statut)
               values
                   (:AlerteLcb.NoAlerteLcb, :TypeAlerteLcb,
                    :Client.CodeClient, :CleAlerteLcb,
                    :DateAuditTexte, 'O')
           end-exec.

           if sqlcode not = 0
               move "Enregistrement alerte LCB-FT" to LibelleErreurSql
               move CleAlerteLcb to CleErreurSql
               perform JournaliserErreurSql
           end-if.

       OuvrirEtatLcb.
           if EtatLcbOuvert = 0
               open output F-EtatLcbft

               move 1 to EtatLcbOuvert

               write E-EtatLcbft from LcbEntete1
               write E-EtatLcbft from LcbEntete2
               write E-EtatLcbft from " "
           end-if.

      **************************************************************************
      * Traitement des alertes LCB-FT par la conformite (menu
      * complementaire) : file des alertes ouvertes, la plus risquee
      * et la plus ancienne en tete ; commentaire, demande de
      * documents, classement justifie ou declaration de soupcon
      **************************************************************************
       GestionAlertesLcb.
           move 1 to NoAlerteLcbSaisi.

           perform GestionAlertesLcb-Trt until NoAlerteLcbSaisi = 0.

       GestionAlertesLcb-Trt.
           display M-AlertesLcb.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateCivileTravail
           end-string.

           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

           move 0 to EotLcb.
           move 6 to NoLigneEcran.

           exec sql
               declare C-FileAlertesLcb cursor for
                   select AlerteLcbft.NoAlerte, AlerteLcbft.TypeAlerte,
                   AlerteLcbft.CleAlerte, AlerteLcbft.DateAlerte,
                   AlerteLcbft.Statut,
                   coalesce(Client.Nom, AlerteLcbft.CodeClient),
                   coalesce(Client.Prenom, ' '),
                   coalesce(Client.NiveauRisque, ' ')
                   from AlerteLcbft
                   left join Client
                   on Client.CodeClient = AlerteLcbft.CodeClient
                   where AlerteLcbft.Statut in ('O', 'D')
                   order by case Client.NiveauRisque
                   when 'E' then 1 when 'M' then 2 else 3 end,
                   AlerteLcbft.DateAlerte, AlerteLcbft.NoAlerte
           end-exec.

           exec sql
             open C-FileAlertesLcb
           end-exec.

           perform AfficherAlerteLcb
               until EotLcb = 1 or NoLigneEcran = 19.

           exec sql
             close C-FileAlertesLcb
           end-exec.

           move 0 to NoAlerteLcbSaisi.

           accept NoAlerteLcbSaisi line 21 col 37.

           if NoAlerteLcbSaisi > 0
               perform TraiterAlerteLcb

               display M-AlerteLcb-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherAlerteLcb.
           exec sql
               fetch C-FileAlertesLcb
               into :AlerteLcb.NoAlerteLcb,
               :AlerteLcb.TypeAlerteRevueLcb,
               :AlerteLcb.CleAlerteRevueLcb,
               :AlerteLcb.DateAlerteLcb,
               :AlerteLcb.StatutAlerteLcb,
               :Client.Nom, :Client.Prenom, :Client.NiveauRisque
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotLcb
           else
               perform PreparerLigneAlerteLcb

               add 1 to NoLigneEcran

               display LigneAlerteLcb
           end-if.

      * --- Nom affiche et anciennete de l'alerte en jours ---

       PreparerLigneAlerteLcb.
           move spaces to NomClientRevueLcb.

           string
             Nom of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by space
             into NomClientRevueLcb
           end-string.

           move DateAlerteLcb to DateCivileTravail.
           perform CalculerNumeroJourCivil.

           if NumeroJourCivil > JourCivilFin
               move 0 to AgeAlerteLcb
           else
               compute AgeAlerteLcb = JourCivilFin - NumeroJourCivil
           end-if.

       TraiterAlerteLcb.
           move spaces to MessageLcb.
           move NoAlerteLcbSaisi to NoAlerteLcb.

           exec sql
               select AlerteLcbft.TypeAlerte, AlerteLcbft.CleAlerte,
               AlerteLcbft.CodeClient, AlerteLcbft.DateAlerte,
               AlerteLcbft.Statut,
               coalesce(Client.Nom, AlerteLcbft.CodeClient),
               coalesce(Client.Prenom, ' '),
               coalesce(Client.NiveauRisque, ' ')
               into :AlerteLcb.TypeAlerteRevueLcb,
               :AlerteLcb.CleAlerteRevueLcb,
               :AlerteLcb.CodeClientAlerteLcb,
               :AlerteLcb.DateAlerteLcb,
               :AlerteLcb.StatutAlerteLcb,
               :Client.Nom, :Client.Prenom, :Client.NiveauRisque
               from AlerteLcbft
               left join Client
               on Client.CodeClient = AlerteLcbft.CodeClient
               where AlerteLcbft.NoAlerte = :AlerteLcb.NoAlerteLcb
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Alerte introuvable" to MessageLcb
               when StatutAlerteLcb not = "O"
               and StatutAlerteLcb not = "D"
                   move "Alerte deja classee ou declaree" to MessageLcb
           end-evaluate.

           if MessageLcb = space
               perform PreparerLigneAlerteLcb

               display M-AlerteLcb-Detail

               perform AfficherSuivisAlerteLcb

               move space to ActionLcbSaisie
               move spaces to TexteLcbSaisi

               accept ActionLcbSaisie line 18 col 56
               accept TexteLcbSaisi line 19 col 10

               inspect ActionLcbSaisie converting "cdfs" to "CDFS"

               evaluate true
                   when ActionLcbSaisie = space
                       move "Alerte inchangee" to MessageLcb
                   when ActionLcbSaisie not = "C"
                   and ActionLcbSaisie not = "D"
                   and ActionLcbSaisie not = "F"
                   and ActionLcbSaisie not = "S"
                       move "Action C, D, F ou S attendue" to MessageLcb
                   when TexteLcbSaisi = space
                       move "Le texte (justification) est obligatoire"
                       to MessageLcb
                   when other
                       perform EnregistrerActionLcb
               end-evaluate
           end-if.

      * --- Les six derniers suivis de l'alerte ---

       AfficherSuivisAlerteLcb.
           move 0 to EotLcb.
           move 11 to NoLigneEcran.

           exec sql
               declare C-SuivisLcb cursor for
                   select top 6 DateSuivi, Operateur, Action, Texte
                   from SuiviAlerteLcbft
                   where NoAlerte = :AlerteLcb.NoAlerteLcb
                   order by NoSuivi desc
           end-exec.

           exec sql
             open C-SuivisLcb
           end-exec.

           perform AfficherSuiviLcb until EotLcb = 1.

           exec sql
             close C-SuivisLcb
           end-exec.

       AfficherSuiviLcb.
           exec sql
               fetch C-SuivisLcb
               into :SuiviAlerteLcb.DateSuiviLcb,
               :SuiviAlerteLcb.OperateurSuiviLcb,
               :SuiviAlerteLcb.ActionSuiviLcb,
               :SuiviAlerteLcb.TexteSuiviLcb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotLcb
           else
               add 1 to NoLigneEcran

               display LigneSuiviLcb
           end-if.

      * --- Toute action est gardee au suivi ; D, F et S changent le
      * statut de l'alerte ---

       EnregistrerActionLcb.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSuiviLcb
           end-string.

           move NoAlerteLcb to NoAlerteSuiviLcb.
           move CodeOperateurCourant to OperateurSuiviLcb.
           move ActionLcbSaisie to ActionSuiviLcb.
           move TexteLcbSaisi to TexteSuiviLcb.

           exec sql
               select coalesce(max(NoSuivi), 0) + 1
               into :SuiviAlerteLcb.NoSuiviLcb
               from SuiviAlerteLcbft
               where NoAlerte = :SuiviAlerteLcb.NoAlerteSuiviLcb
           end-exec.

           exec sql
               insert into SuiviAlerteLcbft
               (NoAlerte, NoSuivi, DateSuivi, Operateur, Action, Texte)
               values
               (:SuiviAlerteLcb.NoAlerteSuiviLcb,
                :SuiviAlerteLcb.NoSuiviLcb,
                :SuiviAlerteLcb.DateSuiviLcb,
                :SuiviAlerteLcb.OperateurSuiviLcb,
                :SuiviAlerteLcb.ActionSuiviLcb,
                :SuiviAlerteLcb.TexteSuiviLcb)
           end-exec.

           if sqlcode not = 0
               move "Suivi alerte LCB-FT" to LibelleErreurSql
               move NoAlerteLcb to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement du suivi" to MessageLcb
           else
               evaluate ActionLcbSaisie
                   when "C"
                       move "Commentaire ajoute a l'alerte"
                       to MessageLcb
                   when "D"
                       move "D" to StatutAlerteLcb
                       perform MajStatutAlerteLcb

                       move "Documents demandes au client"
                       to MessageLcb
                   when "F"
                       move "F" to StatutAlerteLcb
                       perform MajStatutAlerteLcb

                       move "Alerte classee, justification gardee"
                       to MessageLcb
                   when "S"
                       perform DeclarerSoupconLcb
               end-evaluate
           end-if.

       MajStatutAlerteLcb.
           move spaces to DateClotureLcb.
           move spaces to JustificationLcb.
           move spaces to OperateurClotureLcb.

           if StatutAlerteLcb = "F" or StatutAlerteLcb = "S"
               move DateSuiviLcb to DateClotureLcb
               move TexteLcbSaisi to JustificationLcb
               move CodeOperateurCourant to OperateurClotureLcb
           end-if.

           exec sql
               update AlerteLcbft
               set Statut = :AlerteLcb.StatutAlerteLcb,
               DateCloture = :AlerteLcb.DateClotureLcb,
               Justification = :AlerteLcb.JustificationLcb,
               OperateurCloture = :AlerteLcb.OperateurClotureLcb
               where NoAlerte = :AlerteLcb.NoAlerteLcb
           end-exec.

           if sqlcode not = 0
               move "Statut alerte LCB-FT" to LibelleErreurSql
               move NoAlerteLcb to CleErreurSql
               perform JournaliserErreurSql
           else
               move "AlerteLcbft" to TableAudit
               move NoAlerteLcb to CleAudit
               move spaces to AncienneValeurAudit

               string
                 StatutAlerteLcb delimited by size
                 " " delimited by size
                 TexteLcbSaisi delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      * --- Declaration de soupcon : ligne au fichier des
      * declarations, alerte close en S, client passe en risque eleve
      * (revue KYC a douze mois au plus tard) ---

       DeclarerSoupconLcb.
           move "S" to StatutAlerteLcb.
           perform MajStatutAlerteLcb.

           move NiveauRisque of CLIENT to NiveauRisqueAvantLcb.
           move spaces to NoDeclarationSoupcon.

           string
             "DS" delimited by size
             NoAlerteLcb delimited by size
             into NoDeclarationSoupcon
           end-string.

           move spaces to E-DeclarationsSoupcon.

           string
             NoDeclarationSoupcon delimited by size
             ";" delimited by size
             DateSuiviLcb delimited by size
             ";" delimited by size
             CodeClientAlerteLcb delimited by space
             ";" delimited by size
             Nom of CLIENT delimited by "  "
             ";" delimited by size
             Prenom of CLIENT delimited by "  "
             ";" delimited by size
             NiveauRisqueAvantLcb delimited by size
             ";" delimited by size
             TypeAlerteRevueLcb delimited by size
             ";" delimited by size
             CleAlerteRevueLcb delimited by space
             ";" delimited by size
             DateAlerteLcb delimited by size
             ";" delimited by size
             TexteLcbSaisi delimited by "  "
             ";" delimited by size
             CodeOperateurCourant delimited by space
             into E-DeclarationsSoupcon
           end-string.

           open extend F-DeclarationsSoupcon.

           if StatutFichierDeclSoupcon not = "00"
               open output F-DeclarationsSoupcon
           end-if.

           write E-DeclarationsSoupcon.

           close F-DeclarationsSoupcon.

           move CodeClientAlerteLcb to CodeClient of CLIENT.

           exec sql
               select coalesce(DateRevueKyc, ' ')
               into :Client.DateRevueKyc
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           move DateRevueKyc of CLIENT to DateRevueKycAvantLcb.

           move "E" to NiveauRisque of CLIENT.
           perform CalculerDateRevueKyc.

      * Une revue deja prevue plus tot est conservee

           if DateRevueKycAvantLcb not = space
           and DateRevueKycAvantLcb < DateRevueKyc of CLIENT
               move DateRevueKycAvantLcb to DateRevueKyc of CLIENT
           end-if.

           exec sql
               update Client
               set NiveauRisque = 'E',
               DateRevueKyc = :Client.DateRevueKyc
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Risque client (soupcon)" to LibelleErreurSql
               move CodeClientAlerteLcb to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Client" to TableAudit
               move CodeClientAlerteLcb to CleAudit
               move NiveauRisqueAvantLcb to AncienneValeurAudit

               string
                 "E (declaration " delimited by size
                 NoDeclarationSoupcon delimited by size
                 ")" delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

           string
             "Declaration " delimited by size
             NoDeclarationSoupcon delimited by size
             " emise, client en risque eleve" delimited by size
             into MessageLcb
           end-string.

      **************************************************************************
      * Bilan mensuel des alertes LCB-FT (etape de la chaine de fin de
      * mois) : alertes du mois, alertes classees ou declarees dans le
      * mois avec leur delai de traitement, stock restant a traiter
      * par anciennete
      **************************************************************************
       BilanAlertesLcbft.
           move 0 to NbAlertesCreeesLcb.
           move 0 to NbAlertesUnitairesLcb.
           move 0 to NbAlertesMensuellesLcb.
           move 0 to NbAlertesClassees.
           move 0 to NbDeclarationsSoupcon.
           move 0 to NbAlertesTraitees.
           move 0 to NbTraiteesSous30j.
           move 0 to CumulDelaisLcb.
           move 0 to DelaiMaxLcb.
           move 0 to DelaiMoyenLcb.
           move 0 to NbAlertesEnCoursLcb.
           move 0 to NbEnCoursPlus30j.
           move 0 to NbEnCoursPlus90j.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             "01" delimited by size
             into DebutMoisBilanLcb
           end-string.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             "31" delimited by size
             into FinMoisBilanLcb
           end-string.

           exec sql
               select count(*),
               coalesce(sum(case when TypeAlerte = 'U' then 1 else 0
               end), 0),
               coalesce(sum(case when TypeAlerte = 'M' then 1 else 0
               end), 0)
               into :NbAlertesCreeesLcb, :NbAlertesUnitairesLcb,
               :NbAlertesMensuellesLcb
               from AlerteLcbft
               where DateAlerte between :DebutMoisBilanLcb
               and :FinMoisBilanLcb
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

      * Alertes traitees dans le mois : delai de l'alerte a sa cloture

           move 0 to EotLcb.

           exec sql
               declare C-BilanTraitees cursor for
                   select NoAlerte, DateAlerte, Statut, DateCloture
                   from AlerteLcbft
                   where Statut in ('F', 'S')
                   and DateCloture between :DebutMoisBilanLcb
                   and :FinMoisBilanLcb
           end-exec.

           exec sql
             open C-BilanTraitees
           end-exec.

           perform BilanAlertesTraitees until EotLcb = 1.

           exec sql
             close C-BilanTraitees
           end-exec.

           if NbAlertesTraitees > 0
               compute DelaiMoyenLcb rounded =
                   CumulDelaisLcb / NbAlertesTraitees
           end-if.

      * Stock restant a traiter en fin de mois

           move 0 to EotLcb.

           exec sql
               declare C-BilanEnCours cursor for
                   select NoAlerte, DateAlerte, Statut
                   from AlerteLcbft
                   where Statut in ('O', 'D')
           end-exec.

           exec sql
             open C-BilanEnCours
           end-exec.

           perform BilanAlertesEnCours until EotLcb = 1.

           exec sql
             close C-BilanEnCours
           end-exec.

           perform EditerBilanLcbft.

       BilanAlertesTraitees.
           exec sql
               fetch C-BilanTraitees
               into :AlerteLcb.NoAlerteLcb, :AlerteLcb.DateAlerteLcb,
               :AlerteLcb.StatutAlerteLcb, :AlerteLcb.DateClotureLcb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotLcb
           else
               move DateClotureLcb to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to AgeAlerteLcb

               move DateAlerteLcb to DateCivileTravail
               perform CalculerNumeroJourCivil

               if NumeroJourCivil > AgeAlerteLcb
                   move 0 to AgeAlerteLcb
               else
                   subtract NumeroJourCivil from AgeAlerteLcb
               end-if

               add 1 to NbAlertesTraitees
               add AgeAlerteLcb to CumulDelaisLcb

               if AgeAlerteLcb < 30
                   add 1 to NbTraiteesSous30j
               end-if

               if AgeAlerteLcb > DelaiMaxLcb
                   move AgeAlerteLcb to DelaiMaxLcb
               end-if

               if StatutAlerteLcb = "S"
                   add 1 to NbDeclarationsSoupcon
               else
                   add 1 to NbAlertesClassees
               end-if
           end-if.

       BilanAlertesEnCours.
           exec sql
               fetch C-BilanEnCours
               into :AlerteLcb.NoAlerteLcb, :AlerteLcb.DateAlerteLcb,
               :AlerteLcb.StatutAlerteLcb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotLcb
           else
               move DateAlerteLcb to DateCivileTravail
               perform CalculerNumeroJourCivil

               if NumeroJourCivil > JourCivilFin
                   move 0 to AgeAlerteLcb
               else
                   compute AgeAlerteLcb = JourCivilFin - NumeroJourCivil
               end-if

               add 1 to NbAlertesEnCoursLcb

               if AgeAlerteLcb > 30
                   add 1 to NbEnCoursPlus30j
               end-if

               if AgeAlerteLcb > 90
                   add 1 to NbEnCoursPlus90j
               end-if
           end-if.

       EditerBilanLcbft.
           open output F-BilanLcbft.

           move corresponding DateSysteme to BilanLcbEntete1.

           move NomSocieteEntete to SocieteEntete of BilanLcbEntete1.

           write E-BilanLcbft from BilanLcbEntete1.
           write E-BilanLcbft from LcbEntete2.
           write E-BilanLcbft from " ".

           move spaces to BilanLcbLigne.
           move "Alertes emises dans le mois ..................... :"
           to LibelleBilanLcb.
           move NbAlertesCreeesLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont mouvements unitaires ..................... :"
           to LibelleBilanLcb.
           move NbAlertesUnitairesLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont cumuls mensuels .......................... :"
           to LibelleBilanLcb.
           move NbAlertesMensuellesLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           write E-BilanLcbft from " ".

           move spaces to BilanLcbLigne.
           move "Alertes traitees dans le mois ................... :"
           to LibelleBilanLcb.
           move NbAlertesTraitees to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont classees avec justification .............. :"
           to LibelleBilanLcb.
           move NbAlertesClassees to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont declarations de soupcon .................. :"
           to LibelleBilanLcb.
           move NbDeclarationsSoupcon to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  traitees en moins de 30 jours ................. :"
           to LibelleBilanLcb.
           move NbTraiteesSous30j to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "Delai moyen de traitement (jours) ............... :"
           to LibelleBilanLcb.
           move DelaiMoyenLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "Delai maximal de traitement (jours) ............. :"
           to LibelleBilanLcb.
           move DelaiMaxLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           write E-BilanLcbft from " ".

           move spaces to BilanLcbLigne.
           move "Alertes restant a traiter en fin de mois ........ :"
           to LibelleBilanLcb.
           move NbAlertesEnCoursLcb to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont ouvertes depuis plus de 30 jours ......... :"
           to LibelleBilanLcb.
           move NbEnCoursPlus30j to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           move spaces to BilanLcbLigne.
           move "  dont ouvertes depuis plus de 90 jours ......... :"
           to LibelleBilanLcb.
           move NbEnCoursPlus90j to ValeurBilanLcb.
           write E-BilanLcbft from BilanLcbLigne.

           close F-BilanLcbft.

           move "BilanLcbft" to NomEdition.
           move "BilanAlertesLcbft" to EtapeProductrice.

           move "C:\Users\dugs\Documents\BilanLcbft.txt"
           to CheminEdition.

           move 13 to NbLignesEdition.

           perform EnregistrerEdition.

      **************************************************************************
      * Photo journaliere des soldes : une ligne datee par compte dans
      * SoldeJournalier en fin de chaine de nuit, pour garder la trace
      * de ce qu'etait chaque solde la veille
      **************************************************************************
       SnapshotSoldeJournalier.
           perform SnapshotSoldeJournalier-Init.
           perform SnapshotSoldeJournalier-Trt until Eot = 1.
           perform SnapshotSoldeJournalier-Fin.

       SnapshotSoldeJournalier-Init.
           move 0 to Eot.
           move 0 to NbComptesPhotographies.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSoldeJournalier
           end-string.

      * Purge de la photo du jour : une relance de la chaine le meme
      * soir remplace la photo au lieu de la doubler

           exec sql
               delete from SoldeJournalier
               where DateSolde = :DateSoldeJournalier
               and exists
               (select 1 from Banque
                where Banque.CodeBanque = SoldeJournalier.CodeBanque
                and Banque.CodeSociete = :CodeSocieteCourant)
           end-exec.

           exec sql
               declare C-SnapshotSolde cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit
                   from Compte
                   where CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-SnapshotSolde
           end-exec.

       SnapshotSoldeJournalier-Trt.
           exec sql
               fetch C-SnapshotSolde
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementSnapshotCompte
           end-if.

       SnapshotSoldeJournalier-Fin.
           exec sql
             close C-SnapshotSolde
           end-exec.

      * --- Photo d'un compte ---

       TraitementSnapshotCompte.
           exec sql
               insert into SoldeJournalier
               (DateSolde, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Debit, Credit)
               values
               (:DateSoldeJournalier, :Compte.CodeBanque,
                :Compte.CodeGuichet,
                :Compte.CompteComplet.RacineCompte,
                :Compte.CompteComplet.TypeCompte,
                :Compte.Debit, :Compte.Credit)
           end-exec.

           if sqlcode not = 0
               move "Photo journaliere des soldes" to LibelleErreurSql

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           else
               add 1 to NbComptesPhotographies
           end-if.

      **************************************************************************
      * Position matinale par banque : solde total du jour compare a
      * la photo precedente, pour repondre a "qu'est-ce qui a bouge
      * cette nuit" sans requete manuelle
      **************************************************************************
       PositionMatinale.
           perform PositionMatinale-Init.
           perform PositionMatinale-Trt until Eot = 1.
           perform PositionMatinale-Fin.

       PositionMatinale-Init.
           move 0 to Eot.
           move 0 to NoPage.

           add 1 to MaxLigneEtat giving NbLigne.

      * La date de la photo du jour est reconstruite ici : en reprise,
      * l'etape de photo deja OK est sautee et n'a pas alimente
      * DateSoldeJournalier dans cette session

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSoldeJournalier
           end-string.

           move corresponding DateSysteme to PositionEntete1.

           move NomSocieteEntete to SocieteEntete of PositionEntete1.

      * Date de la photo precedente (la derniere anterieure a celle du
      * jour) ; a blanc s'il n'y a pas encore d'historique

           move spaces to DateVeilleSolde.

           exec sql
               select coalesce(max(DateSolde), ' ')
               into :DateVeilleSolde
               from SoldeJournalier
               where DateSolde < :DateSoldeJournalier
           end-exec.

           exec sql
               declare C-PositionMatinale cursor for
                   select SoldeJournalier.CodeBanque, Banque.NomBanque,
                   sum(SoldeJournalier.Debit),
                   sum(SoldeJournalier.Credit)
                   from SoldeJournalier join Banque
                   on Banque.CodeBanque = SoldeJournalier.CodeBanque
                   where DateSolde = :DateSoldeJournalier
                   and Banque.CodeSociete = :CodeSocieteCourant
                   group by SoldeJournalier.CodeBanque, Banque.NomBanque
                   order by SoldeJournalier.CodeBanque
           end-exec.

           exec sql
             open C-PositionMatinale
           end-exec.

       PositionMatinale-Trt.
           exec sql
               fetch C-PositionMatinale
               into :Compte.CodeBanque, :Banque.NomBanque,
               :TotalDebitJour, :TotalCreditJour
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementPositionBanque
           end-if.

       PositionMatinale-Fin.
           exec sql
             close C-PositionMatinale
           end-exec.

           if NoPage > 0 then
               move NoPage to NPage of PositionDernierBasPage

               write E-PositionMatinale from PositionDernierBasPage

               close F-PositionMatinale

               move "PositionMatinale" to NomEdition
               move "PositionMatinale" to EtapeProductrice

               move "C:\Users\dugs\Documents\PositionMatinale.txt"
               to CheminEdition

               move 0 to NbLignesEdition

               perform EnregistrerEdition
           end-if.

      * --- Ligne de position d'une banque : solde du jour, solde de
      * la veille et variation ---

       TraitementPositionBanque.
           move 0 to TotalDebitVeille.
           move 0 to TotalCreditVeille.

           if DateVeilleSolde not = space
               exec sql
                   select coalesce(sum(Debit), 0),
                   coalesce(sum(Credit), 0)
                   into :TotalDebitVeille, :TotalCreditVeille
                   from SoldeJournalier
                   where DateSolde = :DateVeilleSolde
                   and CodeBanque = :Compte.CodeBanque
               end-exec
           end-if.

           compute SoldeBanqueJour = TotalDebitJour - TotalCreditJour.

           compute SoldeBanqueVeille =
           TotalDebitVeille - TotalCreditVeille.

           compute VariationBanque =
           SoldeBanqueJour - SoldeBanqueVeille.

           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   open output F-PositionMatinale
               else
                   move NoPage to NPage of PositionBasPage

                   write E-PositionMatinale from PositionBasPage
               end-if

               add 1 to NoPage

               write E-PositionMatinale from PositionEntete1
               write E-PositionMatinale from PositionEntete2
               write E-PositionMatinale from PositionEntete4
               write E-PositionMatinale from PositionEntete6
               write E-PositionMatinale from PositionEntete4

               move 5 to NbLigne
           end-if.

           add 1 to NbLigne.

           move NomBanque of Banque to NomBanque of PositionDetail.
           move SoldeBanqueJour to SoldeJourAffiche of PositionDetail.

           move SoldeBanqueVeille
           to SoldeVeilleAffiche of PositionDetail.

           move VariationBanque to VariationAffiche of PositionDetail.

           write E-PositionMatinale from PositionDetail.

      **************************************************************************
      * Prevision de tresorerie : position de depart de la photo du
      * jour par banque et devise, flux connus ventiles sur les 30
      * prochains jours ouvres (un flux tombant un jour non ouvre passe
      * au jour ouvre suivant), position prevue jour par jour
      * conservee, puis confrontation des previsions du mois ecoule
      * aux soldes constates
      **************************************************************************
       PrevisionTresorerie.
           move 0 to NbLignesPrevision.
           move 0 to NbPairesPrevision.

           initialize TablePrevision.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateCalculPrev
           end-string.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSoldeJournalier
           end-string.

           perform CalculerJoursPrevision.

           perform ChargerPositionsDepart.

           perform PrevoirVirementsPermanents.
           perform PrevoirEcheancesPrets.
           perform PrevoirEcheancesDat.
           perform PrevoirRemisesCheques.
           perform PrevoirPrelevementsMandats.

           open output F-PrevisionTresorerie.

           move corresponding DateSysteme to PrevEntete1.

           move NomSocieteEntete to SocieteEntete of PrevEntete1.

           write E-PrevisionTresorerie from PrevEntete1.
           write E-PrevisionTresorerie from AmortissementEntete2.

      * Une relance du jour remplace la prevision deja conservee

           exec sql
               delete from PrevisionTresorerie
               where DateCalcul = :LignePrevision.DateCalculPrev
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           perform EditerPairePrevision
             varying IdxPairePrev from 1 by 1
             until IdxPairePrev > NbPairesPrevision.

           perform ControlerPrevisionsPassees.

           close F-PrevisionTresorerie.

           move "PrevisionTresorerie" to NomEdition.
           move "PrevisionTresorerie" to EtapeProductrice.

           move "C:\Users\dugs\Documents\PrevisionTresorerie.txt"
           to CheminEdition.

           move NbLignesPrevision to NbLignesEdition.

           perform EnregistrerEdition.

      * --- Les 30 prochains jours ouvres du calendrier ---

       CalculerJoursPrevision.
           move DateCalculPrev to DateBaseCalcul.

           perform CalculerUnJourPrevision
             varying IdxJourPrev from 1 by 1
             until IdxJourPrev > NbJoursPrevision.

       CalculerUnJourPrevision.
           move 1 to NbJoursAvance.

           perform CalculerDateAvanceeOuvres.

           move DateAvanceeJours to JourPrevision(IdxJourPrev).
           move DateAvanceeJours to DateBaseCalcul.

      * --- Positions de depart : photo du jour, par banque et devise

       ChargerPositionsDepart.
           move 0 to EotPrev.

           exec sql
               declare C-PositionsDepart cursor for
                   select SoldeJournalier.CodeBanque, Compte.Devise,
                   sum(SoldeJournalier.Debit - SoldeJournalier.Credit)
                   from SoldeJournalier
                   join Compte
                   on Compte.CodeBanque = SoldeJournalier.CodeBanque
                   and Compte.CodeGuichet = SoldeJournalier.CodeGuichet
                   and Compte.NoCompte = SoldeJournalier.NoCompte
                   and Compte.TypeCompte = SoldeJournalier.TypeCompte
                   where SoldeJournalier.DateSolde =
                   :DateSoldeJournalier
                   and Compte.CodeSociete = :CodeSocieteCourant
                   group by SoldeJournalier.CodeBanque, Compte.Devise
                   order by SoldeJournalier.CodeBanque, Compte.Devise
           end-exec.

           exec sql
             open C-PositionsDepart
           end-exec.

           perform ChargerUnePositionDepart until EotPrev = 1.

           exec sql
             close C-PositionsDepart
           end-exec.

       ChargerUnePositionDepart.
           exec sql
               fetch C-PositionsDepart
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :MontantFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               perform TrouverPairePrevision

               if IdxPairePrev > 0
                   move MontantFluxPrev
                   to PositionDepartPrev(IdxPairePrev)
               end-if
           end-if.

      * --- Ligne banque/devise du flux, creee au besoin (0 si la
      * table est pleine) ---

       TrouverPairePrevision.
           move 1 to IdxPairePrev.

           perform ChercherPairePrevision
             until IdxPairePrev > NbPairesPrevision
             or (CodeBanquePrev(IdxPairePrev) = CodeBanqueFluxPrev
             and DevisePrev(IdxPairePrev) = DeviseFluxPrev).

           if IdxPairePrev > NbPairesPrevision
               if NbPairesPrevision < MaxPairesPrevision
                   add 1 to NbPairesPrevision
                   move NbPairesPrevision to IdxPairePrev
                   move CodeBanqueFluxPrev
                   to CodeBanquePrev(IdxPairePrev)
                   move DeviseFluxPrev to DevisePrev(IdxPairePrev)
                   move 0 to PositionDepartPrev(IdxPairePrev)
               else
                   move 0 to IdxPairePrev
               end-if
           end-if.

       ChercherPairePrevision.
           add 1 to IdxPairePrev.

      * --- Jour ouvre de la prevision qui porte le flux date
      * DateFluxPrev (0 hors horizon) ---

       TrouverJourPrevision.
           move 0 to IdxJourPrev.

           if DateFluxPrev > DateCalculPrev
           and DateFluxPrev <= JourPrevision(NbJoursPrevision)
               move 1 to IdxJourPrev

               perform ChercherJourPrevision
                 until JourPrevision(IdxJourPrev) >= DateFluxPrev
           end-if.

       ChercherJourPrevision.
           add 1 to IdxJourPrev.

      * --- Un flux (MontantFluxPrev signe, positif en entree) porte
      * sur sa banque, sa devise et son jour ouvre ---

       AjouterFluxPrevision.
           perform TrouverJourPrevision.

           if IdxJourPrev > 0
               perform TrouverPairePrevision

               if IdxPairePrev > 0
                   if MontantFluxPrev > 0
                       add MontantFluxPrev
                       to EntreesPrev(IdxPairePrev, IdxJourPrev)
                   else
                       subtract MontantFluxPrev
                       from SortiesPrev(IdxPairePrev, IdxJourPrev)
                   end-if
               end-if
           end-if.

      * --- Echeance mensuelle au jour JourMoisFluxPrev du mois
      * IdxMoisPrev de l'horizon (ramene au dernier jour d'un mois
      * plus court) ---

       CalculerEcheanceMensuelle.
           string
             JourPrevision(1)(1:6) delimited by size
             JourMoisFluxPrev delimited by size
             into DateBaseCalcul
           end-string.

           compute NbMoisAvance = IdxMoisPrev - 1.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateFluxPrev.

      * --- Virements permanents : sortie sur le compte emetteur,
      * entree sur le compte beneficiaire quand il est tenu ici ---

       PrevoirVirementsPermanents.
           move 0 to EotPrev.

           exec sql
               declare C-PrevVirPerm cursor for
                   select v.CodeBanqueSource, s.Devise,
                   v.CodeBanqueDest, coalesce(d.Devise, ' '),
                   v.Montant, v.JourMois, v.DateDebut,
                   coalesce(v.DateFin, ' ')
                   from VirementPermanent v
                   join Compte s
                   on s.CodeBanque = v.CodeBanqueSource
                   and s.CodeGuichet = v.CodeGuichetSource
                   and s.NoCompte = v.NoCompteSource
                   and s.TypeCompte = v.TypeCompteSource
                   left join Compte d
                   on d.CodeBanque = v.CodeBanqueDest
                   and d.CodeGuichet = v.CodeGuichetDest
                   and d.NoCompte = v.NoCompteDest
                   and d.TypeCompte = v.TypeCompteDest
                   where v.StatutOrdre = 'A'
                   and v.CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-PrevVirPerm
           end-exec.

           perform PrevoirUnVirementPermanent until EotPrev = 1.

           exec sql
             close C-PrevVirPerm
           end-exec.

       PrevoirUnVirementPermanent.
           exec sql
               fetch C-PrevVirPerm
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :CodeBanqueDestPrev, :DeviseDestPrev,
               :MontantFluxPrev, :JourMoisFluxPrev,
               :DateDebutFluxPrev, :DateFinFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               perform PrevoirMoisVirementPermanent
                 varying IdxMoisPrev from 1 by 1
                 until IdxMoisPrev > 3
           end-if.

       PrevoirMoisVirementPermanent.
           perform CalculerEcheanceMensuelle.

           if DateFluxPrev >= DateDebutFluxPrev
           and (DateFinFluxPrev = space
           or DateFluxPrev <= DateFinFluxPrev)
               compute MontantFluxPrev = 0 - MontantFluxPrev

               perform AjouterFluxPrevision

               compute MontantFluxPrev = 0 - MontantFluxPrev

               if DeviseDestPrev not = space
                   perform EchangerPaireVirementPermanent

                   perform AjouterFluxPrevision

                   perform EchangerPaireVirementPermanent
               end-if
           end-if.

      * La ligne beneficiaire prend la place de l'emettrice le temps
      * de porter l'entree, puis l'emettrice revient

       EchangerPaireVirementPermanent.
           move CodeBanqueFluxPrev to DateEcheanceFluxPrev(1:5).
           move CodeBanqueDestPrev to CodeBanqueFluxPrev.
           move DateEcheanceFluxPrev(1:5) to CodeBanqueDestPrev.

           move DeviseFluxPrev to DateEcheanceFluxPrev(1:3).
           move DeviseDestPrev to DeviseFluxPrev.
           move DateEcheanceFluxPrev(1:3) to DeviseDestPrev.

      * --- Mensualites des prets (assurance comprise) : sortie sur
      * le compte de remboursement a chaque echeance de l'horizon ---

       PrevoirEcheancesPrets.
           move 0 to EotPrev.

           exec sql
               declare C-PrevPrets cursor for
                   select p.CodeBanque, c.Devise,
                   p.Mensualite + coalesce(p.AssuranceMensuelle, 0),
                   p.DateProchaineEcheance
                   from Pret p
                   join Compte c
                   on c.CodeBanque = p.CodeBanque
                   and c.CodeGuichet = p.CodeGuichet
                   and c.NoCompte = p.NoCompte
                   and c.TypeCompte = p.TypeCompte
                   where p.Statut = 'A'
                   and p.CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-PrevPrets
           end-exec.

           perform PrevoirUnPret until EotPrev = 1.

           exec sql
             close C-PrevPrets
           end-exec.

       PrevoirUnPret.
           exec sql
               fetch C-PrevPrets
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :MontantFluxPrev, :DateEcheanceFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               compute MontantFluxPrev = 0 - MontantFluxPrev

               perform PrevoirMoisPret
                 varying IdxMoisPrev from 1 by 1
                 until IdxMoisPrev > 3
           end-if.

       PrevoirMoisPret.
           move DateEcheanceFluxPrev to DateBaseCalcul.

           compute NbMoisAvance = IdxMoisPrev - 1.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateFluxPrev.

           perform AjouterFluxPrevision.

      * --- Comptes a terme echus dans l'horizon : capital et interets
      * reverses (liberation) ou interets seuls (reconduction) ---

       PrevoirEcheancesDat.
           move 0 to EotPrev.

           exec sql
               declare C-PrevDat cursor for
                   select d.CodeBanque, c.Devise, d.Montant, d.Taux,
                   d.DureeMois, d.ModeRenouvellement, d.DateEcheance
                   from ContratDat d
                   join Compte c
                   on c.CodeBanque = d.CodeBanque
                   and c.CodeGuichet = d.CodeGuichet
                   and c.NoCompte = d.NoCompte
                   and c.TypeCompte = d.TypeCompte
                   where d.Statut = 'A'
                   and d.DateEcheance >
                   :LignePrevision.DateCalculPrev
                   and c.CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-PrevDat
           end-exec.

           perform PrevoirUnDat until EotPrev = 1.

           exec sql
             close C-PrevDat
           end-exec.

       PrevoirUnDat.
           exec sql
               fetch C-PrevDat
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :MontantFluxPrev, :TauxFluxPrev, :DureeFluxPrev,
               :ModeFluxPrev, :DateFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               if ModeFluxPrev = "R"
                   compute MontantFluxPrev rounded =
                   MontantFluxPrev * TauxFluxPrev * DureeFluxPrev / 12
               else
                   compute MontantFluxPrev rounded = MontantFluxPrev
                   + MontantFluxPrev * TauxFluxPrev * DureeFluxPrev / 12
               end-if

               perform AjouterFluxPrevision
           end-if.

      * --- Remises de cheques en attente de credit ---

       PrevoirRemisesCheques.
           move 0 to EotPrev.

           exec sql
               declare C-PrevRemises cursor for
                   select r.CodeBanque, c.Devise, r.Montant,
                   r.DateCreditPrevue
                   from RemiseCheque r
                   join Compte c
                   on c.CodeBanque = r.CodeBanque
                   and c.CodeGuichet = r.CodeGuichet
                   and c.NoCompte = r.NoCompte
                   and c.TypeCompte = r.TypeCompte
                   where r.Statut = 'S'
                   and c.CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
             open C-PrevRemises
           end-exec.

           perform PrevoirUneRemise until EotPrev = 1.

           exec sql
             close C-PrevRemises
           end-exec.

       PrevoirUneRemise.
           exec sql
               fetch C-PrevRemises
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :MontantFluxPrev, :DateFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               perform AjouterFluxPrevision
           end-if.

      * --- Prelevements estimes : pour chaque compte sous mandat
      * actif, moyenne mensuelle des prelevements des trois derniers
      * mois, au jour du mois du dernier prelevement ---

       PrevoirPrelevementsMandats.
           move 0 to EotPrev.

           compute TotalMoisPrev =
           AnneeComptable * 12 + MoisComptable - 1 - 3.

           divide TotalMoisPrev by 12 giving AnneeMoisPrev
           remainder ResteMoisPrev.

           compute MoisMoisPrev = ResteMoisPrev + 1.

           string
             AnneeMoisPrev delimited by size
             MoisMoisPrev delimited by size
             JourComptable delimited by size
             into DateHistoriquePrev
           end-string.

           exec sql
               declare C-PrevPrelevements cursor for
                   select c.CodeBanque, c.Devise,
                   sum(mv.Montant) / 3, max(mv.DateMouvement)
                   from Compte c
                   join Mouvement mv
                   on mv.CodeBanque = c.CodeBanque
                   and mv.CodeGuichet = c.CodeGuichet
                   and mv.NoCompte = c.NoCompte
                   and mv.TypeCompte = c.TypeCompte
                   where mv.Nature = 'PRL'
                   and mv.DateMouvement >= :DateHistoriquePrev
                   and c.CodeSociete = :CodeSocieteCourant
                   and exists
                   (select 1 from Mandat m
                    where m.CodeBanque = c.CodeBanque
                    and m.CodeGuichet = c.CodeGuichet
                    and m.NoCompte = c.NoCompte
                    and m.TypeCompte = c.TypeCompte
                    and m.StatutMandat = 'A')
                   group by c.CodeBanque, c.CodeGuichet, c.NoCompte,
                   c.TypeCompte, c.Devise
           end-exec.

           exec sql
             open C-PrevPrelevements
           end-exec.

           perform PrevoirUnCompteMandat until EotPrev = 1.

           exec sql
             close C-PrevPrelevements
           end-exec.

       PrevoirUnCompteMandat.
           exec sql
               fetch C-PrevPrelevements
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :MontantFluxPrev, :DateEcheanceFluxPrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               move DateEcheanceFluxPrev(7:2) to JourMoisFluxPrev

               compute MontantFluxPrev = 0 - MontantFluxPrev

               perform PrevoirMoisMandat
                 varying IdxMoisPrev from 1 by 1
                 until IdxMoisPrev > 3
           end-if.

       PrevoirMoisMandat.
           perform CalculerEcheanceMensuelle.

           perform AjouterFluxPrevision.

      * --- Edition et conservation d'une banque/devise, jour par
      * jour ---

       EditerPairePrevision.
           move CodeBanquePrev(IdxPairePrev) to BanquePrevEdit.
           move DevisePrev(IdxPairePrev) to DevisePrevEdit.
           move PositionDepartPrev(IdxPairePrev) to DepartPrevEdit.

           write E-PrevisionTresorerie from " ".
           write E-PrevisionTresorerie from PrevPaireLigne.
           write E-PrevisionTresorerie from PrevEntete2.

           move CodeBanquePrev(IdxPairePrev) to CodeBanqueFluxPrev.
           move DevisePrev(IdxPairePrev) to DeviseFluxPrev.
           move PositionDepartPrev(IdxPairePrev) to PositionPrevue.

           perform EditerJourPrevision
             varying IdxJourPrev from 1 by 1
             until IdxJourPrev > NbJoursPrevision.

       EditerJourPrevision.
           move JourPrevision(IdxJourPrev) to DatePrevue.
           move EntreesPrev(IdxPairePrev, IdxJourPrev)
           to EntreesPrevues.
           move SortiesPrev(IdxPairePrev, IdxJourPrev)
           to SortiesPrevues.

           compute PositionPrevue =
           PositionPrevue + EntreesPrevues - SortiesPrevues.

           move spaces to PrevDetail.

           move DatePrevue to DatePrevEdit.
           move EntreesPrevues to EntreesPrevEdit.
           move SortiesPrevues to SortiesPrevEdit.

           compute NetPrevEdit = EntreesPrevues - SortiesPrevues.

           move PositionPrevue to PositionPrevEdit.

           write E-PrevisionTresorerie from PrevDetail.

           add 1 to NbLignesPrevision.

           exec sql
               insert into PrevisionTresorerie
               (DateCalcul, CodeBanque, Devise, DatePrevue, Entrees,
                Sorties, Position, CodeSociete)
               values
               (:LignePrevision.DateCalculPrev,
                :LignePrevision.CodeBanqueFluxPrev,
                :LignePrevision.DeviseFluxPrev,
                :LignePrevision.DatePrevue,
                :LignePrevision.EntreesPrevues,
                :LignePrevision.SortiesPrevues,
                :LignePrevision.PositionPrevue,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Prevision de tresorerie" to LibelleErreurSql
               move DatePrevue to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Prevision contre realise : pour chaque jour du mois ecoule,
      * la position prevue par le calcul le plus recent anterieur a ce
      * jour, face a la position constatee par la photo du jour ---

       ControlerPrevisionsPassees.
           move 0 to EotPrev.
           move 0 to TotalEcartsAbsPrev.
           move 0 to NbControlesPrev.

           compute TotalMoisPrev =
           AnneeComptable * 12 + MoisComptable - 1 - 1.

           divide TotalMoisPrev by 12 giving AnneeMoisPrev
           remainder ResteMoisPrev.

           compute MoisMoisPrev = ResteMoisPrev + 1.

           string
             AnneeMoisPrev delimited by size
             MoisMoisPrev delimited by size
             JourComptable delimited by size
             into DateControlePrev
           end-string.

           write E-PrevisionTresorerie from " ".
           write E-PrevisionTresorerie from PrevControleEntete1.
           write E-PrevisionTresorerie from PrevControleEntete2.

           exec sql
               declare C-ControlePrevision cursor for
                   select p.CodeBanque, p.Devise, p.DatePrevue,
                   p.DateCalcul, p.Position,
                   (select coalesce(sum(s.Debit - s.Credit), 0)
                    from SoldeJournalier s
                    join Compte c
                    on c.CodeBanque = s.CodeBanque
                    and c.CodeGuichet = s.CodeGuichet
                    and c.NoCompte = s.NoCompte
                    and c.TypeCompte = s.TypeCompte
                    where s.DateSolde = p.DatePrevue
                    and s.CodeBanque = p.CodeBanque
                    and c.Devise = p.Devise)
                   from PrevisionTresorerie p
                   where p.CodeSociete = :CodeSocieteCourant
                   and p.DatePrevue >= :DateControlePrev
                   and p.DatePrevue <= :DateSoldeJournalier
                   and p.DateCalcul =
                   (select max(q.DateCalcul)
                    from PrevisionTresorerie q
                    where q.CodeSociete = p.CodeSociete
                    and q.CodeBanque = p.CodeBanque
                    and q.Devise = p.Devise
                    and q.DatePrevue = p.DatePrevue
                    and q.DateCalcul < p.DatePrevue)
                   and exists
                   (select 1 from SoldeJournalier t
                    where t.DateSolde = p.DatePrevue)
                   order by p.CodeBanque, p.Devise, p.DatePrevue
           end-exec.

           exec sql
             open C-ControlePrevision
           end-exec.

           perform ControlerUnePrevision until EotPrev = 1.

           exec sql
             close C-ControlePrevision
           end-exec.

           write E-PrevisionTresorerie from " ".

           if NbControlesPrev > 0
               compute EcartMoyenPrevEdit rounded =
               TotalEcartsAbsPrev / NbControlesPrev
           else
               move 0 to EcartMoyenPrevEdit
           end-if.

           move NbControlesPrev to NbControlesPrevEdit.

           write E-PrevisionTresorerie from PrevControleTotal.

       ControlerUnePrevision.
           exec sql
               fetch C-ControlePrevision
               into :LignePrevision.CodeBanqueFluxPrev,
               :LignePrevision.DeviseFluxPrev,
               :LignePrevision.DatePrevue,
               :DateEcheanceFluxPrev,
               :LignePrevision.PositionPrevue,
               :RealisePrev
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPrev
           else
               compute EcartPrev = RealisePrev - PositionPrevue

               move spaces to PrevControleDetail

               move CodeBanqueFluxPrev to BanqueControleEdit
               move DeviseFluxPrev to DeviseControleEdit
               move DatePrevue to DateControleEdit
               move DateEcheanceFluxPrev to CalculControleEdit
               move PositionPrevue to PrevueControleEdit
               move RealisePrev to RealiseControleEdit
               move EcartPrev to EcartControleEdit

               write E-PrevisionTresorerie from PrevControleDetail

               add 1 to NbControlesPrev

               if EcartPrev < 0
                   subtract EcartPrev from TotalEcartsAbsPrev
               else
                   add EcartPrev to TotalEcartsAbsPrev
               end-if
           end-if.

      **************************************************************************
      * Edition des releves en masse : un releve par client detenant
      * au moins un compte ouvert, ecrits a la suite dans le fichier
      * des releves, avec une page de controle (nombre de releves et
      * de pages) en fin de passe
      **************************************************************************
       EditionRelevesBatch.
           perform EditionRelevesBatch-Init.
           perform EditionRelevesBatch-Trt until EofRelevesBatch = 1.
           perform EditionRelevesBatch-Fin.

       EditionRelevesBatch-Init.
           move 0 to EofRelevesBatch.
           move 0 to NbRelevesProduits.
           move 0 to NbRelevesEnvoyes.
           move 0 to NbRelevesRetenus.
           move 0 to NoPage.

           move "O" to ReleveBatchActif.

      * Releves complets, sans filtre de periode

           move spaces to DateDebutReleve.
           move spaces to DateFinReleve.

      * Index des releves electroniques deposes dans l'outbox,
      * consomme par le travail d'envoi ; ouvert en extension pour ne
      * pas ecraser les depots des autres etapes (alertes, frais,
      * dormance, mobilite) - la purge technique le remet a zero

           open extend F-IndexOutbox.

           exec sql
               declare C-RelevesBatch cursor for
                   select Client.CodeClient, Client.Email,
                   Client.FormatReleve
                   from Compte join Client
                   on Client.CodeClient = Compte.CodeClient
                   where StatutCompte <> 'C'
                   and Compte.CodeSociete = :CodeSocieteCourant
                   union
                   select Client.CodeClient, Client.Email,
                   Client.FormatReleve
                   from TitulaireCompte
                   join Compte
                   on Compte.CodeBanque = TitulaireCompte.CodeBanque
                   and Compte.CodeGuichet =
                   TitulaireCompte.CodeGuichet
                   and Compte.NoCompte = TitulaireCompte.NoCompte
                   and Compte.TypeCompte = TitulaireCompte.TypeCompte
                   join Client
                   on Client.CodeClient = TitulaireCompte.CodeClient
                   where Compte.StatutCompte <> 'C'
                   and Compte.CodeSociete = :CodeSocieteCourant
                   order by CodeClient
           end-exec.

           exec sql
             open C-RelevesBatch
           end-exec.

       EditionRelevesBatch-Trt.
           move spaces to EmailReleve.
           move space to FormatReleveLu.

           exec sql
               fetch C-RelevesBatch
               into :Client.CodeClient, :EmailReleve,
               :FormatReleveLu
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofRelevesBatch
           else

      * En base ecole, pas de depot dans l'outbox : tout part papier

               if EmailReleve not = space and not EcoleActive
                   perform EditionReleveOutbox
               else
                   perform EditionRelevePapier
               end-if

      * Les clients entreprise au format C recoivent en plus le
      * releve CFONB 120, un fichier par compte dans l'outbox

               if FormatReleveLu = "C" and not EcoleActive
                   perform EditionReleveCfonb
               end-if

               add 1 to NbRelevesProduits
           end-if.

      * --- Releve electronique : fichier individuel dans l'outbox,
      * reference dans l'index, la pagination papier etant suspendue
      * le temps de ce releve ---

       EditionReleveOutbox.
           string
             "Releve-" delimited by size
             CodeClient of CLIENT delimited by space
             ".txt" delimited by size
             into NomFichierOutbox
           end-string.

           string
             CheminOutbox delimited by space
             "\" delimited by size
             NomFichierOutbox delimited by space
             into CheminReleveOutbox
           end-string.

           move "O" to ReleveVersOutbox.
           move NoPage to NoPagePapier.
           move 0 to NoPage.

           open output F-ReleveOutbox.

           perform ImpressionReleveClient.

           if NoPage > 0
               move NoPage to NPage of ReleveDernierBasPage

               write E-ReleveOutbox from ReleveDernierBasPage
           end-if.

           close F-ReleveOutbox.

           string
             CodeClient of CLIENT delimited by space
             ";" delimited by size
             EmailReleve delimited by space
             ";" delimited by size
             NomFichierOutbox delimited by space
             into E-IndexOutbox
           end-string.

           write E-IndexOutbox.

      * Le releve depose entre au registre des editions : c'est lui
      * qui porte la retention appliquee par la purge

           move NomFichierOutbox to NomEdition.
           move "EditionRelevesBatch" to EtapeProductrice.
           move CheminReleveOutbox to CheminEdition.
           move NoPage to NbLignesEdition.

           perform EnregistrerEdition.

           add 1 to NbRelevesEnvoyes.

           move NoPagePapier to NoPage.
           move "N" to ReleveVersOutbox.

      * --- Releve papier, retenu quand l'adresse du client est NPAI ---

       EditionRelevePapier.
           move CodeClient of CLIENT to CodeClientCourrier.

           perform LireAdresseNpai.

           if AdresseClientNpai
               move "RELEVE" to TypeCourrier
               move "RELEVE DE COMPTES NON EDITE" to CorpsCourrier

               perform RetenirCourrierNpai

               add 1 to NbRelevesRetenus
           else
               perform ImpressionReleveClient
           end-if.

       EditionRelevesBatch-Fin.
           exec sql
             close C-RelevesBatch
           end-exec.

           move "N" to ReleveBatchActif.

           close F-IndexOutbox.

           if NoPage > 0
               move NoPage to NPage of ReleveDernierBasPage

               write E-ReleveClient from ReleveDernierBasPage

      * Page de controle de la passe

               write E-ReleveClient from " "

               move NbRelevesProduits to NbRelevesProduitsAffiche
               write E-ReleveClient from ReleveControleLigne1

               move NoPage to NbPagesRelevesAffiche
               write E-ReleveClient from ReleveControleLigne2

               move NbRelevesEnvoyes to NbRelevesEnvoyesAffiche
               write E-ReleveClient from ReleveControleLigne3

               move NbRelevesRetenus to NbRelevesRetenusAffiche
               write E-ReleveClient from ReleveControleLigne4

               close F-ReleveClient
           end-if.

           string
             "Releves produits " delimited by size
             NbRelevesProduits delimited by size
             " - Pages " delimited by size
             NoPage delimited by size
             into DetailActivite
           end-string.

      * --- Edition du releve des comptes d'un client ---

       ImpressionReleveClient.
           perform ImpressionReleveClient-Init.
           perform ImpressionReleveClient-Trt until Eot = 1.
           perform ImpressionReleveClient-Fin.

       ImpressionReleveClient-Init.
           move 0 to Eot.

      * En edition de masse, la numerotation des pages et le fichier
      * restent ouverts d'un client a l'autre ; le NbLigne force
      * simplement un saut de page pour que chaque releve demarre sur
      * une nouvelle page

           if not ReleveEnBatch
               move 0 to NoPage
           end-if.

           add 1 to MaxLigneEtat giving NbLigne.

           move corresponding DateSysteme to ReleveEntete1.

           move NomSocieteEntete to SocieteEntete of ReleveEntete1.

      * Seul le CodeClient est garanti renseign� ici : on relit le nom,
      * le prenom et la ville pour l'en-t�te du releve

           exec sql
               select Nom, Prenom, Ville
               into :Client.Nom, :Client.Prenom, :Client.Ville
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           move Nom of CLIENT to NomClientEntete.
           move Prenom of CLIENT to PrenomClientEntete.
           move Ville of CLIENT to VilleClientEntete.

      * Le bloc adresse n'est imprime qu'en tete de la premiere page
      * du releve papier (l'envoi par l'outbox n'a pas d'enveloppe)

           move "N" to BlocReleveAEcrire.

           if not ReleveEnOutbox
               move CodeClient of CLIENT to CodeClientCourrier
               move "RELEVE" to TypeCourrier

               perform PreparerBlocAdresse

               move "O" to BlocReleveAEcrire
           end-if.

           exec sql
               declare C-ReleveClient cursor for
                   select CodeBanque, NomBanque, CodeGuichet,
                   NoCompte, TypeCompte, Debit, Credit, Iban, Bic
                   from VueCompteClient
                   where CodeClient = :Client.CodeClient
                   or exists
                   (select 1 from TitulaireCompte
                    where TitulaireCompte.CodeClient =
                    :Client.CodeClient
                    and TitulaireCompte.CodeBanque =
                    VueCompteClient.CodeBanque
                    and TitulaireCompte.CodeGuichet =
                    VueCompteClient.CodeGuichet
                    and TitulaireCompte.NoCompte =
                    VueCompteClient.NoCompte
                    and TitulaireCompte.TypeCompte =
                    VueCompteClient.TypeCompte)
                   order by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
           end-exec.

           exec sql
             open C-ReleveClient
           end-exec.

       ImpressionReleveClient-Trt.
           exec sql
               fetch C-ReleveClient
               into :LigneCourante.CodeBanque,
               :LigneCourante.NomBanque, :LigneCourante.CodeGuichet,
               :LigneCourante.RacineCompte,
               :LigneCourante.TypeCompte, :LigneCourante.Debit,
               :LigneCourante.Credit, :LigneCourante.Iban,
               :LigneCourante.Bic
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to Eot
           else
               perform TraitementReleveLigne
           end-if.

       ImpressionReleveClient-Fin.
           exec sql
             close C-ReleveClient
           end-exec.

      * En edition de masse, le dernier pied de page et la fermeture
      * sont pris en charge en fin de passe par EditionRelevesBatch

           if NoPage > 0 and not ReleveEnBatch then
               move NoPage to NPage of ReleveDernierBasPage

               write E-ReleveClient from ReleveDernierBasPage

               close F-ReleveClient
           end-if.

      * --- Calcul du solde et impression d'une ligne du releve ---

       TraitementReleveLigne.
           perform CalculSoldeLigne.

           perform EntetePageReleve.

           add 1 to NbLigne.

           move corresponding LigneCourante to ReleveDetail.

      * Nom d'agence du guichet teneur du compte

           perform RechercheNomGuichet.

           move NomGuichetCourant to NomGuichetReleve.

           move ReleveDetail to LigneReleveAEcrire.
           perform EcrireLigneReleve.

      * Detail des mouvements de la periode, sous la ligne du compte

           perform EditionMouvementsCompte.

      * --- Saut de page du releve : pied de page de la page pleine
      * (ou ouverture du fichier sur la premiere) puis en-tete de la
      * page suivante ---

       EntetePageReleve.
           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   if not ReleveEnOutbox
                       open output F-ReleveClient
                   end-if
               else
                   move NoPage to NPage of ReleveBasPage

                   move ReleveBasPage to LigneReleveAEcrire
                   perform EcrireLigneReleve
               end-if

               add 1 to NoPage

               move ReleveEntete1 to LigneReleveAEcrire
               perform EcrireLigneReleve
               move ReleveEntete2 to LigneReleveAEcrire
               perform EcrireLigneReleve

               move 6 to NbLigne

               if BlocReleveAEcrire = "O"
                   perform EcrireBlocReleve
                       varying IdxBlocAdresse from 1 by 1
                       until IdxBlocAdresse > 6

                   move spaces to LigneReleveAEcrire
                   perform EcrireLigneReleve

                   add 7 to NbLigne

                   move "N" to BlocReleveAEcrire
               end-if

               move ReleveEnteteClient to LigneReleveAEcrire
               perform EcrireLigneReleve
               move ReleveEntete4 to LigneReleveAEcrire
               perform EcrireLigneReleve
               move ReleveEntete6 to LigneReleveAEcrire
               perform EcrireLigneReleve
               move ReleveEntete4 to LigneReleveAEcrire
               perform EcrireLigneReleve
           end-if.

       EcrireBlocReleve.
           move LigneBlocAdresse(IdxBlocAdresse) to LigneReleveAEcrire.

           perform EcrireLigneReleve.

      * --- Aiguillage d'une ligne de releve vers le flux papier ou le
      * fichier individuel de l'outbox du client ---

       EcrireLigneReleve.
           if ReleveEnOutbox
               write E-ReleveOutbox from LigneReleveAEcrire
           else
               write E-ReleveClient from LigneReleveAEcrire
           end-if.

      * --- Detail des mouvements du compte courant sur la periode :
      * solde d'ouverture reconstitue, une ligne par mouvement avec
      * solde progressif, puis solde de cloture ---

       EditionMouvementsCompte.

      * Solde d'ouverture = solde courant moins tous les mouvements
      * enregistres depuis le debut de la periode (les mouvements d'un
      * sens D augmentent le solde Debit - Credit, ceux d'un sens C le
      * diminuent)

           move 0 to TotalMouvementDebit.
           move 0 to TotalMouvementCredit.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementDebit
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'D'
               and (DateMouvement >= :DateDebutReleve
               or :DateDebutReleve = space)
           end-exec.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementCredit
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'C'
               and (DateMouvement >= :DateDebutReleve
               or :DateDebutReleve = space)
           end-exec.

           compute SoldeOuverture = Solde of LigneCourante
           - TotalMouvementDebit + TotalMouvementCredit.

           move SoldeOuverture to SoldeProgressif.

           perform EntetePageReleve.

           add 1 to NbLigne.

           move "Solde d'ouverture" to LibelleSoldeReleve.
           move DateDebutReleve to DateSoldeReleve.
           move SoldeOuverture to SoldeReleveAffiche.

           move ReleveSoldeLigne to LigneReleveAEcrire.
           perform EcrireLigneReleve.

           perform EntetePageReleve.

           add 1 to NbLigne.

           move ReleveMvtEntete to LigneReleveAEcrire.
           perform EcrireLigneReleve.

      * Mouvements de la periode, en ordre chronologique

           move 0 to EotMouvementReleve.

           exec sql
               declare C-MouvementsReleve cursor for
                   select DateMouvement, Sens, Montant, Nature,
                   Annule, DateValeur
                   from Mouvement
                   where CodeBanque = :LigneCourante.CodeBanque
                   and CodeGuichet = :LigneCourante.CodeGuichet
                   and NoCompte = :LigneCourante.RacineCompte
                   and TypeCompte = :LigneCourante.TypeCompte
                   and (DateMouvement >= :DateDebutReleve
                   or :DateDebutReleve = space)
                   and (DateMouvement <= :DateFinReleve
                   or :DateFinReleve = space)
                   order by DateMouvement
           end-exec.

           exec sql
             open C-MouvementsReleve
           end-exec.

           perform EditionMouvementsCompte-Trt
           until EotMouvementReleve = 1.

           exec sql
             close C-MouvementsReleve
           end-exec.

      * Solde de cloture en fin de periode

           perform EntetePageReleve.

           add 1 to NbLigne.

           move "Solde de cloture" to LibelleSoldeReleve.
           move DateFinReleve to DateSoldeReleve.
           move SoldeProgressif to SoldeReleveAffiche.

           move ReleveSoldeLigne to LigneReleveAEcrire.
           perform EcrireLigneReleve.

       EditionMouvementsCompte-Trt.
           exec sql
               fetch C-MouvementsReleve
               into :Mouvement.DateMouvement,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement, :Mouvement.MouvementAnnule,
               :Mouvement.DateValeur
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotMouvementReleve
           else
               perform EditionLigneMouvement
           end-if.

      * --- Impression d'une ligne de mouvement, avec mise a jour du
      * solde progressif ---

       EditionLigneMouvement.
           if SensMouvement of Mouvement = "D"
               add Montant of Mouvement to SoldeProgressif
           else
               subtract Montant of Mouvement from SoldeProgressif
           end-if.

           perform EntetePageReleve.

           add 1 to NbLigne.

           move DateMouvement of Mouvement to DateMouvementReleve.
           move DateValeur of Mouvement to DateValeurReleve.
           move SensMouvement of Mouvement to SensMouvementReleve.
           move NatureMouvement of Mouvement to NatureMouvementReleve.
           move Montant of Mouvement to MontantMouvementReleve.
           move SoldeProgressif to SoldeProgressifReleve.

      * Les deux pattes d'une contre-passation (l'originale marquee
      * annulee comme la ligne d'annulation elle-meme) sont
      * etiquetees sur le releve

           if MouvementAnnule of Mouvement = "O"
               move "ANNULATION" to AnnulationReleve
           else
               move spaces to AnnulationReleve
           end-if.

           move ReleveMvtDetail to LigneReleveAEcrire.
           perform EcrireLigneReleve.

      * --- Controle et edition des comptes en decouvert ---

       ControleDecouvert.
           perform ControleDecouvert-Init.
           perform ControleDecouvert-Trt until Eot = 1.
           perform ControleDecouvert-Fin.

      * Initialisations

       ControleDecouvert-Init.
           move 0 to Eot.

      * D�claration du curseur sur les comptes debiteurs

           exec sql
               declare C-ControleDecouvert cursor for
                   select Compte.CodeBanque, Banque.NomBanque,
                   Compte.CodeGuichet, Compte.NoCompte,
                   Compte.TypeCompte, Compte.Debit, Compte.Credit,
                   Client.Nom, Client.Prenom,
                   coalesce(Client.Conseiller, ' ')
                   from Compte, Client, Banque
                   where Compte.CodeClient = Client.CodeClient and
                   Compte.CodeBanque = Banque.CodeBanque and
                   Compte.CodeSociete = :CodeSocieteCourant and
                   Compte.Credit >
                   Compte.Debit + Compte.DecouvertAutorise
                   order by Client.Conseiller, Client.Nom
           end-exec.

      * Ouverture du curseur

           exec sql
             open C-ControleDecouvert
           end-exec.

      * Initialisation de la pagination

           move 0 to NoPage.

           add 1 to MaxLigneEtat giving NbLigne.

           move corresponding DateSysteme to DecouvertEntete1.

           move NomSocieteEntete to SocieteEntete of DecouvertEntete1.

           move "ListeDecouverts" to EditionEclatement.

           perform DebuterEclatement.

           move "Liste des comptes debiteurs" to TitreEclatement.
           move DecouvertEntete6 to ColonnesEclatement.
           move "O" to AvecMontantEclatement.

      * Traitement des lignes (comptes debiteurs)

       ControleDecouvert-Trt.
           exec sql
               fetch C-ControleDecouvert
               into :Compte.CodeBanque, :Banque.NomBanque,
               :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte, :Compte.Debit,
               :Compte.Credit, :Client.Nom, :Client.Prenom,
               :Client.Conseiller
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementDecouvert
           end-if.

      * Fin du traitement (comptes debiteurs)

       ControleDecouvert-Fin.
           exec sql
             close C-ControleDecouvert
           end-exec.

      * Impression du dernier pied de page

           if NoPage > 0 then
               move NoPage to NPage of DecouvertDernierBasPage

               write E-ControleDecouvert from DecouvertDernierBasPage

               close F-ControleDecouvert
           end-if.

           perform EclaterEditionGuichet.

      * --- Calcul du solde et routage vers l'impression ---

       TraitementDecouvert.
           move Debit of Compte to Debit of LigneCourante.
           move Credit of Compte to Credit of LigneCourante.

           perform CalculSoldeLigne.

           perform ImpressionControleDecouvert.

      * --- Impression de la liste des comptes en decouvert ---

       ImpressionControleDecouvert.
      * Impression du pied de page sauf la page 0 o� on ouvre le fichier

           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   open output F-ControleDecouvert
               else
                   move NoPage to NPage of DecouvertBasPage

                   write E-ControleDecouvert from DecouvertBasPage
               end-if

      * Impression de l'en-t�te de page

               add 1 to NoPage

               write E-ControleDecouvert from DecouvertEntete1
               write E-ControleDecouvert from DecouvertEntete2
               write E-ControleDecouvert from DecouvertEntete4
               write E-ControleDecouvert from DecouvertEntete6
               write E-ControleDecouvert from DecouvertEntete4

               move 6 to NbLigne
           end-if.

      * Impression de la ligne d�tail

           add 1 to NbLigne.

           move corresponding COMPTE to DecouvertDetail.
           move NomBanque of Banque to NomBanque of DecouvertDetail.
           move Solde of LigneCourante to Solde of DecouvertDetail.

           string
             Nom of Client delimited by space
             " " delimited by size
             Prenom of Client delimited by space
             into NomClient of DecouvertDetail
           end-string.

           move Conseiller of CLIENT to ConseillerDecouvert.

           write E-ControleDecouvert from DecouvertDetail.

           move CodeBanque of Compte to CodeBanqueEclatement.
           move CodeGuichet of Compte to CodeGuichetEclatement.
           move DecouvertDetail to TexteEclatement.
           move Solde of LigneCourante to MontantEclatement.

           perform MemoriserLigneEclatement.

      * --- Journalisation d'un echec SQL (hors connexion initiale) ---

       JournaliserErreurSql.
           add 1 to NbErreursSqlSession.

      * La date et l'etape en cours (vide en interactif) permettent a
      * la console d'exploitation de rapprocher l'erreur de sa ligne
      * de pilotage

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateErreurLigne of LigneErreurSql
           end-string.

           if ModeBatchActif or ModeFinMoisActif
               move NomEtapeBatch
               to EtapeErreurLigne of LigneErreurSql
           else
               move spaces to EtapeErreurLigne of LigneErreurSql
           end-if.

           move sqlcode to SqlCodeLigne of LigneErreurSql.
           move LibelleErreurSql
           to LibelleErreurLigne of LigneErreurSql.
           move CleErreurSql to CleErreurLigne of LigneErreurSql.

           write E-ErreursSql from LigneErreurSql.

      * --- Journalisation d'une creation/MAJ/suppression dans la
      * piste d'audit (table, cle, ancienne valeur, nouvelle valeur) ---

       EnregistrerAudit.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateAuditTexte
           end-string.

           exec sql
               insert into Audit
                   (NomTable, CleAudit, AncienneValeur, NouvelleValeur,
                    DateAudit, Operateur)
               values
                   (:TableAudit, :CleAudit, :AncienneValeurAudit,
                    :NouvelleValeurAudit, :DateAuditTexte,
                    :CodeOperateurCourant)
           end-exec.

      * --- Journalisation d'une option de menu exercee dans le journal
      * d'activite de la session (date, option, libelle, compteurs
      * quand ils existent) ---

       EnregistrerActivite.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateActiviteTexte
           end-string.

           move DateActiviteTexte to DateActiviteLigne.
           move CodeOperateurCourant to OperateurActiviteLigne.
           move Option to OptionActiviteLigne.
           move LibelleActivite to LibelleActiviteLigne.
           move DetailActivite to DetailActiviteLigne.

           write E-JournalActivite from LigneJournalActivite.

      * --- Trace de l'affichage d'un client (CodeClientConsulte et
      * EcranConsultation poses par l'appelant) : operateur, date et
      * heure de la consultation ---

       JournaliserConsultation.
           if CodeClientConsulte not = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateConsultation
               end-string

               accept HeureSysteme from time

               move HeureSysteme(1:6) to HeureConsultation
               move CodeOperateurCourant to OperateurConsultation

               exec sql
                   insert into ConsultationClient
                       (CodeClient, Operateur, DateConsultation,
                        HeureConsultation, Ecran, CodeSociete)
                   values
                       (:CodeClientConsulte, :OperateurConsultation,
                        :DateConsultation, :HeureConsultation,
                        :EcranConsultation, :CodeSocieteCourant)
               end-exec
           end-if.

      * --- Conflit d'interets : le client CodeClientConflit est-il
      * celui de l'operateur en session, ou lui est-il lie par un lien
      * client en cours de validite (foyer) ? ---

       ControlerConflitClient.
           move "N" to StatutConflitInterets.

           if CodeClientOperateur of Operateur not = space
           and CodeClientConflit not = space
               perform PreparerDateConflit

               move 0 to NbConflitsInterets

               exec sql
                   select count(*)
                   into :NbConflitsInterets
                   from Client c
                   where c.CodeClient = :CodeClientConflit
                   and (c.CodeClient = :Operateur.CodeClientOperateur
                   or exists
                   (select 1 from LienClient l
                    where (l.DateFin = ' ' or l.DateFin is null
                    or l.DateFin >= :DateConflitTexte)
                    and ((l.CodeClient1 =
                    :Operateur.CodeClientOperateur
                    and l.CodeClient2 = c.CodeClient)
                    or (l.CodeClient2 = :Operateur.CodeClientOperateur
                    and l.CodeClient1 = c.CodeClient))))
               end-exec

               if NbConflitsInterets > 0
                   move "O" to StatutConflitInterets
               end-if
           end-if.

      * --- Meme controle pour un compte : titulaire de la ligne
      * Compte et titulaires rattaches par TitulaireCompte ---

       ControlerConflitCompte.
           move "N" to StatutConflitInterets.

           if CodeClientOperateur of Operateur not = space
               perform PreparerDateConflit

               move 0 to NbConflitsInterets

               exec sql
                   select count(*)
                   into :NbConflitsInterets
                   from Client c
                   where c.CodeClient in
                   (select CodeClient from Compte
                    where CodeBanque = :CodeBanqueConflit
                    and CodeGuichet = :CodeGuichetConflit
                    and NoCompte = :NoCompteConflit
                    and TypeCompte = :TypeCompteConflit
                    union
                    select CodeClient from TitulaireCompte
                    where CodeBanque = :CodeBanqueConflit
                    and CodeGuichet = :CodeGuichetConflit
                    and NoCompte = :NoCompteConflit
                    and TypeCompte = :TypeCompteConflit)
                   and (c.CodeClient = :Operateur.CodeClientOperateur
                   or exists
                   (select 1 from LienClient l
                    where (l.DateFin = ' ' or l.DateFin is null
                    or l.DateFin >= :DateConflitTexte)
                    and ((l.CodeClient1 =
                    :Operateur.CodeClientOperateur
                    and l.CodeClient2 = c.CodeClient)
                    or (l.CodeClient2 = :Operateur.CodeClientOperateur
                    and l.CodeClient1 = c.CodeClient))))
               end-exec

               if NbConflitsInterets > 0
                   move "O" to StatutConflitInterets
               end-if
           end-if.

       PreparerDateConflit.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateConflitTexte
           end-string.

      * --- Refus d'ouvrir la gestion d'un client de son foyer ---

       RefuserConflitInterets.
           display " Client de l'operateur ou d'un proche, refuse "
             line 1 col 1
             with no advancing.

           accept Reponse line 1 col 48.

           display M-EffaceQuestion.

      * --- Numero de carte (dans NoCarteMasque) reduit aux six
      * premiers et quatre derniers chiffres ---

       MasquerNoCarte.
           if NoCarteMasque not = space
               move "******" to NoCarteMasque(7:6)
           end-if.

      * --- Numero de carte a l'ecran : en clair pour un profil
      * habilite, chaque affichage etant alors trace dans l'audit avec
      * l'ecran concerne, masque sinon ---

       AfficherNoCarteEcran.
           if OptionHabilitee(OptionDemasquage) = "O"
           and NoCarteMasque not = space
               move "Demasquage" to TableAudit
               move NoCarteMasque to CleAudit
               move EcranDemasquage to AncienneValeurAudit
               move "numero de carte affiche en clair"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           else
               perform MasquerNoCarte
           end-if.

      * --- Numero de compte (dans NoCompteMasque) selon la
      * sensibilite de l'edition (NiveauMasque) : N en clair, T
      * entierement masque, partiel par defaut ---

       MasquerNoCompte.
           evaluate true
               when MasqueEnClair
                   continue
               when MasqueTotal
                   move all "*" to NoCompteMasque
               when other
                   move "*****" to NoCompteMasque(1:5)
           end-evaluate.

      * --- Alimentation de l'identification du compte (banque,
      * guichet, compte complet) dans Mouvement, a partir de la ligne
      * d'ecran courante, avant de poser un mouvement ---

       PreparerMouvement.
           move "MAJ" to NatureMouvement of Mouvement.

           move CodeBanque of LigneCompte(IdxLigneCompte)
           to CodeBanque of Mouvement.

           move CodeGuichet of LigneCompte(IdxLigneCompte)
           to CodeGuichet of Mouvement.

           move RacineCompte of LigneCompte(IdxLigneCompte)
           to RacineCompte of Mouvement.

           move TypeCompte of LigneCompte(IdxLigneCompte)
           to TypeCompte of Mouvement.

      * --- Enregistrement d'un mouvement (Montant et SensMouvement
      * doivent avoir ete renseignes par l'appelant, en plus de
      * PreparerMouvement) ---

       EnregistrerMouvement.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMouvement of Mouvement
           end-string.

           perform CalculerDateValeur.

           perform HorodaterMouvement.

           exec sql
               insert into Mouvement
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Operateur, Nature,
                    DateValeur, HeureSaisie, Origine)
               values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :Mouvement.DateMouvement, :Mouvement.SensMouvement,
                    :Mouvement.Montant, :CodeOperateurCourant,
                    :Mouvement.NatureMouvement,
                    :Mouvement.DateValeur,
                    :Mouvement.HeureSaisieMouvement,
                    :Mouvement.OrigineMouvement)
           end-exec.

      * Le cumul mensuel du compte est entretenu au fil de l'eau, le
      * code retour du mouvement etant rendu intact a l'appelant

           move sqlcode to SqlCodeMouvementPose.

           if SqlCodeMouvementPose = 0
               perform MajCumulMensuel
           end-if.

           move SqlCodeMouvementPose to sqlcode.

      * --- Heure de saisie et origine du mouvement (ecran, ou chaine
      * de nuit et de fin de mois) ---

       HorodaterMouvement.
           accept HeureSysteme from time.

           move HeureSysteme(1:6) to HeureSaisieMouvement.

           if ModeBatchActif or ModeFinMoisActif
               move "B" to OrigineMouvement
           else
               move "E" to OrigineMouvement
           end-if.

      * --- Entretien du cumul mensuel du compte (ligne creee au
      * premier mouvement du mois) ---

       MajCumulMensuel.
           move DateMouvement of Mouvement(1:6) to MoisCumul.

           move 0 to MontantInteretPose.

           if NatureMouvement of Mouvement = "ACC"
           and SensMouvement of Mouvement = "D"
               move Montant of Mouvement to MontantInteretPose
           end-if.

           if SensMouvement of Mouvement = "D"
               exec sql
                   update CumulMensuel
                   set TotalDebits = TotalDebits + :Mouvement.Montant,
                   NbDebits = NbDebits + 1,
                   TotalInterets = TotalInterets
                   + :MontantInteretPose
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   and Mois = :CumulMensuel.MoisCumul
               end-exec
           else
               exec sql
                   update CumulMensuel
                   set TotalCredits = TotalCredits
                   + :Mouvement.Montant,
                   NbCredits = NbCredits + 1
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   and Mois = :CumulMensuel.MoisCumul
               end-exec
           end-if.

           if sqlcode not = 0
               initialize TotalDebitsCumul TotalCreditsCumul
                 NbDebitsCumul NbCreditsCumul TotalInteretsCumul

               if SensMouvement of Mouvement = "D"
                   move Montant of Mouvement to TotalDebitsCumul
                   move 1 to NbDebitsCumul
                   move MontantInteretPose to TotalInteretsCumul
               else
                   move Montant of Mouvement to TotalCreditsCumul
                   move 1 to NbCreditsCumul
               end-if

               exec sql
                   insert into CumulMensuel
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    Mois, TotalDebits, TotalCredits, NbDebits,
                    NbCredits, TotalInterets)
                   values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :CumulMensuel.MoisCumul,
                    :CumulMensuel.TotalDebitsCumul,
                    :CumulMensuel.TotalCreditsCumul,
                    :CumulMensuel.NbDebitsCumul,
                    :CumulMensuel.NbCreditsCumul,
                    :CumulMensuel.TotalInteretsCumul)
               end-exec
           end-if.

      * --- Date de valeur par regle de nature : J+2 jours civils pour
      * les cheques et remises (float interbancaire), J+1 pour les
      * operations carte, J pour tout le reste ---

       CalculerDateValeur.
           evaluate NatureMouvement of Mouvement
               when "CHQ"
               when "RMC"
                   move 2 to NbJoursAvance
               when "CBO"
               when "CBD"
                   move 1 to NbJoursAvance
               when other
                   move 0 to NbJoursAvance
           end-evaluate.

           if NbJoursAvance = 0
               move DateMouvement of Mouvement
               to DateValeur of Mouvement
           else
               move DateMouvement of Mouvement to DateBaseCalcul

               perform CalculerDateAvanceeJours

               move DateAvanceeJours to DateValeur of Mouvement
           end-if.

      * --- Pattes de comptabilisation partagees par les traitements
      * ajoutes : le compte vise est porte par les zones de Mouvement,
      * le montant par MontantOperationCourante et la nature par
      * NatureMouvement ; meme discipline que les pattes du virement
      * (MAJ de la ligne Compte, audit, mouvement lie) -- debiter un
      * compte augmente sa colonne Credit (sens C), le crediter
      * augmente sa colonne Debit (sens D) ---

       PosterDebitCompteCourant.
           move "N" to StatutPoste.
           move spaces to LibellePosteErreur.

      * La retenue des saisies actives est opposee au debit, sauf
      * quand c'est l'execution de la saisie elle-meme qui verse

           if ExecutionSaisieEnCours = "O"
               move 0 to RetenueSaisies
           else
               move CodeBanque of Mouvement to CodeBanqueRetenue
               move CodeGuichet of Mouvement to CodeGuichetRetenue

               move RacineCompte of CompteComplet of Mouvement
               to NoCompteRetenue

               move TypeCompte of CompteComplet of Mouvement
               to TypeCompteRetenue

               perform CalculerRetenueSaisies
           end-if.

      * Compte ouvert au titre du droit au compte : aucun frais en
      * dehors des services bancaires de base

           perform ControlerFraisDroitAuCompte.

           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Compte a debiter introuvable"
               to LibellePosteErreur
           else
           if FraisHorsServicesBase
               move "Frais refuse : compte droit au compte"
               to LibellePosteErreur
           else
           if RetenueSaisies > 0
           and (Credit of Compte + MontantOperationCourante)
           > (Debit of Compte - RetenueSaisies)
               move "Fonds indisponibles (saisie ou garantie)"
               to LibellePosteErreur
           else
               move Credit of Compte to CreditAvantMaj
               add MontantOperationCourante to Credit of Compte

               exec sql
                   update Compte set Credit = :Compte.Credit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Comptabilisation (debit)" to LibelleErreurSql
                   perform ClePosteCourant
                   move CleAudit to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to LibellePosteErreur
               else
                   move "Compte" to TableAudit
                   perform ClePosteCourant
                   move CreditAvantMaj to AncienneValeurAudit
                   move Credit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move MontantOperationCourante
                   to Montant of Mouvement

                   move "C" to SensMouvement of Mouvement

                   perform EnregistrerMouvement

                   if sqlcode not = 0
                       move "Comptabilisation (mouvement debit)"
                       to LibelleErreurSql
                       move CleAudit to CleErreurSql
                       perform JournaliserErreurSql

                       move "Echec de l'enregistrement du mouvement"
                       to LibellePosteErreur
                   else
                       move "O" to StatutPoste
                   end-if
               end-if
           end-if
           end-if
           end-if.

      * --- Frais sur un compte de droit au compte (nature de frais,
      * compte marque O) ---

       ControlerFraisDroitAuCompte.
           move "N" to StatutFraisDac.
           move NatureMouvement of Mouvement to NatureFraisDac.

           if NatureFacturable
               move space to DroitAuCompteLu

               exec sql
                   select coalesce(DroitAuCompte, ' ')
                   into :DroitAuCompteLu
                   from Compte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode = 0 and CompteDroitAuCompte
                   move "O" to StatutFraisDac
               end-if
           end-if.

       PosterCreditCompteCourant.
           move "N" to StatutPoste.
           move spaces to LibellePosteErreur.

      * Le plafond de depot reglemente du type de compte est controle
      * avant toute ecriture (exces refuse, exception consignee)

           perform ControlerPlafondDepot.

           if PlafondRespecte
               perform PosterCreditCompteCourant-Trt
           else
               move "Plafond de depot du type de compte atteint"
               to LibellePosteErreur
           end-if.

       PosterCreditCompteCourant-Trt.
           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Compte a crediter introuvable"
               to LibellePosteErreur
           else
               move Debit of Compte to DebitAvantMaj
               add MontantOperationCourante to Debit of Compte

               exec sql
                   update Compte set Debit = :Compte.Debit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Comptabilisation (credit)" to LibelleErreurSql
                   perform ClePosteCourant
                   move CleAudit to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to LibellePosteErreur
               else
                   move "Compte" to TableAudit
                   perform ClePosteCourant
                   move DebitAvantMaj to AncienneValeurAudit
                   move Debit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move MontantOperationCourante
                   to Montant of Mouvement

                   move "D" to SensMouvement of Mouvement

                   perform EnregistrerMouvement

                   if sqlcode not = 0
                       move "Comptabilisation (mouvement credit)"
                       to LibelleErreurSql
                       move CleAudit to CleErreurSql
                       perform JournaliserErreurSql

                       move "Echec de l'enregistrement du mouvement"
                       to LibellePosteErreur
                   else
                       move "O" to StatutPoste
                   end-if
               end-if
           end-if.

       ClePosteCourant.
           move spaces to CleAudit.

           string
             CodeBanque of Mouvement delimited by space
             CodeGuichet of Mouvement delimited by space
             RacineCompte of CompteComplet of Mouvement
             delimited by space
             into CleAudit
           end-string.

      * --- Compte technique (liaison, position de change,
      * cantonnement) cree d'office au premier usage : le compte vise
      * est porte par les zones de Mouvement, la devise et la societe
      * par DeviseCompteTechnique/CodeSocieteTechnique ---

       AssurerCompteTechnique.
           move 0 to NbComptesTechniques.

           exec sql
               select count(*)
               into :NbComptesTechniques
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if NbComptesTechniques = 0
               exec sql
                   insert into Compte
                   (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                    TypeCompte, CleRib, Iban, Debit, Credit,
                    StatutCompte, DateCloture, Devise,
                    DecouvertAutorise, CodeSociete)
                   values
                   ('*COMPTE TECHNIQUE*', :Mouvement.CodeBanque,
                    :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    '00', ' ', 0, 0, 'A', ' ',
                    :DeviseCompteTechnique, 0,
                    :CodeSocieteTechnique)
               end-exec

               if sqlcode not = 0
                   move "Creation compte technique"
                   to LibelleErreurSql
                   move CleAudit to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "Compte" to TableAudit
                   move spaces to AncienneValeurAudit
                   move "compte technique cree d'office"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- Plafond de depot reglemente : le credit demande (compte
      * vise par les zones de Mouvement, montant dans
      * MontantOperationCourante) ne doit pas porter le solde au-dela
      * du plafond en vigueur pour le TypeCompte ; le refus est
      * consigne sur l'etat des exceptions de plafond ---

       ControlerPlafondDepot.
           move "O" to StatutPlafond.
           move 0 to PlafondDepotLu.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               select top 1 PlafondDepot
               into :PlafondDepotLu
               from BaremeTaux
               where TypeCompte =
               :Mouvement.CompteComplet.TypeCompte
               and DateEffet <= :DateComptableTexte
               order by DateEffet desc
           end-exec.

           if sqlcode not = 0
               move 0 to PlafondDepotLu
           end-if.

           if PlafondDepotLu > 0
               exec sql
                   select Debit, Credit
                   into :Compte.Debit, :Compte.Credit
                   from Compte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode = 0
                   compute SoldeApresCredit =
                   Debit of Compte + MontantOperationCourante
                   - Credit of Compte

                   if SoldeApresCredit > PlafondDepotLu
                       move "N" to StatutPlafond

                       perform EcrireExceptionPlafond
                   end-if
               end-if
           end-if.

      * --- Retenue des saisies-attributions : somme des saisies
      * actives du compte (zones CompteRetenue), plafonnee au solde
      * moins le solde bancaire insaisissable ; zero si le solde ne
      * depasse pas la part insaisissable. S'y ajoutent le montant des
      * cautions actives adossees au compte et celui des nantissements
      * actifs du compte, bloques en totalite ---

       CalculerRetenueSaisies.
           move 0 to RetenueSaisies.
           move 0 to TotalSaisiesActives.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalSaisiesActives
               from Saisie
               where CodeBanque = :CompteRetenue.CodeBanqueRetenue
               and CodeGuichet = :CompteRetenue.CodeGuichetRetenue
               and NoCompte = :CompteRetenue.NoCompteRetenue
               and TypeCompte = :CompteRetenue.TypeCompteRetenue
               and Statut = 'A'
           end-exec.

           if TotalSaisiesActives > 0
               exec sql
                   select Debit - Credit
                   into :SoldeRetenueCompte
                   from Compte
                   where CodeBanque =
                   :CompteRetenue.CodeBanqueRetenue
                   and CodeGuichet =
                   :CompteRetenue.CodeGuichetRetenue
                   and NoCompte = :CompteRetenue.NoCompteRetenue
                   and TypeCompte = :CompteRetenue.TypeCompteRetenue
               end-exec

               if sqlcode = 0
               and SoldeRetenueCompte > SoldeInsaisissable
                   compute RetenueSaisies =
                   SoldeRetenueCompte - SoldeInsaisissable

                   if RetenueSaisies > TotalSaisiesActives
                       move TotalSaisiesActives to RetenueSaisies
                   end-if
               end-if
           end-if.

           move 0 to TotalCautionsBloquees.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalCautionsBloquees
               from Caution
               where CodeBanque = :CompteRetenue.CodeBanqueRetenue
               and CodeGuichet = :CompteRetenue.CodeGuichetRetenue
               and NoCompte = :CompteRetenue.NoCompteRetenue
               and TypeCompte = :CompteRetenue.TypeCompteRetenue
               and Support = 'C'
               and Statut = 'A'
           end-exec.

           add TotalCautionsBloquees to RetenueSaisies.

           move 0 to TotalNantissementsBloques.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalNantissementsBloques
               from Nantissement
               where CodeBanque = :CompteRetenue.CodeBanqueRetenue
               and CodeGuichet = :CompteRetenue.CodeGuichetRetenue
               and NoCompte = :CompteRetenue.NoCompteRetenue
               and TypeCompte = :CompteRetenue.TypeCompteRetenue
               and Support = 'C'
               and Statut = 'A'
           end-exec.

           add TotalNantissementsBloques to RetenueSaisies.

       EcrireExceptionPlafond.
           open extend F-ExceptionsPlafond.

           if StatutFichierExcPlafond not = "00"
               open output F-ExceptionsPlafond
           end-if.

           move DateComptableTexte to DatePlafondEdit.

           move spaces to ComptePlafondEdit.

           string
             CodeBanque of Mouvement delimited by space
             " " delimited by size
             CodeGuichet of Mouvement delimited by space
             " " delimited by size
             RacineCompte of CompteComplet of Mouvement
             delimited by space
             " " delimited by size
             TypeCompte of CompteComplet of Mouvement
             delimited by space
             into ComptePlafondEdit
           end-string.

           move MontantOperationCourante to MontantPlafondCredit.
           move PlafondDepotLu to PlafondDepotEdit.

           write E-ExceptionsPlafond from LignePlafondException.

           close F-ExceptionsPlafond.

      * --- Date comptable : date du jour roulee au prochain jour
      * ouvre (samedi/dimanche et jours feries du calendrier) ---

       CalculerDateComptable.
           move Annee of DateSysteme to AnneeComptable.
           move Mois of DateSysteme to MoisComptable.
           move Jour of DateSysteme to JourComptable.

      * Jour de semaine de la date du jour (1 = lundi ... 7 =
      * dimanche), faite progresser en meme temps que la date

           accept JourSemaineComptable from day-of-week.

           perform VerifierJourOuvre.

           perform RolerJourOuvre until JourOuvre.

       RolerJourOuvre.
           perform AvancerDateComptable.
           perform VerifierJourOuvre.

      * --- La date comptable courante est-elle ouvree ? ---

       VerifierJourOuvre.
           move "O" to StatutJourOuvre.

           if JourSemaineComptable > 5
               move "N" to StatutJourOuvre
           else
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateComptableTexte
               end-string

               move 0 to NbJoursFeriesTrouves

               exec sql
                   select count(*)
                   into :NbJoursFeriesTrouves
                   from JourFerie
                   where DateFerie = :DateComptableTexte
               end-exec

               if NbJoursFeriesTrouves > 0
                   move "N" to StatutJourOuvre
               end-if
           end-if.

      * --- Avance d'un jour civil (fins de mois et annees
      * bissextiles comprises) ---

       AvancerDateComptable.
           perform CalculerDernierJourDuMois.

           add 1 to JourComptable.

           if JourComptable > DernierJourDuMois
               move 1 to JourComptable

               add 1 to MoisComptable

               if MoisComptable > 12
                   move 1 to MoisComptable

                   add 1 to AnneeComptable
               end-if
           end-if.

           add 1 to JourSemaineComptable.

           if JourSemaineComptable > 7
               move 1 to JourSemaineComptable
           end-if.

       CalculerDernierJourDuMois.
           evaluate MoisComptable
               when 4
               when 6
               when 9
               when 11
                   move 30 to DernierJourDuMois
               when 2
                   move 28 to DernierJourDuMois

                   divide AnneeComptable by 4
                   giving QuotientBissextile
                   remainder ResteBissextile

                   if ResteBissextile = 0
                       move 29 to DernierJourDuMois

                       divide AnneeComptable by 100
                       giving QuotientBissextile
                       remainder ResteBissextile

                       if ResteBissextile = 0
                           move 28 to DernierJourDuMois

                           divide AnneeComptable by 400
                           giving QuotientBissextile
                           remainder ResteBissextile

                           if ResteBissextile = 0
                               move 29 to DernierJourDuMois
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to DernierJourDuMois
           end-evaluate.

      * --- Calcul du solde (Debit - Credit) d'une ligne de compte ---

       CalculSoldeLigne.
           compute Solde of LigneCourante =
           Debit of LigneCourante - Credit of LigneCourante.

      * --- Calcul de la cl� RIB ---

       CalculCleRib.
           multiply CompteCompletNum by 3 giving TotalCalcule.
           multiply CodeGuichetNum by 15 giving TotalIntermediaire.

           add TotalIntermediaire to TotalCalcule.

           multiply CodeBanqueNum by 89 giving TotalIntermediaire.

           add TotalIntermediaire to TotalCalcule.

           divide TotalCalcule by 97 giving TotalIntermediaire
           remainder CleRibNum.

           subtract CleRibNum from 97 giving CleRibNum.

      * --- Calcul de l'IBAN (mod 97-10 sur Banque/Guichet/Compte/Cle) ---

       CalculIban.
           move CodeBanqueNum to IbanCalcBanque.
           move CodeGuichetNum to IbanCalcGuichet.
           move CompteCompletNum to IbanCalcCompte.
           move CleRibNum to IbanCalcCleRib.

      * On reporte le code pays (FR -> 15 27) et les cles a zero
      * en fin de BBAN, comme le demande la norme ISO 7064 MOD 97-10

           divide IbanCalcNum by 97 giving IbanQuotient
           remainder IbanReste.

           subtract IbanReste from 98 giving IbanCle.

           move IbanCle to IbanGenereCle.
           move CodeBanqueNum to IbanGenereBanque.
           move CodeGuichetNum to IbanGenereGuichet.
           move CompteCompletNum to IbanGenereCompte.
           move CleRibNum to IbanGenereCleRib.

      * --- Edition du releve de compte d'un client ---

       EditionReleveClient.
           set ModeRechercheReleve to true.

      * Periode du detail des operations : bornes laissees a blanc =
      * releve complet depuis l'origine, comme avant cette evolution

           move spaces to DateDebutReleve.
           move spaces to DateFinReleve.

           display M-ReleveDates.

           accept M-ReleveDates.

           perform SaisieNom-Init.
           perform SaisieNom-Trt until NomSelectionne = space.
           perform SaisieNom-Fin.

      * --- Gestion du client ---

       MajClient.
           set ModeRechercheMaj to true.

           perform RechercheClientTousModes.

      * --- Fiche client de synthese : memes chemins de recherche que
      * la gestion (nom, compte ou code client), en consultation
      * seule ---

       FicheClient.
           set ModeRechercheFiche to true.

           perform RechercheClientTousModes.

      * --- Choix du mode de recherche puis boucle de saisie du
      * critere, partages entre la gestion et la fiche client ---

       RechercheClientTousModes.
           perform SaisieModeRecherche.

           if RechercheParCompte then
               perform SaisieCompteClient-Init
               perform SaisieCompteClient-Trt
               until CodeBanque of Compte = space
               perform SaisieCompteClient-Fin
           else
               if RechercheParCode then
                   perform SaisieCodeClient-Init
                   perform SaisieCodeClient-Trt
                   until CodeClient of Client = space
                   perform SaisieCodeClient-Fin
               else
                   perform SaisieNom-Init
                   perform SaisieNom-Trt until NomSelectionne = space
                   perform SaisieNom-Fin
               end-if
           end-if.

      * --- Acces direct au client par CodeClient, alternative a la
      * recherche par nom ou par compte, sans passer par le hasard
      * d'un LIKE ou la saisie d'un RIB complet ---

       SaisieCodeClient-Init.
           move "" to CodeClient of Client.

       SaisieCodeClient-Trt.
           move spaces to CodeClient of Client.

           display M-RechercheCode.

           accept M-RechercheCode.

           if CodeClient of Client <> space
               perform RechercheClientParCode
           end-if.

       SaisieCodeClient-Fin.
           continue.

       RechercheClientParCode.
           exec sql
               select CodeClient
               into :Client.CodeClient
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode = 0 then
               perform AiguillageClientResolu
           end-if.

      * --- Choix du mode de recherche du client (nom ou numero de
      * compte) avant la gestion du client ---

       SaisieModeRecherche.
           move "N" to ModeRechercheSaisie.

           display M-RechercheModeCompte.

           accept ModeRechercheSaisie line 1 col 45.

           if ModeRechercheSaisie = "c" then
               move "C" to ModeRechercheSaisie
           end-if.

           if ModeRechercheSaisie = "d" then
               move "D" to ModeRechercheSaisie
           end-if.

           display M-EffaceQuestion.

      * --- Recherche du client par numero de compte, alternative a
      * la recherche par nom, aiguillant sur le meme ecran de gestion
      * du compte (TraitementCompte) une fois le client retrouve ---

       SaisieCompteClient-Init.
           move "" to CodeBanque of Compte.

       SaisieCompteClient-Trt.
           move spaces to CodeBanque of Compte.
           move spaces to CodeGuichet of Compte.
           move spaces to RacineCompte of CompteComplet of Compte.
           move spaces to TypeCompte of CompteComplet of Compte.

           display M-RechercheCompte.

           accept M-RechercheCompte-E.

           if CodeBanque of Compte <> space
               perform RechercheClientParCompte
           end-if.

       SaisieCompteClient-Fin.
           continue.

       RechercheClientParCompte.
           move space to CodeClient of CLIENT.

           exec sql
               select CodeClient
               into :Client.CodeClient
               from VueCompteClient
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode = 0 then
               perform AiguillageClientResolu
           end-if.

      * --- Suite du traitement d'un client resolu par compte ou par
      * code direct ---

       AiguillageClientResolu.
           evaluate true
               when ModeRechercheFiche
                   perform AfficherFicheClient
               when ModeRechercheAttestation
                   perform EditerAttestation
               when other
                   perform TraitementClient
           end-evaluate.

       SaisieNom-Init.
           move "" to NomSelectionne.
       SaisieNom-Trt.
           move space to NomSelectionne.

           display M-GestionClient.

           accept NomSelectionne line 5 col 20.

           if NomSelectionne <> space
               perform RechercheClient
           end-if.

       SaisieNom-Fin.
           continue.

      * --- Recherche des clients dont le nom correspond (recherche  ---
      * --- partielle) et aiguillage suivant le nombre de r�ponses   ---

       RechercheClient.
           perform RechercheClient-Init.
           perform RechercheClient-Trt until Eot = 1.
           perform RechercheClient-Fin.

       RechercheClient-Init.
           move 0 to Eot.
           move 0 to NbClientTrouve.

           string
             "%" delimited by size
             NomSelectionne delimited by space
             "%" delimited by size
             into NomRecherche.

           exec sql
             declare C-ListeClient cursor for
             select CodeClient, Nom, Prenom
             from Client
             where Nom like :NomRecherche
             and CodeSociete = :CodeSocieteCourant
             order by Nom, Prenom
           end-exec.

           exec sql
             open C-ListeClient
           end-exec.

       RechercheClient-Trt.
           exec sql
             fetch C-ListeClient
             into :CodeClientFetch, :NomFetch, :PrenomFetch
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to Eot
           else
               if NbClientTrouve < MaxClientTrouve then
                   add 1 to NbClientTrouve

                   move CodeClientFetch
                   to CodeClient of LigneClient(NbClientTrouve)
                   move NomFetch to Nom of LigneClient(NbClientTrouve)
                   move PrenomFetch
                   to Prenom of LigneClient(NbClientTrouve)
               end-if
           end-if.

       RechercheClient-Fin.
           exec sql
             close C-ListeClient
           end-exec.

           evaluate true
               when NbClientTrouve = 0
                   move space to CodeClient of CLIENT

                   if ModeRechercheMaj then
                       perform ProposerCreationClient
                   end-if
               when NbClientTrouve = 1
                   move CodeClient of LigneClient(1) to
                   CodeClient of CLIENT

                   perform AiguillageRechercheClient
               when other
                   perform SelectionClient
           end-evaluate.

      * --- Suite du traitement une fois le client resolu ---

       AiguillageRechercheClient.
           evaluate true
               when ModeRechercheMaj
                   perform TraitementClient
               when ModeRechercheFiche
                   perform AfficherFicheClient
               when ModeRechercheAttestation
                   perform EditerAttestation
               when other
                   perform ImpressionReleveClient
           end-evaluate.

      * --- Liste des clients trouv�s : choix de la bonne fiche ---

       SelectionClient.
           move NoLigneTitre to NoLigneEcranClient.

           display SelectionClient-E.

           perform SelectionClient-Affiche
               varying NoLigneClient from 1 by 1
               until NoLigneClient > NbClientTrouve.

           move 0 to NoLigneClientChoisi.

           accept NoLigneClientChoisi line 21 col 21.

           if NoLigneClientChoisi > 0 and
           NoLigneClientChoisi <= NbClientTrouve then
               move CodeClient of LigneClient(NoLigneClientChoisi)
               to CodeClient of CLIENT

               perform AiguillageRechercheClient
           end-if.

       SelectionClient-Affiche.
           add 1 to NoLigneEcranClient.

           display LigneClientEcran.

      * --- Proposition de cr�ation d'un nouveau client ---
      * --- (aucun client trouv� pour le nom saisi)      ---

       ProposerCreationClient.

      * Avant de proposer la creation, on cherche les clients au nom
      * phonetiquement proche : l'operateur peut reprendre une fiche
      * existante au lieu de creer un doublon que FusionClient devra
      * resorber plus tard

           perform RechercheHomophones.

           if not HomophoneChoisi
               perform ProposerCreationClient-Question
           end-if.

       ProposerCreationClient-Question.
           display M-GestionClient-QC.

           move "N" to ChoixGestionClient.

           accept ChoixGestionClient line 1 col 31.

           if ChoixGestionClient = "o" then
               move "O" to ChoixGestionClient
           end-if.

           display M-EffaceQuestion.

      * La creation directe est remplacee par le depot d'un dossier
      * d'entree en relation : rien n'entre en production avant
      * l'approbation d'un administrateur (ecran des dossiers)

           if ChoixGestionClient = "O" then
               move NomSelectionne to Nom of CLIENT

               perform SaisieEtatCivil

               perform DeposerDossierRelation
           end-if.

      * --- Saisie de l'intitule et du prenom d'un nouveau client,
      * reprise de la logique de saisie d'Etat-Civil (Intitule/
      * Prenom/Nom) -- le Nom est deja connu ici via NomSelectionne ---

       SaisieEtatCivil.
           move spaces to Intitule of CLIENT.
           move spaces to Prenom of CLIENT.

           display M-GestionClient-Civil.

           accept Intitule of CLIENT line 7 col 28.
           accept Prenom of CLIENT line 7 col 49.

      * --- Recherche des clients dont le nom a la meme cle phonetique
      * que le nom saisi ; s'il y en a, l'operateur choisit une fiche
      * existante (sa gestion s'ouvre alors) ou confirme par 0 qu'il
      * s'agit bien d'un nouveau client ---

       RechercheHomophones.
           move "N" to StatutHomophone.
           move 0 to Eot.
           move 0 to NbClientTrouve.

           move NomSelectionne to NomAPhonetiser.

           perform CalculClePhonetique.

           move ClePhonetique to ClePhonetiqueRecherche.

           exec sql
             declare C-Homophones cursor for
             select CodeClient, Nom, Prenom, Ville
             from Client
             where CodeSociete = :CodeSocieteCourant
             order by Nom, Prenom
           end-exec.

           exec sql
             open C-Homophones
           end-exec.

           perform RechercheHomophones-Trt until Eot = 1.

           exec sql
             close C-Homophones
           end-exec.

           if NbClientTrouve > 0
               perform SelectionHomophone
           end-if.

       RechercheHomophones-Trt.
           exec sql
             fetch C-Homophones
             into :CodeClientFetch, :NomHomophone, :PrenomFetch,
             :VilleHomophone
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to Eot
           else
               move NomHomophone to NomAPhonetiser

               perform CalculClePhonetique

               if ClePhonetique = ClePhonetiqueRecherche
               and NbClientTrouve < MaxClientTrouve
                   add 1 to NbClientTrouve

                   move CodeClientFetch
                   to CodeClient of LigneClient(NbClientTrouve)
                   move NomHomophone
                   to Nom of LigneClient(NbClientTrouve)
                   move PrenomFetch
                   to Prenom of LigneClient(NbClientTrouve)
                   move VilleHomophone
                   to Ville of LigneClient(NbClientTrouve)
               end-if
           end-if.

      * --- Affichage des quasi-doublons avec leur ville et choix de
      * l'operateur ---

       SelectionHomophone.
           move NoLigneTitre to NoLigneEcranClient.

           display SelectionHomophone-E.

           perform SelectionHomophone-Affiche
               varying NoLigneClient from 1 by 1
               until NoLigneClient > NbClientTrouve.

           move 0 to NoLigneClientChoisi.

           accept NoLigneClientChoisi line 21 col 41.

           if NoLigneClientChoisi > 0 and
           NoLigneClientChoisi <= NbClientTrouve then
               move "O" to StatutHomophone

               move CodeClient of LigneClient(NoLigneClientChoisi)
               to CodeClient of CLIENT

               perform TraitementClient
           end-if.

       SelectionHomophone-Affiche.
           add 1 to NoLigneEcranClient.

           display LigneHomophoneEcran.

      * --- Cle phonetique d'un nom : consonnes ramenees a une
      * sonorite canonique (B=P, C=K=Q, D=T, F=V=W, G=J, S=Z),
      * voyelles et H/Y ignorees, sonorites consecutives identiques
      * ecrasees -- DUPONT et DUPOND donnent la meme cle ---

       CalculClePhonetique.
           inspect NomAPhonetiser converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Les lettres accentuees sont ramenees a la lettre nue avant
      * le pliage des consonnes (HELENE avec ou sans accents donne la
      * meme cle) ; le jeu de caracteres est donne en hexadecimal
      * Windows-1252 pour ne dependre d'aucun encodage du source

           inspect NomAPhonetiser converting
           AccentsMinuscules to LettresNues.

           inspect NomAPhonetiser converting
           AccentsMajuscules to LettresNues.

           inspect NomAPhonetiser converting
           "BCQDVWJZ" to "PKKTFFGS".

           move spaces to ClePhonetique.
           move space to DerniereSonorite.
           move 0 to LgClePhonetique.

           perform CalculClePhonetique-Caractere
               varying IdxPhonetique from 1 by 1
               until IdxPhonetique > 50
               or LgClePhonetique >= 10.

       CalculClePhonetique-Caractere.
           move NomAPhonetiser(IdxPhonetique:1)
           to CaracterePhonetique.

           if CaracterePhonetique not = space
           and CaracterePhonetique not = "A"
           and CaracterePhonetique not = "E"
           and CaracterePhonetique not = "I"
           and CaracterePhonetique not = "O"
           and CaracterePhonetique not = "U"
           and CaracterePhonetique not = "Y"
           and CaracterePhonetique not = "H"
           and CaracterePhonetique not = "-"
           and CaracterePhonetique not = "'"
           and CaracterePhonetique not = DerniereSonorite
               add 1 to LgClePhonetique

               move CaracterePhonetique
               to ClePhonetique(LgClePhonetique:1)
           end-if.

           move CaracterePhonetique to DerniereSonorite.

      * --- Fiche client de synthese : identite, comptes et soldes,
      * puis dix derniers mouvements du compte choisi, le tout en
      * consultation seule ---

       AfficherFicheClient.
           move CodeClient of CLIENT to CodeClientConsulte.
           move "FCH" to EcranConsultation.

           perform JournaliserConsultation.

           perform ChargerFicheClient.

           perform AfficherLiensClient.

           move 1 to ChoixLigneFiche.

           perform FicheClient-Choix until ChoixLigneFiche = 0.

      * --- Chargement et affichage de l'identite et des comptes ---

       ChargerFicheClient.
           exec sql
               select Nom, Prenom, CodePostal, Ville, Email,
               Telephone, coalesce(Conseiller, ' ')
               into :Client.Nom, :Client.Prenom, :Client.CodePostal,
                    :Client.Ville, :Client.Email, :Client.Telephone,
                    :Client.Conseiller
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

      * Niveau d'escalade du recouvrement le plus haut des comptes

           move 0 to NiveauRelanceMaxClient.

           exec sql
               select coalesce(max(NiveauRelance), 0)
               into :NiveauRelanceMaxClient
               from Compte
               where CodeClient = :Client.CodeClient
           end-exec.

      * Dossiers de contentieux ouverts et reste du

           move 0 to NbContentieuxClient.
           move 0 to ResteDuClient.

           exec sql
               select count(*), coalesce(sum(TotalDu - Recouvre), 0)
               into :NbContentieuxClient, :ResteDuClient
               from Contentieux
               where CodeClient = :Client.CodeClient
               and Statut = 'O'
           end-exec.

      * Reclamations non encore repondues

           move 0 to NbReclamationsClient.

           exec sql
               select count(*)
               into :NbReclamationsClient
               from Reclamation
               where CodeClient = :Client.CodeClient
               and Statut <> 'R'
           end-exec.

           perform ChargerRentabiliteFiche.

           if NbContentieuxClient = 0
               move "aucun" to LibelleContentieuxFiche
           else
               move ResteDuClient to ResteDuAffiche
               move spaces to LibelleContentieuxFiche

               string
                 NbContentieuxClient delimited by size
                 " dossier(s) ouvert(s), reste du " delimited by size
                 ResteDuAffiche delimited by size
                 into LibelleContentieuxFiche
               end-string
           end-if.

           display M-FicheClient.

           move 0 to Eot.
           move 0 to NbComptesFiche.
           move 8 to NoLigneEcran.

           exec sql
             declare C-FicheComptes cursor for
             select CodeBanque, NomBanque, CodeGuichet, NoCompte,
             TypeCompte, CleRib, Debit, Credit, Devise
             from VueCompteClient
             where CodeClient = :Client.CodeClient
             or exists
             (select 1 from TitulaireCompte
              where TitulaireCompte.CodeClient = :Client.CodeClient
              and TitulaireCompte.CodeBanque =
              VueCompteClient.CodeBanque
              and TitulaireCompte.CodeGuichet =
              VueCompteClient.CodeGuichet
              and TitulaireCompte.NoCompte =
              VueCompteClient.NoCompte
              and TitulaireCompte.TypeCompte =
              VueCompteClient.TypeCompte)
             order by CodeBanque, CodeGuichet, NoCompte, TypeCompte
           end-exec.

           exec sql
             open C-FicheComptes
           end-exec.

           perform ChargerFicheClient-Trt until Eot = 1.

           exec sql
             close C-FicheComptes
           end-exec.

       ChargerFicheClient-Trt.
           exec sql
             fetch C-FicheComptes
             into :LigneCourante.CodeBanque, :LigneCourante.NomBanque,
             :LigneCourante.CodeGuichet, :LigneCourante.RacineCompte,
             :LigneCourante.TypeCompte, :LigneCourante.CleRib,
             :LigneCourante.Debit, :LigneCourante.Credit,
             :LigneCourante.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NbComptesFiche < 14
                   add 1 to NbComptesFiche

                   perform CalculSoldeLigne

                   move corresponding LigneCourante
                   to LigneCompte(NbComptesFiche)

                   move NbComptesFiche to NoLigneCompte

                   add 1 to NoLigneEcran

                   display LigneFicheCompte

                   perform AfficherInteretsAcquisFiche

                   perform AfficherInstrPrelevFiche
               end-if
           end-if.

      * --- Interets acquis a ce jour d'un livret reglemente ---

       AfficherInteretsAcquisFiche.
           move CodeBanque of LigneCourante to CodeBanque of Compte.
           move CodeGuichet of LigneCourante to CodeGuichet of Compte.

           move RacineCompte of LigneCourante
           to RacineCompte of CompteComplet of Compte.

           move TypeCompte of LigneCourante
           to TypeCompte of CompteComplet of Compte.

           perform BornerQuinzainesAuJour.

           perform LireEpargneReglementee.

           if EpargneReglementeeLue = "O"
               move 0 to InteretQuinzaine

               if NbQuinzainesCalcul > 0
                   perform CalculerInteretsQuinzaine
               end-if

               display LigneFicheInteret
           end-if.

      * --- Instructions de prelevement actives sur le compte (M
      * plafond, P periodicite, B blocage, L liste blanche) ---

       AfficherInstrPrelevFiche.
           move 0 to NbInstrPlafond.
           move 0 to NbInstrPeriodicite.
           move 0 to NbInstrBlocage.
           move 0 to NbInstrListeBlanche.

           exec sql
               select
               coalesce(sum(case when TypeInstruction = 'M'
               then 1 else 0 end), 0),
               coalesce(sum(case when TypeInstruction = 'P'
               then 1 else 0 end), 0),
               coalesce(sum(case when TypeInstruction = 'B'
               then 1 else 0 end), 0),
               coalesce(sum(case when TypeInstruction = 'L'
               then 1 else 0 end), 0)
               into :NbInstrPlafond, :NbInstrPeriodicite,
               :NbInstrBlocage, :NbInstrListeBlanche
               from InstructionPrelevement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Statut = 'A'
           end-exec.

           move spaces to LibelleInstrPrelevFiche.

           if NbInstrPlafond > 0
               move "M" to LibelleInstrPrelevFiche(1:1)
           end-if.

           if NbInstrPeriodicite > 0
               move "P" to LibelleInstrPrelevFiche(3:1)
           end-if.

           if NbInstrBlocage > 0
               move "B" to LibelleInstrPrelevFiche(5:1)
           end-if.

           if NbInstrListeBlanche > 0
               move "L" to LibelleInstrPrelevFiche(7:1)
           end-if.

           if LibelleInstrPrelevFiche not = space
               display LigneFicheInstrPrelev
           end-if.

      * --- Choix d'un compte dont on veut les derniers mouvements ---

       FicheClient-Choix.
           move 0 to ChoixLigneFiche.

           accept ChoixLigneFiche line 23 col 48.

      * 99 : les feuillets RIB de tous les comptes du client

           if ChoixLigneFiche = 99
               perform EditionRibLigne
                 varying NoLigneCompte from 1 by 1
                 until NoLigneCompte > NbComptesFiche

               move 0 to ChoixLigneFiche
           end-if.

           if ChoixLigneFiche > 0
           and ChoixLigneFiche <= NbComptesFiche
               perform AfficherMouvementsFiche

               perform ChargerFicheClient
           end-if.

      * --- Dix derniers mouvements du compte choisi ---

       AfficherMouvementsFiche.
           move ChoixLigneFiche to NoLigneCompte.

           display M-FicheMouvements.

           move 0 to Eot.
           move 0 to NbMouvementsFiche.
           move 6 to NoLigneEcran.

           exec sql
             declare C-FicheMouvements cursor for
             select top 10 DateMouvement, Sens, Montant, Nature
             from Mouvement
             where CodeBanque = :LigneCompte(NoLigneCompte).CodeBanque
             and CodeGuichet = :LigneCompte(NoLigneCompte).CodeGuichet
             and NoCompte = :LigneCompte(NoLigneCompte).RacineCompte
             and TypeCompte = :LigneCompte(NoLigneCompte).TypeCompte
             order by DateMouvement desc
           end-exec.

           exec sql
             open C-FicheMouvements
           end-exec.

           perform AfficherMouvementsFiche-Trt until Eot = 1.

           exec sql
             close C-FicheMouvements
           end-exec.

           display " Entree pour revenir a la fiche : "
           line 23 col 1
           with no advancing.

           accept Reponse line 23 col 35.

       AfficherMouvementsFiche-Trt.
           exec sql
             fetch C-FicheMouvements
             into :Mouvement.DateMouvement, :Mouvement.SensMouvement,
             :Mouvement.Montant, :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NbMouvementsFiche < MaxMouvementsFiche
                   add 1 to NbMouvementsFiche

                   move Montant of Mouvement to MontantFicheAffiche

                   add 1 to NoLigneEcran

                   display LigneFicheMouvement
               end-if
           end-if.

      **************************************************************************
      * Saisie d'une operation diverse : compte valide par la cle RIB
      * comme un virement, montant, sens et nature du referentiel ;
      * l'OD passe par EnregistrerMouvement (la nature est rappelee
      * sur le releve) et met le solde du compte a jour
      **************************************************************************
       OperationDiverseSaisie.
           perform SaisieOd-Init.
           perform SaisieOd-Trt until CodeBanqueOd = space.
           perform SaisieOd-Fin.

       SaisieOd-Init.
           move "" to CodeBanqueOd.

       SaisieOd-Trt.
           initialize OperationDiverse.

           display M-OperationDiverse.

           accept M-OperationDiverse.

           if CodeBanqueOd not = space
               perform ControlerOperationDiverse

               display M-OperationDiverse-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       SaisieOd-Fin.
           continue.

       ControlerOperationDiverse.
           move spaces to MessageOd.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageOd
           end-if.

      * Cle RIB du compte, comme au virement

           move NoCompteOd to CompteCompletNum(1:9).
           move TypeCompteOd to CompteCompletNum(10:2).
           move CodeGuichetOd to CodeGuichetNum.
           move CodeBanqueOd to CodeBanqueNum.

           perform CalculCleRib.

           if CleRibNum not = CleRibOd
               move "Cle RIB du compte invalide" to MessageOd
           end-if.

           if MessageOd = space and MontantOd = 0
               move "Montant de l'operation invalide" to MessageOd
           end-if.

           if MessageOd = space
               if SensOd = "d"
                   move "D" to SensOd
               end-if

               if SensOd = "c"
                   move "C" to SensOd
               end-if

               if SensOd not = "D" and SensOd not = "C"
                   move "Sens invalide (D ou C)" to MessageOd
               end-if
           end-if.

      * La nature doit exister au referentiel

           if MessageOd = space
               move CodeNatureOd to CodeNature of NatureOperation

               exec sql
                   select Libelle
                   into :NatureOperation.LibelleNature
                   from NatureOperation
                   where CodeNature = :NatureOperation.CodeNature
               end-exec

               if sqlcode not = 0
                   move "Nature inconnue du referentiel" to MessageOd
               end-if
           end-if.

      * Le compte doit exister et son titulaire etre actif

           if MessageOd = space
               exec sql
                   select Debit, Credit, CodeClient
                   into :Compte.Debit, :Compte.Credit,
                   :CodeClientBloqueLu
                   from Compte
                   where CodeBanque = :OperationDiverse.CodeBanqueOd
                   and CodeGuichet = :OperationDiverse.CodeGuichetOd
                   and NoCompte = :OperationDiverse.NoCompteOd
                   and TypeCompte = :OperationDiverse.TypeCompteOd
               end-exec

               if sqlcode not = 0
                   move "Compte introuvable" to MessageOd
               end-if
           end-if.

           if MessageOd = space
               move "A" to StatutClientControle

               exec sql
                   select StatutClient
                   into :StatutClientControle
                   from Client
                   where CodeClient = :CodeClientBloqueLu
               end-exec

               if ClientBloqueControle
                   move "Client decede ou bloque, OD refusee"
                   to MessageOd

                   move "Operation diverse sur client bloque"
                   to LibelleOperationBloquee

                   perform EcrireOperationBloquee
               end-if
           end-if.

      * Pas d'OD sur le compte de l'operateur ou d'un proche

           if MessageOd = space
               move CodeBanqueOd to CodeBanqueConflit
               move CodeGuichetOd to CodeGuichetConflit
               move NoCompteOd to NoCompteConflit
               move TypeCompteOd to TypeCompteConflit

               perform ControlerConflitCompte

               if ConflitInterets
                   move "Compte de l'operateur ou d'un proche, refuse"
                   to MessageOd
               end-if
           end-if.

      * Un gros debit (sens C) sur le compte d'un majeur protege
      * exige l'approbation du representant

           if MessageOd = space and SensOd = "C"
               move CodeBanqueOd to CodeBanqueRetenue
               move CodeGuichetOd to CodeGuichetRetenue
               move NoCompteOd to NoCompteRetenue
               move TypeCompteOd to TypeCompteRetenue
               move MontantOd to MontantOperationCourante

               perform ControlerTutelleOperation

               if TutelleAApprouver = "O"
                   move "Majeur protege : approbation requise, refuse"
                   to MessageOd
               end-if
           end-if.

      * Plafond de depot reglemente quand l'OD credite le compte

           if MessageOd = space and SensOd = "D"
               move CodeBanqueOd to CodeBanque of Mouvement
               move CodeGuichetOd to CodeGuichet of Mouvement

               move NoCompteOd
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteOd
               to TypeCompte of CompteComplet of Mouvement

               move MontantOd to MontantOperationCourante

               perform ControlerPlafondDepot

               if not PlafondRespecte
                   move "Plafond de depot du type de compte atteint"
                   to MessageOd
               end-if
           end-if.

           if MessageOd = space
               perform PosterOperationDiverse
           end-if.

      * --- MAJ du compte, audit et mouvement portant la nature ---

       PosterOperationDiverse.
           if SensOd = "D"
               move Debit of Compte to DebitAvantMaj
               add MontantOd to Debit of Compte
               move DebitAvantMaj to AncienneValeurAudit
               move Debit of Compte to NouvelleValeurAudit
           else
               move Credit of Compte to CreditAvantMaj
               add MontantOd to Credit of Compte
               move CreditAvantMaj to AncienneValeurAudit
               move Credit of Compte to NouvelleValeurAudit
           end-if.

           exec sql
               update Compte
               set Debit = :Compte.Debit, Credit = :Compte.Credit
               where CodeBanque = :OperationDiverse.CodeBanqueOd
               and CodeGuichet = :OperationDiverse.CodeGuichetOd
               and NoCompte = :OperationDiverse.NoCompteOd
               and TypeCompte = :OperationDiverse.TypeCompteOd
           end-exec.

           if sqlcode not = 0
               move "Operation diverse (maj compte)"
               to LibelleErreurSql
               move NoCompteOd to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise a jour du compte" to MessageOd
           else
               move "Compte" to TableAudit

               string
                 CodeBanqueOd delimited by space
                 CodeGuichetOd delimited by space
                 NoCompteOd delimited by space
                 into CleAudit
               end-string

               perform EnregistrerAudit

               move CodeBanqueOd to CodeBanque of Mouvement
               move CodeGuichetOd to CodeGuichet of Mouvement

               move NoCompteOd
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteOd
               to TypeCompte of CompteComplet of Mouvement

               move MontantOd to Montant of Mouvement
               move SensOd to SensMouvement of Mouvement
               move CodeNatureOd to NatureMouvement of Mouvement

               perform EnregistrerMouvement

               move "Operation diverse enregistree" to MessageOd
           end-if.

      * --- Referentiel des natures d'operation, sur le modele du
      * bareme des taux ---

       GestionNaturesOperation.
           perform SaisieNature-Init.
           perform SaisieNature-Trt
               until CodeNature of NatureOperation = space.
           perform SaisieNature-Fin.

       SaisieNature-Init.
           move "" to CodeNature of NatureOperation.

       SaisieNature-Trt.
           move spaces to CodeNature of NatureOperation.
           move spaces to LibelleNature of NatureOperation.

           display M-NatureOperation.

           accept CodeNature of NatureOperation line 5 col 20.

           if CodeNature of NatureOperation not = space
               perform RechercheNatureOperation
           end-if.

       SaisieNature-Fin.
           continue.

       RechercheNatureOperation.
           move "N" to StatutNature.

           exec sql
               select Libelle
               into :NatureOperation.LibelleNature
               from NatureOperation
               where CodeNature = :NatureOperation.CodeNature
           end-exec.

           if sqlcode = 0 then
               set NatureExistante to true
           end-if.

           if NatureNouvelle then
               display M-NatureOperation-Q

               move "N" to Reponse

               accept Reponse line 1 col 54

               if Reponse = "o" then
                   move "O" to Reponse
               end-if

               display M-EffaceQuestion
           end-if.

           if NatureExistante or Reponse = "O" then
               display M-NatureOperation-E

               accept M-NatureOperation-E

               perform MajNatureOperation

               display M-NatureOperation-E
           end-if.

       MajNatureOperation.
           if NatureNouvelle then
               move spaces to AncienneValeurAudit

               exec sql
                   insert into NatureOperation
                       (CodeNature, Libelle)
                   values
                       (:NatureOperation.CodeNature,
                        :NatureOperation.LibelleNature)
               end-exec
           else
               exec sql
                   update NatureOperation
                   set Libelle = :NatureOperation.LibelleNature
                   where CodeNature = :NatureOperation.CodeNature
               end-exec
           end-if.

           if sqlcode not = 0
               move "Maj nature d'operation" to LibelleErreurSql
               move CodeNature of NatureOperation to CleErreurSql
               perform JournaliserErreurSql
           else
               move "NatureOperation" to TableAudit
               move CodeNature of NatureOperation to CleAudit

               move LibelleNature of NatureOperation
               to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Contre-passation : un mouvement existant est annule par un
      * mouvement strictement inverse qui lui est lie (reference
      * croisee), le solde du compte est remis d'aplomb et les deux
      * lignes sont marquees pour que releves et export comptable les
      * presentent en ANNULATION
      **************************************************************************
       ContrePassation.
           move spaces to CompteComplet of Mouvement.
           move spaces to CodeGuichet of Mouvement.
           move spaces to CodeBanque of Mouvement.

           display M-RechercheCompte.

           accept M-RechercheCompte-E.

      * Une contre-passation poste : rien ne passe journee fermee

           perform ControlerJourneeOuverte.

           if CodeBanque of Compte not = space
           and not JourneeOuverte
               display " Journee comptable fermee, saisie refusee "
                 line 1 col 1
                 with no advancing

               accept Reponse line 1 col 44

               display M-EffaceQuestion
           end-if.

           if CodeBanque of Compte not = space
           and JourneeOuverte
               move CodeBanque of Compte to CodeBanque of Mouvement
               move CodeGuichet of Compte to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet of Compte
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of Compte
               to TypeCompte of CompteComplet of Mouvement

               perform ContrePassation-Compte
           end-if.

       ContrePassation-Compte.
           move 1 to NoMouvementChoisi.

           perform ContrePassation-Trt until NoMouvementChoisi = 0.

       ContrePassation-Trt.
           perform AfficherMouvementsContrePassation.

           move 0 to NoMouvementChoisi.

           accept NoMouvementChoisi line 21 col 49.

           if NoMouvementChoisi > 0
               perform ControlerContrePassation
           end-if.

      * --- Derniers mouvements du compte, avec leur numero ---

       AfficherMouvementsContrePassation.
           display M-ContrePassation.

           move 0 to Eot.
           move 6 to NoLigneEcran.

           exec sql
               declare C-ContrePassation cursor for
                   select top 13 NoMouvement, DateMouvement, Sens,
                   Montant, Nature, Annule
                   from Mouvement
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte = :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   order by DateMouvement desc
           end-exec.

           exec sql
             open C-ContrePassation
           end-exec.

           perform AfficherMouvementsContrePassation-Trt until Eot = 1.

           exec sql
             close C-ContrePassation
           end-exec.

       AfficherMouvementsContrePassation-Trt.
           exec sql
               fetch C-ContrePassation
               into :Mouvement.NoMouvement, :Mouvement.DateMouvement,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement, :Mouvement.MouvementAnnule
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NoLigneEcran < 19
                   add 1 to NoLigneEcran

                   move Montant of Mouvement
                   to MontantContrePasseAffiche

                   display LigneContrePassation
               end-if
           end-if.

      * --- Controles du mouvement choisi puis confirmation ---

       ControlerContrePassation.
           move spaces to MessageContrePassation.

           exec sql
               select Sens, Montant, Nature, Annule
               into :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement, :Mouvement.MouvementAnnule
               from Mouvement
               where NoMouvement = :NoMouvementChoisi
               and CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Mouvement introuvable sur ce compte"
               to MessageContrePassation
           else
               if MouvementAnnule of Mouvement = "O"
                   move "Mouvement deja contre-passe ou annulation"
                   to MessageContrePassation
               end-if

               if MessageContrePassation = space
               and NatureMouvement of Mouvement = "ANN"
                   move "Une annulation ne se contre-passe pas"
                   to MessageContrePassation
               end-if

      * Un solde a nouveau n'a jamais touche le solde du compte (il
      * remplace l'historique purge) : le contre-passer fausserait le
      * solde sans contrepartie dans les mouvements

               if MessageContrePassation = space
               and NatureMouvement of Mouvement = "SAN"
                   move "Un solde a nouveau ne se contre-passe pas"
                   to MessageContrePassation
               end-if

      * Pas de contre-passation sur le compte de l'operateur ou d'un
      * proche

               if MessageContrePassation = space
                   move CodeBanque of Mouvement to CodeBanqueConflit
                   move CodeGuichet of Mouvement to CodeGuichetConflit

                   move RacineCompte of CompteComplet of Mouvement
                   to NoCompteConflit

                   move TypeCompte of CompteComplet of Mouvement
                   to TypeCompteConflit

                   perform ControlerConflitCompte

                   if ConflitInterets
                       move "Compte de l'operateur ou d'un proche"
                       to MessageContrePassation
                   end-if
               end-if
           end-if.

           if MessageContrePassation = space
               display " Confirmez-vous la contre-passation (o/N) : "
                 line 1 col 1
                 with no advancing

               move "N" to Reponse

               accept Reponse line 1 col 45

               display M-EffaceQuestion

               if Reponse = "o" or Reponse = "O"
                   perform PosterContrePassation
               end-if
           end-if.

           if MessageContrePassation not = space
               display M-ContrePassation-Resultat

               accept Reponse line 1 col 80

               display M-EffaceQuestion
           end-if.

      * --- Mouvement inverse lie, remise d'aplomb du solde et
      * marquage des deux lignes ---

       PosterContrePassation.
           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
           end-exec.

           if sqlcode not = 0
               move "Compte introuvable" to MessageContrePassation
           else
               if SensMouvement of Mouvement = "D"
                   move "C" to SensContrePassation

                   move Credit of Compte to CreditAvantMaj
                   add Montant of Mouvement to Credit of Compte
                   move CreditAvantMaj to AncienneValeurAudit
                   move Credit of Compte to NouvelleValeurAudit
               else
                   move "D" to SensContrePassation

                   move Debit of Compte to DebitAvantMaj
                   add Montant of Mouvement to Debit of Compte
                   move DebitAvantMaj to AncienneValeurAudit
                   move Debit of Compte to NouvelleValeurAudit
               end-if

               exec sql
                   update Compte
                   set Debit = :Compte.Debit, Credit = :Compte.Credit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
               end-exec

               if sqlcode not = 0
                   move "Contre-passation (maj compte)"
                   to LibelleErreurSql
                   move NoMouvementChoisi to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to MessageContrePassation
               else
                   move "Compte" to TableAudit

                     into CleAudit
                   end-string

                   perform EnregistrerAudit

                   perform InsererMouvementAnnulation
               end-if
           end-if.

       InsererMouvementAnnulation.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMouvement of Mouvement
           end-string.

           perform HorodaterMouvement.

           exec sql
               insert into Mouvement
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Operateur, Nature,
                    Annule, RefMouvementOrigine, DateValeur,
                    HeureSaisie, Origine)
               values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :Mouvement.DateMouvement, :SensContrePassation,
                    :Mouvement.Montant, :CodeOperateurCourant,
                    'ANN', 'O', :NoMouvementChoisi,
                    :Mouvement.DateMouvement,
                    :Mouvement.HeureSaisieMouvement,
                    :Mouvement.OrigineMouvement)
           end-exec.

           if sqlcode not = 0
               move "Contre-passation (mouvement)"
               to LibelleErreurSql
               move NoMouvementChoisi to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de l'annulation"
               to MessageContrePassation
           else

      * La ligne d'origine est marquee annulee

               exec sql
                   update Mouvement set Annule = 'O'
                   where NoMouvement = :NoMouvementChoisi
               end-exec

               move "Mouvement" to TableAudit
               move NoMouvementChoisi to CleAudit
               move SensMouvement of Mouvement to AncienneValeurAudit
               move "contre-passe (ANN)" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Contre-passation enregistree"
               to MessageContrePassation
           end-if.

      **************************************************************************
      * Controle et regeneration de la copie indexee des clients : le
      * rapport confronte le fichier a la table Client dans les deux
      * sens (clients absents du fichier, noms divergents, entrees
      * sans fiche), la regeneration recree le fichier complet depuis
      * la table sous controle de l'operateur
      **************************************************************************
       ControleFichierIndexe.
           move space to ChoixControleIndexe.

           display " (R)apport des ecarts ou re(G)eneration ? : "
           line 1 col 1
           with no advancing.

           accept ChoixControleIndexe line 1 col 45.

           display M-EffaceQuestion.

           if ChoixControleIndexe = "r"
               move "R" to ChoixControleIndexe
           end-if.

           if ChoixControleIndexe = "g"
               move "G" to ChoixControleIndexe
           end-if.

           evaluate ChoixControleIndexe
               when "R"
                   perform RapportEcartsIndexe
               when "G"
                   perform RegenererFichierIndexe
           end-evaluate.

      * --- Rapport des ecarts entre la table Client et le fichier ---

       RapportEcartsIndexe.
           move 0 to NbEcartsIndexe.
           move 0 to NbClientsControlesIdx.
           move 0 to Eot.

           move corresponding DateSysteme to IndexeEntete1.

           move NomSocieteEntete to SocieteEntete of IndexeEntete1.

           open output F-RapportIndexe.

           write E-RapportIndexe from IndexeEntete1.
           write E-RapportIndexe from IndexeEntete2.
           write E-RapportIndexe from " ".

           perform OuvrirClientsIndexe.

      * Sens table vers fichier : chaque client doit s'y trouver,
      * sous son nom courant

           exec sql
               declare C-ControleIndexe cursor for
                   select CodeClient, Nom, Prenom
                   from Client
                   where CodeSociete = :CodeSocieteCourant
                   order by CodeClient
           end-exec.

           exec sql
             open C-ControleIndexe
           end-exec.

           perform RapportEcartsIndexe-Trt until Eot = 1.

           exec sql
             close C-ControleIndexe
           end-exec.

      * Sens fichier vers table : chaque entree doit avoir sa fiche

           perform ControlerEntreesIndexe.

           close F-ClientsIndexe.

           write E-RapportIndexe from " ".

           move NbClientsControlesIdx to NbClientsControlesIdxEdit.
           move NbEcartsIndexe to NbEcartsIndexeEdit.

           write E-RapportIndexe from IndexeTotalLigne.

           close F-RapportIndexe.

           string
             "Ecarts releves " delimited by size
             NbEcartsIndexe delimited by size
             into DetailActivite
           end-string.

       RapportEcartsIndexe-Trt.
           exec sql
               fetch C-ControleIndexe
               into :Client.CodeClient, :Client.Nom, :Client.Prenom
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform ControlerClientDansIndexe
           end-if.

       ControlerClientDansIndexe.
           add 1 to NbClientsControlesIdx.

           move CodeClient of CLIENT to CodeClientIndexe
           of E-ClientsIndexe.

           move "O" to ClientTrouveIndexe.

           read F-ClientsIndexe
               key is CodeClientIndexe
               invalid key
                   move "N" to ClientTrouveIndexe
           end-read.

           if ClientTrouveIndexe = "N"
               move "Absent du fichier indexe" to MotifEcartIndexe
               perform EcrireEcartIndexe
           else
               if NomIndexe of E-ClientsIndexe not = Nom of CLIENT
               or PrenomIndexe of E-ClientsIndexe
               not = Prenom of CLIENT
                   move "Nom/prenom divergents du fichier"
                   to MotifEcartIndexe
                   perform EcrireEcartIndexe
               end-if
           end-if.

       EcrireEcartIndexe.
           add 1 to NbEcartsIndexe.

           move CodeClient of CLIENT to CodeClientIndexeEdit.

           write E-RapportIndexe from IndexeDetail.

      * --- Parcours sequentiel du fichier : les entrees sans fiche
      * Client sont relevees ---

       ControlerEntreesIndexe.
           move 0 to Eof.

           move low-values to CodeClientIndexe of E-ClientsIndexe.

           start F-ClientsIndexe
               key is not less than CodeClientIndexe
               invalid key
                   move 1 to Eof
           end-start.

           perform ControlerEntreesIndexe-Trt until Eof = 1.

       ControlerEntreesIndexe-Trt.
           read F-ClientsIndexe next
               at end
                   move 1 to Eof
               not at end
                   perform ControlerUneEntreeIndexe
           end-read.

       ControlerUneEntreeIndexe.
           move CodeClientIndexe of E-ClientsIndexe
           to CodeClient of CLIENT.

           move 0 to NbClientTrouve.

           exec sql
               select count(*)
               into :NbClientTrouve
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           if NbClientTrouve = 0
               move "Entree sans fiche Client" to MotifEcartIndexe
               perform EcrireEcartIndexe
           end-if.

      * --- Regeneration complete du fichier depuis la table, sous
      * controle de l'operateur ---

       RegenererFichierIndexe.
           display " Confirmez-vous la regeneration (o/N) : "
           line 1 col 1
           with no advancing.

           move "N" to Reponse.

           accept Reponse line 1 col 41.

           display M-EffaceQuestion.

           if Reponse = "o" or Reponse = "O"
               perform RegenererFichierIndexe-Trt
           end-if.

       RegenererFichierIndexe-Trt.
           move 0 to NbEntreesRegenerees.
           move 0 to Eot.

           open output F-ClientsIndexe.

      * Le fichier indexe sert toute l'installation : la regeneration
      * recharge tous les clients, toutes societes confondues, sinon
      * regenerer depuis une societe effacerait les entrees de l'autre

           exec sql
               declare C-RegenIndexe cursor for
                   select CodeClient, Nom, Prenom, CodePostal, Ville
                   from Client
                   order by CodeClient
           end-exec.

           exec sql
             open C-RegenIndexe
           end-exec.

           perform RegenererUneEntree until Eot = 1.

           exec sql
             close C-RegenIndexe
           end-exec.

           close F-ClientsIndexe.

           string
             "Entrees regenerees " delimited by size
             NbEntreesRegenerees delimited by size
             into DetailActivite
           end-string.

       RegenererUneEntree.
           exec sql
               fetch C-RegenIndexe
               into :Client.CodeClient, :Client.Nom, :Client.Prenom,
               :Client.CodePostal, :Client.Ville
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move CodeClient of CLIENT
               to CodeClientIndexe of E-ClientsIndexe

               move Nom of CLIENT to NomIndexe of E-ClientsIndexe

               move Prenom of CLIENT
               to PrenomIndexe of E-ClientsIndexe

               move CodePostal of CLIENT
               to CodePostalIndexe of E-ClientsIndexe

               move Ville of CLIENT to VilleIndexe of E-ClientsIndexe

               write E-ClientsIndexe
                   invalid key continue
               end-write

               add 1 to NbEntreesRegenerees
           end-if.

      **************************************************************************
      * Attestation de solde a une date passee : la date est demandee
      * puis le client recherche par les chemins habituels ; pour
      * chaque compte, le solde a la date est reconstitue en
      * retranchant du solde courant les mouvements posterieurs, et
      * une attestation d'une page est editee avec le montant en
      * chiffres et en toutes lettres
      **************************************************************************
       AttestationSolde.
           move spaces to DateAttestation.

           display " Solde a la date du (AAAAMMJJ) : "
           line 1 col 1
           with no advancing.

           accept DateAttestation line 1 col 34.

           display M-EffaceQuestion.

           if DateAttestation not = space
               set ModeRechercheAttestation to true

               perform RechercheClientTousModes
           end-if.

      * --- Une page d'attestation par compte du client ---

       EditerAttestation.
           move CodeClient of CLIENT to CodeClientConsulte.
           move "ATT" to EcranConsultation.

           perform JournaliserConsultation.

           exec sql
               select Nom, Prenom, Ville
               into :Client.Nom, :Client.Prenom, :Client.Ville
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           move CodeClient of CLIENT to CodeClientCourrier.
           move "ATTESTATION" to TypeCourrier.

           perform PreparerBlocAdresse.

           move 0 to Eot.
           move 0 to NbPagesAttestation.

           move corresponding DateSysteme to AttestationEntete1.

           move NomSocieteEntete
           to SocieteEntete of AttestationEntete1.

           exec sql
               declare C-AttestationComptes cursor for
                   select CodeBanque, NomBanque, CodeGuichet,
                   NoCompte, TypeCompte, Debit, Credit, Iban
                   from VueCompteClient
                   where CodeClient = :Client.CodeClient
                   order by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
           end-exec.

           exec sql
             open C-AttestationComptes
           end-exec.

           open output F-Attestation.

           perform EditerAttestation-Trt until Eot = 1.

           exec sql
             close C-AttestationComptes
           end-exec.

           close F-Attestation.

           string
             "Date " delimited by size
             DateAttestation delimited by size
             " - Pages " delimited by size
             NbPagesAttestation delimited by size
             into DetailActivite
           end-string.

       EditerAttestation-Trt.
           exec sql
               fetch C-AttestationComptes
               into :LigneCourante.CodeBanque,
               :LigneCourante.NomBanque, :LigneCourante.CodeGuichet,
               :LigneCourante.RacineCompte,
               :LigneCourante.TypeCompte, :LigneCourante.Debit,
               :LigneCourante.Credit, :LigneCourante.Iban
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform EditerAttestationCompte
           end-if.

      * --- Reconstitution du solde a la date et edition de la page ;
      * une date anterieure a l'historique conserve (purge par la
      * cloture annuelle) n'est pas certifiable et donne une page de
      * refus explicite plutot qu'un chiffre faux ---

       EditerAttestationCompte.
           move spaces to DateMouvementMinAttestation.

           exec sql
               select coalesce(min(DateMouvement), ' ')
               into :DateMouvementMinAttestation
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
           end-exec.

           if DateMouvementMinAttestation not = space
           and DateAttestation < DateMouvementMinAttestation
               perform EditerAttestationRefus
           else
               perform EditerAttestationCompte-Trt
           end-if.

      * --- Page de refus : l'historique ne remonte pas jusqu'a la
      * date demandee ---

       EditerAttestationRefus.
           add 1 to NbPagesAttestation.

           write E-Attestation from AttestationEntete1.
           write E-Attestation from AttestationEntete2.
           write E-Attestation from " ".

           perform EcrireBlocAttestation
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-Attestation from " ".

           move spaces to AttestationLigne.

           string
             " Banque " delimited by size
             NomBanque of LigneCourante delimited by space
             "  Guichet " delimited by size
             CodeGuichet of LigneCourante delimited by space
             "  Compte " delimited by size
             RacineCompte of LigneCourante delimited by space
             " " delimited by size
             TypeCompte of LigneCourante delimited by space
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.
           write E-Attestation from " ".

           move spaces to AttestationLigne.

           string
             " Solde au " delimited by size
             DateAttestation delimited by size
             " NON CERTIFIABLE : l'historique des" delimited by size
             " mouvements" delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " conserve ne remonte qu'au " delimited by size
             DateMouvementMinAttestation delimited by size
             " (archivage annuel anterieur)." delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.
           write E-Attestation from " ".

       EcrireBlocAttestation.
           write E-Attestation from LigneBlocAdresse(IdxBlocAdresse).

       EditerAttestationCompte-Trt.
           perform CalculSoldeLigne.

      * Les mouvements posterieurs a la date demandee sont rejoues a
      * l'envers depuis le solde courant

           move 0 to TotalMouvementDebit.
           move 0 to TotalMouvementCredit.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementDebit
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'D'
               and DateMouvement > :DateAttestation
           end-exec.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementCredit
               from Mouvement
               where CodeBanque = :LigneCourante.CodeBanque
               and CodeGuichet = :LigneCourante.CodeGuichet
               and NoCompte = :LigneCourante.RacineCompte
               and TypeCompte = :LigneCourante.TypeCompte
               and Sens = 'C'
               and DateMouvement > :DateAttestation
           end-exec.

           compute SoldeAttestation = Solde of LigneCourante
           - TotalMouvementDebit + TotalMouvementCredit.

           move "N" to SoldeNegatifAttestation.

           if SoldeAttestation < 0
               move "O" to SoldeNegatifAttestation

               compute MontantALettrer = - SoldeAttestation
           else
               move SoldeAttestation to MontantALettrer
           end-if.

           perform ConvertirMontantEnLettres.

           add 1 to NbPagesAttestation.

           write E-Attestation from AttestationEntete1.
           write E-Attestation from AttestationEntete2.
           write E-Attestation from " ".

           perform EcrireBlocAttestation
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-Attestation from " ".

           move spaces to AttestationLigne.

           string
             " Nous attestons que le compte designe ci-dessous,"
             delimited by size
             " ouvert au nom de" delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " " delimited by size
             Nom of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by space
             " (" delimited by size
             Ville of CLIENT delimited by space
             ")," delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " presentait au " delimited by size
             DateAttestation delimited by size
             " le solde ci-apres." delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.
           write E-Attestation from " ".

           move spaces to AttestationLigne.

           string
             " Banque " delimited by size
             NomBanque of LigneCourante delimited by space
             "  Guichet " delimited by size
             CodeGuichet of LigneCourante delimited by space
             "  Compte " delimited by size
             RacineCompte of LigneCourante delimited by space
             " " delimited by size
             TypeCompte of LigneCourante delimited by space
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " Iban " delimited by size
             Iban of LigneCourante delimited by space
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.
           write E-Attestation from " ".

           move SoldeAttestation to SoldeAttestationAffiche.

           move spaces to AttestationLigne.

           string
             " Solde en chiffres : " delimited by size
             SoldeAttestationAffiche delimited by size
             " EUR" delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.

           move spaces to AttestationLigne.

           if SoldeNegatifAttestation = "O"
               string
                 " Solde en lettres  : DEBITEUR DE "
                 delimited by size
                 MontantEnLettres delimited by size
                 into AttestationLigne
               end-string
           else
               string
                 " Solde en lettres  : " delimited by size
                 MontantEnLettres delimited by size
                 into AttestationLigne
               end-string
           end-if.

           write E-Attestation from AttestationLigne.

           write E-Attestation from " ".

           move spaces to AttestationLigne.

           string
             " Attestation delivree pour servir et valoir"
             delimited by size
             " ce que de droit." delimited by size
             into AttestationLigne
           end-string.

           write E-Attestation from AttestationLigne.
           write E-Attestation from " ".

      * --- Montant en toutes lettres (euros et centimes) ---

       ConvertirMontantEnLettres.
           move MontantALettrer to EurosALettrer.

           compute CentimesALettrer =
           (MontantALettrer - EurosALettrer) * 100.

           move spaces to MontantEnLettres.
           move 1 to PtrLettres.

           if EurosALettrer = 0
               string "ZERO" delimited by size
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string
           else
               divide EurosALettrer by 1000000000
               giving TrancheALettrer
               remainder EurosALettrer

               if TrancheALettrer > 0
                   move "O" to TrancheSuivie

                   perform ConvertirTrancheEnLettres

                   perform AjouterMotsTranche

                   if TrancheALettrer > 1
                       string " MILLIARDS" delimited by size
                         into MontantEnLettres
                         with pointer PtrLettres
                       end-string
                   else
                       string " MILLIARD" delimited by size
                         into MontantEnLettres
                         with pointer PtrLettres
                       end-string
                   end-if
               end-if

               divide EurosALettrer by 1000000
               giving TrancheALettrer
               remainder EurosALettrer

               if TrancheALettrer > 0
                   move "O" to TrancheSuivie

                   perform ConvertirTrancheEnLettres

                   perform AjouterMotsTranche

                   if TrancheALettrer > 1
                       string " MILLIONS" delimited by size
                         into MontantEnLettres
                         with pointer PtrLettres
                       end-string
                   else
                       string " MILLION" delimited by size
                         into MontantEnLettres
                         with pointer PtrLettres
                       end-string
                   end-if
               end-if

               divide EurosALettrer by 1000
               giving TrancheALettrer
               remainder EurosALettrer

               if TrancheALettrer > 0
                   if TrancheALettrer > 1
                       move "O" to TrancheSuivie

                       perform ConvertirTrancheEnLettres

                       perform AjouterMotsTranche
                   end-if

                   if PtrLettres > 1 and TrancheALettrer = 1
                       string " MILLE" delimited by size
                         into MontantEnLettres
                         with pointer PtrLettres
                       end-string
                   else
                       if TrancheALettrer = 1
                           string "MILLE" delimited by size
                             into MontantEnLettres
                             with pointer PtrLettres
                           end-string
                       else
                           string " MILLE" delimited by size
                             into MontantEnLettres
                             with pointer PtrLettres
                           end-string
                       end-if
                   end-if
               end-if

               move EurosALettrer to TrancheALettrer

               if TrancheALettrer > 0
                   move "N" to TrancheSuivie

                   perform ConvertirTrancheEnLettres

                   perform AjouterMotsTranche
               end-if
           end-if.

           if MontantALettrer < 2
               string " EURO" delimited by size
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string
           else
               string " EUROS" delimited by size
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string
           end-if.

           if CentimesALettrer > 0
               move CentimesALettrer to UnitesTranche

               perform ConvertirDeuxChiffres

               string " ET " delimited by size
                 MotsDeuxChiffres delimited by "  "
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string

               if CentimesALettrer = 1
                   string " CENTIME" delimited by size
                     into MontantEnLettres
                     with pointer PtrLettres
                   end-string
               else
                   string " CENTIMES" delimited by size
                     into MontantEnLettres
                     with pointer PtrLettres
                   end-string
               end-if
           end-if.

      * --- Ajout des mots d'une tranche, precedes d'un espace si le
      * libelle est deja entame ---

       AjouterMotsTranche.
           if PtrLettres > 1
               string " " delimited by size
                 MotsTranche delimited by "  "
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string
           else
               string MotsTranche delimited by "  "
                 into MontantEnLettres
                 with pointer PtrLettres
               end-string
           end-if.

      * --- Tranche de 0 a 999 en toutes lettres ---

       ConvertirTrancheEnLettres.
           move spaces to MotsTranche.

           divide TrancheALettrer by 100 giving CentainesTranche
           remainder ResteTranche.

           move ResteTranche to UnitesTranche.
           move ResteTranche to RestePourCent.

           perform ConvertirDeuxChiffres.

           evaluate true
               when CentainesTranche = 0
                   move MotsDeuxChiffres to MotsTranche
               when CentainesTranche = 1
                   if RestePourCent = 0
                       move "CENT" to MotsTranche
                   else
                       string "CENT " delimited by size
                         MotsDeuxChiffres delimited by "  "
                         into MotsTranche
                       end-string
                   end-if
               when other
                   if RestePourCent = 0
                       if TrancheSuivie = "O"
                           string MotPetit(CentainesTranche)
                             delimited by space
                             " CENT" delimited by size
                             into MotsTranche
                           end-string
                       else
                           string MotPetit(CentainesTranche)
                             delimited by space
                             " CENTS" delimited by size
                             into MotsTranche
                           end-string
                       end-if
                   else
                       string MotPetit(CentainesTranche)
                         delimited by space
                         " CENT " delimited by size
                         MotsDeuxChiffres delimited by "  "
                         into MotsTranche
                       end-string
                   end-if
           end-evaluate.

      * --- Nombre de 0 a 99 en toutes lettres (regles francaises :
      * soixante-dix, quatre-vingts, quatre-vingt-dix) ---

       ConvertirDeuxChiffres.
           move spaces to MotsDeuxChiffres.

           evaluate true
               when UnitesTranche = 0
                   continue
               when UnitesTranche <= 16
                   move MotPetit(UnitesTranche) to MotsDeuxChiffres
               when UnitesTranche <= 19
                   compute DizainesTranche = UnitesTranche - 10

                   string "DIX-" delimited by size
                     MotPetit(DizainesTranche) delimited by space
                     into MotsDeuxChiffres
                   end-string
               when UnitesTranche = 71
                   move "SOIXANTE ET ONZE" to MotsDeuxChiffres
               when UnitesTranche >= 70 and UnitesTranche <= 79
                   compute ResteTranche = UnitesTranche - 60

                   if ResteTranche <= 16
                       string "SOIXANTE-" delimited by size
                         MotPetit(ResteTranche) delimited by space
                         into MotsDeuxChiffres
                       end-string
                   else
                       compute DizainesTranche = ResteTranche - 10

                       string "SOIXANTE-DIX-" delimited by size
                         MotPetit(DizainesTranche) delimited by space
                         into MotsDeuxChiffres
                       end-string
                   end-if
               when UnitesTranche = 80
                   if TrancheSuivie = "O"
                       move "QUATRE-VINGT" to MotsDeuxChiffres
                   else
                       move "QUATRE-VINGTS" to MotsDeuxChiffres
                   end-if
               when UnitesTranche >= 81
                   compute ResteTranche = UnitesTranche - 80

                   if ResteTranche <= 16
                       string "QUATRE-VINGT-" delimited by size
                         MotPetit(ResteTranche) delimited by space
                         into MotsDeuxChiffres
                       end-string
                   else
                       compute DizainesTranche = ResteTranche - 10

                       string "QUATRE-VINGT-DIX-" delimited by size
                         MotPetit(DizainesTranche) delimited by space
                         into MotsDeuxChiffres
                       end-string
                   end-if
               when other
                   divide UnitesTranche by 10 giving DizainesTranche
                   remainder ResteTranche

                   if ResteTranche = 0
                       move MotDizaine(DizainesTranche)
                       to MotsDeuxChiffres
                   else
                       if ResteTranche = 1
                           string
                             MotDizaine(DizainesTranche)
                             delimited by space
                             " ET UN" delimited by size
                             into MotsDeuxChiffres
                           end-string
                       else
                           string
                             MotDizaine(DizainesTranche)
                             delimited by space
                             "-" delimited by size
                             MotPetit(ResteTranche)
                             delimited by space
                             into MotsDeuxChiffres
                           end-string
                       end-if
                   end-if
           end-evaluate.

       TraitementClient.
           move CodeClient of CLIENT to CodeClientConsulte.
           move "GES" to EcranConsultation.

           perform JournaliserConsultation.

      * Pas de gestion de son propre client ni de celui d'un proche

           move CodeClient of CLIENT to CodeClientConflit.

           perform ControlerConflitClient.

           if ConflitInterets
               perform RefuserConflitInterets
           else
               perform RechercheCompteClient-Init
               perform RechercheCompteClient-Trt until Eof = 1

      * Client de moins de DimTableau comptes : aucune page pleine
      * n'a d�clench� SelectionTraitementCompte pendant la boucle,
      * on la d�clenche ici une seule fois pour la derniere page

               if MaxCompte > 0 and SelectionClientTraitee = "N" then
                   perform SelectionTraitementCompte
               end-if

               perform RechercheCompteClient-Fin
           end-if.

      * --- Recherche info client + compte ---

       RechercheCompteClient-Init.
           move 0 to Eof.
           move 0 to NoLigneCompte.
           move 0 to MaxCompte.
           move 0 to NoLigneCompteBase.
           move NoLigneTitre to NoLigneEcran.
           move NoLigneTitre to MaxLigne.
           move "N" to SelectionClientTraitee.

      * Identite du client lue une fois pour toutes : les lignes de
      * comptes co-detenus remontees par le lien TitulaireCompte
      * portent l'identite de leur titulaire principal, qui ne doit
      * pas ecraser l'entete de l'ecran

           exec sql
               select Nom, Prenom, CodePostal, Ville, Email,
               Telephone, StatutClient, MotifBlocage, DateBlocage,
               coalesce(DateNaissance, ' '),
               coalesce(LieuNaissance, ' '), coalesce(DateDeces, ' '),
               coalesce(ClientSensible, ' ')
               into :Client.Nom, :Client.Prenom, :Client.CodePostal,
                    :Client.Ville, :Client.Email, :Client.Telephone,
                    :Client.StatutClient, :Client.MotifBlocage,
                    :Client.DateBlocage, :Client.DateNaissance,
                    :Client.LieuNaissance, :Client.DateDeces,
                    :Client.ClientSensible
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

      * Les comptes du client : ceux dont il est le titulaire de la
      * ligne Compte, plus ceux que le lien TitulaireCompte lui
      * rattache (co-titulaire ou mandataire)

           exec sql
             declare C-VueCompteClient cursor for
             select CodeClient, Nom, Prenom, CodePostal,
             Ville, CodeBanque, NomBanque, CodeGuichet, NoCompte,
             TypeCompte, CleRib, Debit, Credit, StatutCompte,
             DateCloture, Devise, DecouvertAutorise
             from VueCompteClient
             where CodeClient = :Client.CodeClient
             or exists
             (select 1 from TitulaireCompte
              where TitulaireCompte.CodeClient = :Client.CodeClient
              and TitulaireCompte.CodeBanque =
              VueCompteClient.CodeBanque
              and TitulaireCompte.CodeGuichet =
              VueCompteClient.CodeGuichet
              and TitulaireCompte.NoCompte =
              VueCompteClient.NoCompte
              and TitulaireCompte.TypeCompte =
              VueCompteClient.TypeCompte)
             order by CodeBanque, CodeGuichet, NoCompte, TypeCompte
           end-exec.

           exec sql
             open C-VueCompteClient
           end-exec.

       RechercheCompteClient-Trt.
           exec sql
             fetch C-VueCompteClient into :CodeClientFetch,
              :NomFetch, :PrenomFetch,
              :CodePostalFetch, :VilleFetch,
              :LigneCourante.CodeBanque, :LigneCourante.NomBanque,
              :LigneCourante.CodeGuichet, :LigneCourante.RacineCompte,
              :LigneCourante.TypeCompte, :LigneCourante.CleRib,
              :LigneCourante.Debit, :LigneCourante.Credit,
              :LigneCourante.StatutCompte, :LigneCourante.DateCloture,
              :LigneCourante.Devise, :LigneCourante.DecouvertAutorise
           end-exec.

           if SQLCODE = 0 or SQLCODE = 1 then
               perform TraitementCompte
           else
               move 1 to Eof
           end-if.

       RechercheCompteClient-Fin.
           exec sql
             close C-VueCompteClient
           end-exec.

      * --- Traitement d'une ligne de compte ---

       TraitementCompte.
           move "N" to SelectionClientTraitee.

      * Alimentation d'un tableau des lignes
           add 1 to NoLigneCompte.

           move NoLigneCompte to MaxCompte.

           perform CalculSoldeLigne.

           move corresponding LigneCourante
           to LigneCompte(NoLigneCompte).

           set LigneExistante(NoLigneCompte) to true.

      * Valeurs telles que chargees, pour le controle de concurrence
      * a la validation

           move CleRib of LigneCourante
           to CleRibChargee(NoLigneCompte).

           move Debit of LigneCourante
           to DebitCharge(NoLigneCompte).

           move Credit of LigneCourante
           to CreditCharge(NoLigneCompte).

           move DecouvertAutorise of LigneCourante
           to DecouvertCharge(NoLigneCompte).

           move StatutCompte of LigneCourante
           to StatutCompteCharge(NoLigneCompte).

      * Sur la premiere ligne on affiche l'entete de l'écran
           if NoLigneCompte = 1 then
               move Nom of CLIENT to NomClientCharge
               move Prenom of CLIENT to PrenomClientCharge
               move CodePostal of CLIENT to CodePostalClientCharge
               move Ville of CLIENT to VilleClientCharge
               move Email of CLIENT to EmailClientCharge
               move Telephone of CLIENT to TelephoneClientCharge
               move StatutClient of CLIENT to StatutClientCharge

               display M-GestionClient-E
           end-if.

      * Affichage de la ligne à l'écran, dans la page courante

           compute NoLigneEcran =
           NoLigneTitre + NoLigneCompte - NoLigneCompteBase.

           move NoLigneEcran to MaxLigne.

           display M-GestionClient-L.

      * La page est pleine : on demande [S]uivante ou [M]enu

           if NoLigneEcran = NoLigneTitre + DimTableau - 1 then
               perform PageSuivanteComptes
           end-if.

      * --- Pagination de la liste des comptes d'un client ---

       PageSuivanteComptes.
           display " Page [S]uivante - [M]enu : S"
           line 1 col 1
           with no advancing.

           move "S" to Reponse.

           accept Reponse line 1 col 29.

           display M-EffaceQuestion.

           if Reponse = "M" then
               move 1 to Eof
           else
               move NoLigneCompte to NoLigneCompteBase
           end-if.

           perform SelectionTraitementCompte.

      * --- Sélection du traitement ---

      * Le client a d�j� au moins ce compte-ci : on propose de le
      * terminer, de le modifier ou de le supprimer -- appel�e a
      * chaque page pleine (PageSuivanteComptes) et, pour les clients
      * de moins de DimTableau comptes, une seule fois en fin de
      * liste (TraitementClient) puisqu'aucune page pleine n'est
      * jamais atteinte pour eux

       SelectionTraitementCompte.
           move "O" to SelectionClientTraitee.

           display M-GestionClient-QM.

           move "T" to ChoixGestionClient.

           accept ChoixGestionClient line 1 col 62.

           if ChoixGestionClient = "m" then
               move "M" to ChoixGestionClient
           end-if.

           if ChoixGestionClient = "s" then
               move "S" to ChoixGestionClient
           end-if.

           display M-EffaceQuestion.

           evaluate ChoixGestionClient
               when "M"
                   perform MajInfoClient
               when "S"
                   perform SupprimerClient
           end-evaluate.

      * --- Gestion des titulaires du compte de la ligne choisie :
      * liste des co-detenteurs lies, ajout ou suppression d'un lien
      * avec son role (T = titulaire, C = co-titulaire, M =
      * mandataire) ---

       GestionTitulaires.
           move "A" to ChoixTitulaire.

           perform GestionTitulaires-Trt
               until ChoixTitulaire = space.

       GestionTitulaires-Trt.
           perform AfficherTitulaires.

           move space to ChoixTitulaire.

           accept ChoixTitulaire line 21 col 57.

           if ChoixTitulaire = "a"
               move "A" to ChoixTitulaire
           end-if.

           if ChoixTitulaire = "s"
               move "S" to ChoixTitulaire
           end-if.

           evaluate ChoixTitulaire
               when "A"
                   perform AjouterTitulaire
               when "S"
                   perform SupprimerTitulaire
           end-evaluate.

       AfficherTitulaires.
           display M-Titulaires.

           move 0 to Eot.
           move 6 to NoLigneEcran.

           exec sql
               declare C-Titulaires cursor for
                   select TitulaireCompte.CodeClient,
                   TitulaireCompte.Role, Client.Nom, Client.Prenom
                   from TitulaireCompte join Client
                   on Client.CodeClient = TitulaireCompte.CodeClient
                   where TitulaireCompte.CodeBanque =
                   :LigneCompte(NoLigneCompte).CodeBanque
                   and TitulaireCompte.CodeGuichet =
                   :LigneCompte(NoLigneCompte).CodeGuichet
                   and TitulaireCompte.NoCompte =
                   :LigneCompte(NoLigneCompte).RacineCompte
                   and TitulaireCompte.TypeCompte =
                   :LigneCompte(NoLigneCompte).TypeCompte
                   order by TitulaireCompte.Role
           end-exec.

           exec sql
             open C-Titulaires
           end-exec.

           perform AfficherTitulaires-Trt until Eot = 1.

           exec sql
             close C-Titulaires
           end-exec.

       AfficherTitulaires-Trt.
           exec sql
               fetch C-Titulaires
               into :TitulaireCompte.CodeClientTitulaire,
               :TitulaireCompte.RoleTitulaire,
               :NomTitulaireAffiche, :PrenomTitulaireAffiche
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NoLigneEcran < 19
                   add 1 to NoLigneEcran

                   display LigneTitulaireEcran
               end-if
           end-if.

      * --- Ajout d'un lien titulaire : le client doit exister et le
      * lien ne pas deja figurer ---

       AjouterTitulaire.
           move spaces to CodeClientTitulaire.
           move "C" to RoleTitulaire.

           display M-Titulaire-E.

           accept M-Titulaire-E.

           if CodeClientTitulaire not = space
               exec sql
                   select Nom
                   into :NomTitulaireAffiche
                   from Client
                   where CodeClient =
                   :TitulaireCompte.CodeClientTitulaire
               end-exec

               if sqlcode not = 0
                   display " Client inconnu "
                     line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 17

                   display M-EffaceQuestion
               else
                   perform InsererTitulaire
               end-if
           end-if.

       InsererTitulaire.
           move CodeBanque of LigneCompte(NoLigneCompte)
           to CodeBanqueTitulaire.

           move CodeGuichet of LigneCompte(NoLigneCompte)
           to CodeGuichetTitulaire.

           move RacineCompte of LigneCompte(NoLigneCompte)
           to NoCompteTitulaire.

           move TypeCompte of LigneCompte(NoLigneCompte)
           to TypeCompteTitulaire.

           exec sql
               insert into TitulaireCompte
               (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Role)
               values
               (:TitulaireCompte.CodeClientTitulaire,
                :TitulaireCompte.CodeBanqueTitulaire,
                :TitulaireCompte.CodeGuichetTitulaire,
                :TitulaireCompte.NoCompteTitulaire,
                :TitulaireCompte.TypeCompteTitulaire,
                :TitulaireCompte.RoleTitulaire)
           end-exec.

           if sqlcode not = 0
               move "Ajout titulaire" to LibelleErreurSql
               move CodeClientTitulaire to CleErreurSql
               perform JournaliserErreurSql
           else
               move "TitulaireCompte" to TableAudit

               string
                 CodeBanqueTitulaire delimited by space
                 CodeGuichetTitulaire delimited by space
                 NoCompteTitulaire delimited by space
                 into CleAudit
               end-string

               move spaces to AncienneValeurAudit

               string
                 CodeClientTitulaire delimited by space
                 " role " delimited by size
                 RoleTitulaire delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      * --- Suppression d'un lien titulaire ---

       SupprimerTitulaire.
           move spaces to CodeClientTitulaire.
           move space to RoleTitulaire.

           display M-Titulaire-E.

           accept CodeClientTitulaire line 22 col 16.

           if CodeClientTitulaire not = space
               exec sql
                   delete from TitulaireCompte
                   where CodeClient =
                   :TitulaireCompte.CodeClientTitulaire
                   and CodeBanque =
                   :LigneCompte(NoLigneCompte).CodeBanque
                   and CodeGuichet =
                   :LigneCompte(NoLigneCompte).CodeGuichet
                   and NoCompte =
                   :LigneCompte(NoLigneCompte).RacineCompte
                   and TypeCompte =
                   :LigneCompte(NoLigneCompte).TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Suppression titulaire" to LibelleErreurSql
                   move CodeClientTitulaire to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "TitulaireCompte" to TableAudit
                   move CodeClientTitulaire to CleAudit
                   move "lien titulaire" to AncienneValeurAudit
                   move spaces to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- MAJ des informations du client ---

       MajInfoClient.
           perform MajInfoClient-init.
           perform MajInfoClient-trt 
           until OptionMaj = "V" or OptionMaj = "A".
           perform MajInfoClient-Fin.

       MajInfoClient-Init.
           move " " to OptionMaj.

       MajInfoClient-Trt.
      * Initialisation de l'affichage des options de menu

           if MaxCompte = 0 then
               move CouleurFondEcran to ModificationForeGround
               move CouleurFondEcran to ValidationForeGround
           else
               move CouleurCaractere to ModificationForeGround
               move CouleurCaractere to ValidationForeGround
           end-if.

           if MaxCompte < 2 then
               move CouleurFondEcran to SuppressionForeGround
           else
               move CouleurCaractere to SuppressionForeGround
           end-if.

           if MaxCompte = MaxCompteParClient then
               move CouleurFondEcran to CreationForeGround
           else
               move CouleurCaractere to CreationForeGround
           end-if.

           if MaxCompte = 0 then
               move CouleurFondEcran to ClotureForeGround
           else
               move CouleurCaractere to ClotureForeGround
           end-if.

      * Affichage du menu

           display M-GestionClient-Menu.
      
      * Saisie de l'option de gestion
      
           move " " to OptionMaj.
      
           accept OptionMaj line 23 col 78.
      
           if OptionMaj = "a"
               move "A" to OptionMaj.

           if OptionMaj = "v"
               move "V" to OptionMaj.

           evaluate OptionMaj
               when "1"
                   perform AjoutLigne

               when "2"
                   perform ModificationLigne

               when "3"
                   move 0 to NoLigneCompte
                   if MaxCompte > 0 then
                       accept NoLigneCompte line 23 col 33

                       if NoLigneCompte > NoLigneCompteBase and
                       NoLigneCompte <= MaxCompte and
                       NoLigneCompte <= NoLigneCompteBase +
                       DimTableau then
                           perform SuppressionLigne
                       end-if
                   end-if

               when "4"
                   perform MajEnteteClient

      * Edition du RIB papier : la ligne demandee (7) ou tous les
      * comptes du client d'un coup (8)

               when "7"
                   move 0 to NoLigneCompte
                   if MaxCompte > 0 then
                       accept NoLigneCompte line 21 col 78

                       if NoLigneCompte > 0
                       and NoLigneCompte <= MaxCompte
                           perform EditionRibLigne
                       end-if
                   end-if

               when "8"
                   if MaxCompte > 0 then
                       perform EditionRibLigne
                         varying NoLigneCompte from 1 by 1
                         until NoLigneCompte > MaxCompte
                   end-if

               when "6"
                   move 0 to NoLigneCompte
                   if MaxCompte > 0 then
                       accept NoLigneCompte line 24 col 68

                       if NoLigneCompte > NoLigneCompteBase and
                       NoLigneCompte <= MaxCompte and
                       NoLigneCompte <= NoLigneCompteBase +
                       DimTableau then
                           perform GestionTitulaires

                           display M-GestionClient-E

                           perform ReaffichageComptes
                       end-if
                   end-if

      * Forfait (convention de compte) de la ligne demandee

               when "9"
                   move 0 to NoLigneCompte
                   if MaxCompte > 0 then
                       display M-ForfaitCompte-Q

                       accept NoLigneCompte line 1 col 32

                       display M-EffaceQuestion

                       if NoLigneCompte > NoLigneCompteBase and
                       NoLigneCompte <= MaxCompte and
                       NoLigneCompte <= NoLigneCompteBase +
                       DimTableau then
                           perform GestionForfaitCompte

                           display M-GestionClient-E

                           perform ReaffichageComptes
                       end-if
                   end-if

               when "5"
                   move 0 to NoLigneCompte
                   if MaxCompte > 0 then
                       accept NoLigneCompte line 24 col 32

                       if NoLigneCompte > NoLigneCompteBase and
                       NoLigneCompte <= MaxCompte and
                       NoLigneCompte <= NoLigneCompteBase +
                       DimTableau then
                           perform ClotureLigne
                       end-if
                   end-if

               when "V"
                   if MaxCompte > 0 then
                       perform ValiderEnteteClient

                       if EnteteClientValide then
                           perform DemanderConfirmationMaj

                           if Reponse = "O" then
                               perform ControlerConcurrenceMaj

                               if MajConcurrente
                                   perform RefuserMajConcurrente
                               else
                                   perform MajClientDatabase
                               end-if
                           else
                               move " " to OptionMaj
                           end-if
                       else
                           display M-GestionClient-Message

                           accept Reponse line 1 col 80

                           display M-EffaceQuestion

                           move " " to OptionMaj
                       end-if
                   end-if

           end-evaluate.

       MajInfoClient-Fin.
           continue.

      * --- Modification de l'entete du client ---

       MajEnteteClient.

      * Les attributs de conformite existants sont recharges pour ne
      * pas etre ecrases par la MAJ d'entete

           move spaces to DispensePfu of CLIENT.
           move spaces to NiveauRisque of CLIENT.
           move spaces to DateRevueKyc of CLIENT.
           move spaces to PaysResidence of CLIENT.
           move spaces to Tin of CLIENT.
           move spaces to FormatReleve of CLIENT.
           move spaces to ComplementAdresse of CLIENT.
           move spaces to NumeroVoie of CLIENT.
           move spaces to LibelleVoie of CLIENT.
           move spaces to LieuDit of CLIENT.
           move spaces to PaysAdresse of CLIENT.
           move space to ClientSensible of CLIENT.
           move space to ExclusionFgdr of CLIENT.

           exec sql
               select DispensePfu, NiveauRisque, DateRevueKyc,
               PaysResidence, Tin, FormatReleve,
               coalesce(ComplementAdresse, ' '),
               coalesce(NumeroVoie, ' '), coalesce(LibelleVoie, ' '),
               coalesce(LieuDit, ' '), coalesce(PaysAdresse, ' '),
               coalesce(ClientSensible, ' '),
               coalesce(ExclusionFgdr, ' ')
               into :Client.DispensePfu, :Client.NiveauRisque,
                    :Client.DateRevueKyc, :Client.PaysResidence,
                    :Client.Tin, :Client.FormatReleve,
                    :Client.ComplementAdresse, :Client.NumeroVoie,
                    :Client.LibelleVoie, :Client.LieuDit,
                    :Client.PaysAdresse, :Client.ClientSensible,
                    :Client.ExclusionFgdr
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           move ClientSensible of CLIENT to ClientSensibleAvantMaj.
           move ExclusionFgdr of CLIENT to ExclusionFgdrAvantMaj.

           accept M-GestionClient-E.

           display M-GestionClient-E.

      * Adresse postale complete, saisie sur la ligne de question :
      * le code postal et la ville restent sur l'ecran

           display " Complement (batiment, residence) : "
             line 1 col 1
             with no advancing.

           accept ComplementAdresse of CLIENT line 1 col 37.

           display M-EffaceQuestion.

           display " Numero de voie : "
             line 1 col 1
             with no advancing.

           accept NumeroVoie of CLIENT line 1 col 19.

           display M-EffaceQuestion.

           display " Libelle de voie : "
             line 1 col 1
             with no advancing.

           accept LibelleVoie of CLIENT line 1 col 20.

           display M-EffaceQuestion.

           display " Lieu-dit / boite postale : "
             line 1 col 1
             with no advancing.

           accept LieuDit of CLIENT line 1 col 29.

           display M-EffaceQuestion.

           display " Pays (blanc = France) : "
             line 1 col 1
             with no advancing.

           accept PaysAdresse of CLIENT line 1 col 26.

           inspect PaysAdresse of CLIENT converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if PaysAdresse of CLIENT = "FRANCE"
               move spaces to PaysAdresse of CLIENT
           end-if.

           display M-EffaceQuestion.

      * Naissance (date et commune, ou pays a l'etranger), saisie sur
      * la ligne de question

           display " Date de naissance (AAAAMMJJ) : "
             line 1 col 1
             with no advancing.

           accept DateNaissance of CLIENT line 1 col 33.

           if DateNaissance of CLIENT not numeric
               move spaces to DateNaissance of CLIENT
           end-if.

           display M-EffaceQuestion.

           display " Lieu de naissance (commune ou pays) : "
             line 1 col 1
             with no advancing.

           accept LieuNaissance of CLIENT line 1 col 40.

           inspect LieuNaissance of CLIENT converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           display M-EffaceQuestion.

      * Statut du client (deces, blocage judiciaire) : saisi sur la
      * ligne de question, avec motif et date quand le client n'est
      * plus actif

           move StatutClient of CLIENT to StatutClientAvantSaisie.
           move MotifBlocage of CLIENT to MotifBlocageAvantSaisie.
           move DateBlocage of CLIENT to DateBlocageAvantSaisie.

           display " Statut client (A)ctif, (D)ecede, (B)loque : "
             line 1 col 1
             with no advancing.

           accept StatutClient of CLIENT line 1 col 46.

           if StatutClient of CLIENT = "a"
               move "A" to StatutClient of CLIENT
           end-if.

           if StatutClient of CLIENT = "d"
               move "D" to StatutClient of CLIENT
           end-if.

           if StatutClient of CLIENT = "b"
               move "B" to StatutClient of CLIENT
           end-if.

           display M-EffaceQuestion.

           if StatutClient of CLIENT = "D"
           or StatutClient of CLIENT = "B"
               display " Motif : "
                 line 1 col 1
                 with no advancing

               accept MotifBlocage of CLIENT line 1 col 10

               display M-EffaceQuestion

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateBlocage of CLIENT
               end-string
           else
               move "A" to StatutClient of CLIENT
               move spaces to MotifBlocage of CLIENT
               move spaces to DateBlocage of CLIENT
           end-if.

      * Un deces saisi a l'ecran porte sa date (a defaut, celle de la
      * saisie), qui fait courir les delais Eckert

           if StatutClient of CLIENT = "D"
               if StatutClientAvantSaisie not = "D"
                   display " Date du deces (AAAAMMJJ) : "
                     line 1 col 1
                     with no advancing

                   accept DateDeces of CLIENT line 1 col 29

                   if DateDeces of CLIENT not numeric
                       move DateBlocage of CLIENT
                       to DateDeces of CLIENT
                   end-if

                   display M-EffaceQuestion
               end-if
           else
               move spaces to DateDeces of CLIENT
           end-if.

      * Un gel pose par le filtrage sanctions ne se leve que par la
      * decision de la conformite (revue des alertes)

           if StatutClientAvantSaisie = "G"
               move "G" to StatutClient of CLIENT
               move MotifBlocageAvantSaisie to MotifBlocage of CLIENT
               move DateBlocageAvantSaisie to DateBlocage of CLIENT
           end-if.

      * Attributs de conformite : dispense PFU, niveau de risque et
      * date de revue KYC, residence fiscale (pays + TIN) et format de
      * releve, saisis sur la ligne de question

           display " Dispense PFU (O/N) : "
             line 1 col 1
             with no advancing.

           accept DispensePfu of CLIENT line 1 col 23.

           if DispensePfu of CLIENT = "o"
               move "O" to DispensePfu of CLIENT
           end-if.

           if DispensePfu of CLIENT not = "O"
               move " " to DispensePfu of CLIENT
           end-if.

           display M-EffaceQuestion.

           display " Niveau de risque KYC (F)aible (M)oyen (E)leve : "
             line 1 col 1
             with no advancing.

           accept NiveauRisque of CLIENT line 1 col 50.

           if NiveauRisque of CLIENT = "f"
               move "F" to NiveauRisque of CLIENT
           end-if.

           if NiveauRisque of CLIENT = "m"
               move "M" to NiveauRisque of CLIENT
           end-if.

           if NiveauRisque of CLIENT = "e"
               move "E" to NiveauRisque of CLIENT
           end-if.

           display M-EffaceQuestion.

      * La prochaine revue decoule du niveau de risque : 12 mois en
      * risque eleve, 24 en moyen, 36 en faible ; enregistrer la revue
      * leve le statut K pose par la chaine de nuit

           perform CalculerDateRevueKyc.

           if StatutClient of CLIENT = "K"
           and NiveauRisque of CLIENT not = space
               move "A" to StatutClient of CLIENT
               move spaces to MotifBlocage of CLIENT
               move spaces to DateBlocage of CLIENT

               move "Client" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move "K (revue en retard)" to AncienneValeurAudit
               move "A (revue enregistree)" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

           display " Pays de residence fiscale (ISO) : "
             line 1 col 1
             with no advancing.

           accept PaysResidence of CLIENT line 1 col 36.

           display M-EffaceQuestion.

           display " TIN (identifiant fiscal) : "
             line 1 col 1
             with no advancing.

           accept Tin of CLIENT line 1 col 29.

           display M-EffaceQuestion.

           display " Format de releve (C = CFONB 120) : "
             line 1 col 1
             with no advancing.

           accept FormatReleve of CLIENT line 1 col 37.

           if FormatReleve of CLIENT = "c"
               move "C" to FormatReleve of CLIENT
           end-if.

           display M-EffaceQuestion.

      * Client sensible (personnel, personnalite publique, VIP) : le
      * changement de categorie part dans la piste d'audit

           display " Client sensible (P/E/V, blanc = non) : "
             line 1 col 1
             with no advancing.

           accept ClientSensible of CLIENT line 1 col 41.

           inspect ClientSensible of CLIENT converting "pev" to "PEV".

           if ClientSensible of CLIENT not = "P"
           and ClientSensible of CLIENT not = "E"
           and ClientSensible of CLIENT not = "V"
               move space to ClientSensible of CLIENT
           end-if.

           display M-EffaceQuestion.

           if ClientSensible of CLIENT not = ClientSensibleAvantMaj
               move "Client" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "Sensible " delimited by size
                 ClientSensibleAvantMaj delimited by size
                 into AncienneValeurAudit
               end-string

               string
                 "Sensible " delimited by size
                 ClientSensible of CLIENT delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move ClientSensible of CLIENT to ClientSensibleAvantMaj
           end-if.

      * Deposant exclu de la garantie des depots : le changement part
      * lui aussi dans la piste d'audit

           display " Deposant exclu de la garantie FGDR (E/blanc) : "
             line 1 col 1
             with no advancing.

           accept ExclusionFgdr of CLIENT line 1 col 49.

           if ExclusionFgdr of CLIENT = "e"
               move "E" to ExclusionFgdr of CLIENT
           end-if.

           if ExclusionFgdr of CLIENT not = "E"
               move space to ExclusionFgdr of CLIENT
           end-if.

           display M-EffaceQuestion.

           if ExclusionFgdr of CLIENT not = ExclusionFgdrAvantMaj
               move "Client" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "Exclusion FGDR " delimited by size
                 ExclusionFgdrAvantMaj delimited by size
                 into AncienneValeurAudit
               end-string

               string
                 "Exclusion FGDR " delimited by size
                 ExclusionFgdr of CLIENT delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move ExclusionFgdr of CLIENT to ExclusionFgdrAvantMaj
           end-if.

      * --- Prochaine date de revue KYC selon le niveau de risque ---

       CalculerDateRevueKyc.
           evaluate NiveauRisque of CLIENT
               when "E"
                   move 12 to NbMoisAvance
               when "M"
                   move 24 to NbMoisAvance
               when "F"
                   move 36 to NbMoisAvance
               when other
                   move 0 to NbMoisAvance
           end-evaluate.

           if NbMoisAvance > 0
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateBaseCalcul
               end-string

               perform CalculerDateAvanceeMois

               move DateAvanceeCalcul to DateRevueKyc of CLIENT
           else
               move spaces to DateRevueKyc of CLIENT
           end-if.

      * --- Controle de saisie de l'entete client (Nom/Prenom non
      * blancs, CodePostal numerique) avant d'autoriser la validation
      * (option V) de la gestion du client ---

       ValiderEnteteClient.
           move "O" to StatutEnteteClient.
           move spaces to MessageEnteteClient.

      * Pas de validation (et donc pas de mouvement) journee fermee

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "N" to StatutEnteteClient
               move "Journee comptable fermee, validation refusee"
               to MessageEnteteClient
           end-if.

           if Nom of Client = spaces
               move "N" to StatutEnteteClient
               move "Le nom du client est obligatoire"
               to MessageEnteteClient
           end-if.

           if EnteteClientValide and Prenom of Client = spaces
               move "N" to StatutEnteteClient
               move "Le prenom du client est obligatoire"
               to MessageEnteteClient
           end-if.

      * Une adresse a l'etranger porte son code postal dans la
      * localite : le controle du format francais ne s'y applique pas

           if EnteteClientValide and CodePostal of Client not numeric
           and PaysAdresse of Client = space
               move "N" to StatutEnteteClient
               move "Le code postal doit etre numerique (5 chiffres)"
               to MessageEnteteClient
           end-if.

      * La paire code postal / ville doit figurer dans le referentiel
      * des communes (controle passant tant qu'il n'est pas charge)

           if EnteteClientValide
               perform ControleCommune

               if not CommuneConnue
                   move "N" to StatutEnteteClient
                   move "Code postal / ville inconnus du referentiel"
                   to MessageEnteteClient
               end-if
           end-if.

      * --- Recapitulatif et confirmation finale avant l'ecriture en
      * base (INSERT/UPDATE/DELETE Client et Compte), MajClientDatabase
      * n'etant ensuite appelee que sur reponse positive ---

       DemanderConfirmationMaj.
           string
             "Enregistrer " delimited by size
             MaxCompte delimited by size
             " compte(s) pour " delimited by size
             Nom of Client delimited by space
             " " delimited by size
             Prenom of Client delimited by space
             " (o/N) :" delimited by size
             into MessageConfirmationMaj
           end-string.

           display M-GestionClient-Confirmation.

           move "N" to Reponse.

           accept Reponse line 1 col 80.

           if Reponse = "o" then
               move "O" to Reponse
           end-if.

           display M-EffaceQuestion.

      * --- Ajout d'un nouveau compte ---

       AjoutLigne.
      * On ne peut faire l'ajout que s'il y a moins de
      * MaxCompteParClient lignes

           if MaxCompte < MaxCompteParClient then

      * Si la page courante est pleine, on démarre une nouvelle page
      * pour accueillir la ligne ajoutée

              if MaxCompte - NoLigneCompteBase >= DimTableau then
                 move MaxCompte to NoLigneCompteBase
                 move NoLigneTitre to MaxLigne
              end-if

      * Positionnement sur l'écran et il y aura une ligne de plus à l'écran

              add 1 to MaxLigne

              move MaxLigne to NoligneEcran

      * Positionnement dans le tableau et initialisation de la ligne
      * Pour mémoire, c'est la ligne saisie

              add 1 to MaxCompte
         
              move MaxCompte to NoLigneCompte
         
              initialize LigneCompte(NoLigneCompte)

              set LigneNouvelle(NoLigneCompte) to true

      * On va saisir la ligne
               perform MiseAJourLigne
           end-if.

      * --- Modification d'un compte existant ---

       ModificationLigne.
           move 0 to NoLigneCompte.

           if MaxCompte > 0 then
               accept NoLigneCompte line 22 col 33

               if NoLigneCompte > NoLigneCompteBase and
               NoLigneCompte <= MaxCompte and
               NoLigneCompte <= NoLigneCompteBase + DimTableau then
                   compute NoLigneEcran =
                   NoLigneTitre + NoLigneCompte - NoLigneCompteBase

                   perform MiseAJourLigne
               end-if
           end-if.

      * --- Saisie des donn�es d'une ligne de compte ---

      * Un client decede ou bloque judiciaire ne se debite ni ne se
      * credite plus a l'ecran : la saisie est refusee et consignee

       MiseAJourLigne.
           if StatutClient of CLIENT = "D"
           or StatutClient of CLIENT = "B"
               move StatutClient of CLIENT to StatutClientControle
               move CodeClient of CLIENT to CodeClientBloqueLu

               move "Saisie compte refusee (client bloque)"
               to LibelleOperationBloquee

               perform EcrireOperationBloquee

               display " Client decede ou bloque, saisie refusee "
                 line 1 col 1
                 with no advancing

               accept Reponse line 1 col 42

               display M-EffaceQuestion
           else
               perform MiseAJourLigne-Saisie
           end-if.

       MiseAJourLigne-Saisie.
           accept M-GestionClient-L.

      * Sur une ligne nouvelle, le numero de compte n'est pas laisse
      * a l'invention de l'operateur : le prochain numero libre du
      * guichet est attribue par le compteur et reaffiche tel quel

           if LigneNouvelle(NoLigneCompte)
               perform AllouerRacineCompte
           end-if.

           move RacineCompte of LigneCompte(NoLigneCompte) to
           RacineCompteNum.
           move TypeCompte of LigneCompte(NoLigneCompte) to
           TypeCompteNum.
           move CodeBanque of LigneCompte(NoLigneCompte) to
           CodeBanqueNum.
           move CodeGuichet of LigneCompte(NoLigneCompte) to
           CodeGuichetNum.

           compute CompteCompletNum =
           RacineCompteNum * 100 + TypeCompteNum.

           perform CalculCleRib.

           move CleRibNum to CleRib of LigneCompte(NoLigneCompte).

           perform CalculIban.

           move IbanGenereX to Iban of LigneCompte(NoLigneCompte).

      * Decouvert autorise du compte (facilite negociee), saisi sur la
      * ligne de question faute de place sur la ligne du tableau

           display " Decouvert autorise : "
           line 1 col 1
           with no advancing.

           accept DecouvertAutorise of LigneCompte(NoLigneCompte)
           line 1 col 23.

           display M-EffaceQuestion.

      * Un compte ouvert au titre du droit au compte reste sans
      * decouvert

           if DecouvertAutorise of LigneCompte(NoLigneCompte) > 0
               perform LireDroitAuCompteLigne

               if CompteDroitAuCompte
                   move 0
                   to DecouvertAutorise of LigneCompte(NoLigneCompte)

                   display " Droit au compte : pas de decouvert "
                     line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 38

                   display M-EffaceQuestion
               end-if
           end-if.

           display M-GestionClient-L.

      * --- Marque droit au compte de la ligne d'ecran courante (une
      * ligne pas encore en base n'en releve pas) ---

       LireDroitAuCompteLigne.
           move space to DroitAuCompteLu.

           exec sql
               select coalesce(DroitAuCompte, ' ')
               into :DroitAuCompteLu
               from Compte
               where CodeBanque =
               :LigneCompte(NoLigneCompte).CodeBanque
               and CodeGuichet =
               :LigneCompte(NoLigneCompte).CodeGuichet
               and NoCompte =
               :LigneCompte(NoLigneCompte).RacineCompte
               and TypeCompte =
               :LigneCompte(NoLigneCompte).TypeCompte
           end-exec.

           if sqlcode not = 0
               move space to DroitAuCompteLu
           end-if.

      * --- Attribution du prochain numero de compte libre du couple
      * banque/guichet : le compteur est amorce au plus haut numero
      * deja en base s'il n'existe pas encore, puis incremente jusqu'a
      * un numero sans compte existant ---

       AllouerRacineCompte.
           move CodeBanque of LigneCompte(NoLigneCompte)
           to CodeBanqueCompteur.

           move CodeGuichet of LigneCompte(NoLigneCompte)
           to CodeGuichetCompteur.

           move "O" to CompteurCompteTrouve.
           move 0 to DernierRacine.

           exec sql
               select DernierRacine
               into :CompteurCompte.DernierRacine
               from CompteurCompte
               where CodeBanque = :CompteurCompte.CodeBanqueCompteur
               and CodeGuichet = :CompteurCompte.CodeGuichetCompteur
           end-exec.

           if sqlcode not = 0
               move "N" to CompteurCompteTrouve

      * Amorce : plus haut numero deja porte par un compte du guichet

               move "000000000" to RacineAlloueeTexte

               exec sql
                   select coalesce(max(NoCompte), '000000000')
                   into :RacineAlloueeTexte
                   from Compte
                   where CodeBanque =
                   :CompteurCompte.CodeBanqueCompteur
                   and CodeGuichet =
                   :CompteurCompte.CodeGuichetCompteur
               end-exec

               move RacineAlloueeTexte to DernierRacine
           end-if.

           move DernierRacine to RacineAllouee.

           perform AvancerRacineAllouee.

           perform AvancerRacineAllouee
               until NbComptesExistants = 0.

           move RacineAllouee to DernierRacine.

           if CompteurCompteTrouve = "O"
               exec sql
                   update CompteurCompte
                   set DernierRacine = :CompteurCompte.DernierRacine
                   where CodeBanque =
                   :CompteurCompte.CodeBanqueCompteur
                   and CodeGuichet =
                   :CompteurCompte.CodeGuichetCompteur
               end-exec
           else
               exec sql
                   insert into CompteurCompte
                       (CodeBanque, CodeGuichet, DernierRacine)
                   values
                       (:CompteurCompte.CodeBanqueCompteur,
                        :CompteurCompte.CodeGuichetCompteur,
                        :CompteurCompte.DernierRacine)
               end-exec
           end-if.

           if sqlcode not = 0
               move "Compteur de numeros de compte"
               to LibelleErreurSql

               string
                 CodeBanqueCompteur delimited by space
                 " " delimited by size
                 CodeGuichetCompteur delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           end-if.

           move RacineAllouee
           to RacineCompte of LigneCompte(NoLigneCompte).

      * --- Numero candidat suivant, tant qu'un compte le porte deja
      * a ce guichet ---

       AvancerRacineAllouee.
           add 1 to RacineAllouee.

           move RacineAllouee to RacineAlloueeTexte.

           move 0 to NbComptesExistants.

           exec sql
               select count(*)
               into :NbComptesExistants
               from Compte
               where CodeBanque = :CompteurCompte.CodeBanqueCompteur
               and CodeGuichet = :CompteurCompte.CodeGuichetCompteur
               and NoCompte = :RacineAlloueeTexte
           end-exec.

      * --- Cloture d'un compte : reglement prealable (accrual final
      * de la part d'annee, reliquat vire ou abandonne), refus sur
      * solde non nul, puis tampon de cloture et releve de cloture ---

       ClotureLigne.
           move "N" to StatutCloture.
           move spaces to MessageCloture.

           if LigneNouvelle(NoLigneCompte)
               move "Compte non encore valide en base, cloture refusee"
               to MessageCloture
           else
               move CodeBanque of LigneCompte(NoLigneCompte)
               to CodeBanqueRetenue

               move CodeGuichet of LigneCompte(NoLigneCompte)
               to CodeGuichetRetenue

               move RacineCompte of LigneCompte(NoLigneCompte)
               to NoCompteRetenue

               move TypeCompte of LigneCompte(NoLigneCompte)
               to TypeCompteRetenue

               perform CompterNantissementsCompte

               if NbNantissementsCompte > 0 or NbCautionsCompte > 0
                   move "Compte sous gage ou caution, cloture refusee"
                   to MessageCloture
               else
                   perform ReglerCompteACloturer
               end-if
           end-if.

           if ClotureAutorisee
               move "C" to StatutCompte of LigneCompte(NoLigneCompte)

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateCloture of LigneCompte(NoLigneCompte)
               end-string

               perform ImprimerReleveCloture
           else
               display M-EffaceQuestion

               display MessageCloture line 1 col 1 with no advancing

               accept Reponse line 1 col 79

               display M-EffaceQuestion
           end-if.

           compute NoLigneEcran =
           NoLigneTitre + NoLigneCompte - NoLigneCompteBase.

           display M-GestionClient-L.

      * --- Reglement du compte : accrual final (quinzaines acquises
      * pour un livret reglemente) et forfait du mois au prorata,
      * puis traitement du reliquat jusqu'a solde nul ---

       ReglerCompteACloturer.
           move CodeBanque of LigneCompte(NoLigneCompte)
           to CodeBanque of Compte.

           move CodeGuichet of LigneCompte(NoLigneCompte)
           to CodeGuichet of Compte.

           move RacineCompte of LigneCompte(NoLigneCompte)
           to RacineCompte of CompteComplet of Compte.

           move TypeCompte of LigneCompte(NoLigneCompte)
           to TypeCompte of CompteComplet of Compte.

           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Compte introuvable en base, cloture refusee"
               to MessageCloture
           else

      * Accrual final de la part d'annee courante, par la meme
      * mecanique que la passe de nuit

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateJourAccrual
               end-string

               perform TraitementAccrualCompte-Reel

               perform CapitaliserInteretsCloture

               perform FacturerForfaitCloture

               perform RelireSoldeCloture

               if SoldeCloture = 0
                   move "O" to StatutCloture
               else
                   if ReglementMobiliteActif
                       perform TraiterReliquatMobilite
                   else
                       perform TraiterReliquatCloture
                   end-if
               end-if

               perform RafraichirLigneCloture
           end-if.

       RelireSoldeCloture.
           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           compute SoldeCloture =
           Debit of Compte - Credit of Compte.

      * --- Reliquat non nul : il doit etre vire (par les controles du
      * virement) ou abandonne avec une nature d'OD, sinon la cloture
      * est refusee ---

       TraiterReliquatCloture.
           move SoldeCloture to SoldeClotureAffiche.

           display " Reliquat : "
             line 1 col 1
             with no advancing.

           display SoldeClotureAffiche
             line 1 col 13
             with no advancing.

           display "  (V)irer, (A)bandonner ou annuler : "
             line 1 col 27
             with no advancing.

           move space to ChoixReliquat.

           accept ChoixReliquat line 1 col 64.

           display M-EffaceQuestion.

           if ChoixReliquat = "v"
               move "V" to ChoixReliquat
           end-if.

           if ChoixReliquat = "a"
               move "A" to ChoixReliquat
           end-if.

           evaluate ChoixReliquat
               when "V"
                   perform VirerReliquatCloture
               when "A"
                   perform AbandonnerReliquatCloture
               when other
                   move "Cloture refusee : reliquat non regle"
                   to MessageCloture
           end-evaluate.

           if ChoixReliquat = "V" or ChoixReliquat = "A"
               perform RelireSoldeCloture

               if SoldeCloture = 0
                   move "O" to StatutCloture
                   move spaces to MessageCloture
               else
                   if MessageCloture = space
                       move "Cloture refusee : reliquat subsistant"
                       to MessageCloture
                   end-if
               end-if
           end-if.

      * --- Reliquat d'un compte qui part en mobilite : le solde
      * crediteur est vire au nouveau compte par la remise SEPA ; un
      * solde debiteur bloque la cloture jusqu'a regularisation ---

       TraiterReliquatMobilite.
           if SoldeCloture > 0
               perform VirerReliquatMobilite

               perform RelireSoldeCloture

               if SoldeCloture = 0
                   move "O" to StatutCloture
                   move spaces to MessageCloture
               else
                   if MessageCloture = space
                       move "Cloture refusee : reliquat subsistant"
                       to MessageCloture
                   end-if
               end-if
           else
               move "Solde debiteur, cloture en attente"
               to MessageCloture
           end-if.

       VirerReliquatMobilite.
           move "O" to StatutVirement.
           move spaces to MessageVirement.

           move CodeBanque of Compte to CodeBanque of CompteSource.
           move CodeGuichet of Compte to CodeGuichet of CompteSource.

           move RacineCompte of CompteComplet of Compte
           to RacineCompte of CompteComplet of CompteSource.

           move TypeCompte of CompteComplet of Compte
           to TypeCompte of CompteComplet of CompteSource.

           move Debit of Compte to Debit of CompteSource.
           move Credit of Compte to Credit of CompteSource.

           move SoldeCloture to MontantVirement.

           move NomTitulaireMobSort
           to NomBeneficiaire of BeneficiaireExterne.

           move IbanNouveauMobSort
           to IbanBeneficiaire of BeneficiaireExterne.

           move BicNouveauMobSort
           to BicBeneficiaire of BeneficiaireExterne.

           move spaces to IbanSource.
           move spaces to BicSource.

           exec sql
               select Iban into :IbanSource
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           exec sql
               select Bic into :BicSource
               from Banque
               where CodeBanque = :Compte.CodeBanque
           end-exec.

           perform PosterVirementExterne.

           if not VirementValide
               move MessageVirement to MessageCloture
           end-if.

      * --- Virement du reliquat, par les controles du virement
      * interne (le sens depend du signe du reliquat) ---

       VirerReliquatCloture.
           move spaces to CompteSource.
           move spaces to CompteDestination.

           display M-RechercheCompte.

           accept M-RechercheCompte-E.

           if CodeBanque of Compte = space
               move "Cloture refusee : reliquat non regle"
               to MessageCloture
           else
               if SoldeCloture > 0

      * Le compte a cloturer est vide vers le compte designe

                   move CodeBanque of LigneCompte(NoLigneCompte)
                   to CodeBanque of CompteSource

                   move CodeGuichet of LigneCompte(NoLigneCompte)
                   to CodeGuichet of CompteSource

                   move RacineCompte of LigneCompte(NoLigneCompte)
                   to RacineCompte of CompteComplet of CompteSource

                   move TypeCompte of LigneCompte(NoLigneCompte)
                   to TypeCompte of CompteComplet of CompteSource

                   move CleRib of LigneCompte(NoLigneCompte)
                   to CleRib of CompteSource

                   move CodeBanque of Compte
                   to CodeBanque of CompteDestination

                   move CodeGuichet of Compte
                   to CodeGuichet of CompteDestination

                   move RacineCompte of CompteComplet of Compte
                   to RacineCompte of CompteComplet
                   of CompteDestination

                   move TypeCompte of CompteComplet of Compte
                   to TypeCompte of CompteComplet of CompteDestination

                   move CompteComplet of CompteDestination
                   to CompteCompletNum

                   move CodeGuichet of CompteDestination
                   to CodeGuichetNum

                   move CodeBanque of CompteDestination
                   to CodeBanqueNum

                   perform CalculCleRib

                   move CleRibNum to CleRib of CompteDestination

                   move SoldeCloture to MontantVirement
               else

      * Le compte a cloturer est renfloue depuis le compte designe

                   move CodeBanque of Compte
                   to CodeBanque of CompteSource

                   move CodeGuichet of Compte
                   to CodeGuichet of CompteSource

                   move RacineCompte of CompteComplet of Compte
                   to RacineCompte of CompteComplet of CompteSource

                   move TypeCompte of CompteComplet of Compte
                   to TypeCompte of CompteComplet of CompteSource

                   move CompteComplet of CompteSource
                   to CompteCompletNum

                   move CodeGuichet of CompteSource to CodeGuichetNum
                   move CodeBanque of CompteSource to CodeBanqueNum

                   perform CalculCleRib

                   move CleRibNum to CleRib of CompteSource

                   move CodeBanque of LigneCompte(NoLigneCompte)
                   to CodeBanque of CompteDestination

                   move CodeGuichet of LigneCompte(NoLigneCompte)
                   to CodeGuichet of CompteDestination

                   move RacineCompte of LigneCompte(NoLigneCompte)
                   to RacineCompte of CompteComplet
                   of CompteDestination

                   move TypeCompte of LigneCompte(NoLigneCompte)
                   to TypeCompte of CompteComplet of CompteDestination

                   move CleRib of LigneCompte(NoLigneCompte)
                   to CleRib of CompteDestination

                   compute MontantVirement = - SoldeCloture
               end-if

      * Le compte clef du reglement est repositionne pour les
      * relectures qui suivent

               move CodeBanque of LigneCompte(NoLigneCompte)
               to CodeBanque of Compte

               move CodeGuichet of LigneCompte(NoLigneCompte)
               to CodeGuichet of Compte

               move RacineCompte of LigneCompte(NoLigneCompte)
               to RacineCompte of CompteComplet of Compte

               move TypeCompte of LigneCompte(NoLigneCompte)
               to TypeCompte of CompteComplet of Compte

               perform TraitementVirement

               if not VirementValide or VirementEnAttente
                   move MessageVirement to MessageCloture
               end-if
           end-if.

      * --- Abandon du reliquat avec une nature d'OD : le solde est
      * ramene a zero et le mouvement porte la nature choisie ---

       AbandonnerReliquatCloture.
           move spaces to CodeNatureAbandon.

           display " Nature de l'abandon (referentiel OD) : "
             line 1 col 1
             with no advancing.

           accept CodeNatureAbandon line 1 col 41.

           display M-EffaceQuestion.

           move CodeNatureAbandon to CodeNature of NatureOperation.

           exec sql
               select Libelle
               into :NatureOperation.LibelleNature
               from NatureOperation
               where CodeNature = :NatureOperation.CodeNature
           end-exec.

           if sqlcode not = 0
               move "Nature inconnue, abandon refuse"
               to MessageCloture
           else
               if SoldeCloture > 0
                   move Credit of Compte to CreditAvantMaj
                   add SoldeCloture to Credit of Compte
                   move CreditAvantMaj to AncienneValeurAudit
                   move Credit of Compte to NouvelleValeurAudit
                   move "C" to SensMouvement of Mouvement
                   move SoldeCloture to Montant of Mouvement
               else
                   move Debit of Compte to DebitAvantMaj

                   compute Debit of Compte =
                   Debit of Compte - SoldeCloture

                   move DebitAvantMaj to AncienneValeurAudit
                   move Debit of Compte to NouvelleValeurAudit
                   move "D" to SensMouvement of Mouvement

                   compute Montant of Mouvement = - SoldeCloture
               end-if

               exec sql
                   update Compte
                   set Debit = :Compte.Debit, Credit = :Compte.Credit
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte = :Compte.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Abandon reliquat (maj compte)"
                   to LibelleErreurSql
                   move RacineCompte of CompteComplet of Compte
                   to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'abandon du reliquat"
                   to MessageCloture
               else
                   move "Compte" to TableAudit

                   string
                     CodeBanque of Compte delimited by space
                     CodeGuichet of Compte delimited by space
                     RacineCompte of CompteComplet of Compte
                     delimited by space
                     into CleAudit
                   end-string

                   perform EnregistrerAudit

                   move CodeBanque of Compte
                   to CodeBanque of Mouvement

                   move CodeGuichet of Compte
                   to CodeGuichet of Mouvement

                   move RacineCompte of CompteComplet of Compte
                   to RacineCompte of CompteComplet of Mouvement

                   move TypeCompte of CompteComplet of Compte
                   to TypeCompte of CompteComplet of Mouvement

                   move CodeNatureAbandon
                   to NatureMouvement of Mouvement

                   perform EnregistrerMouvement
               end-if
           end-if.

       EcrireBlocReleveCloture.
           write E-ReleveCloture from LigneBlocAdresse(IdxBlocAdresse).

      * --- La ligne d'ecran et ses valeurs chargees sont realignees
      * sur la base apres les ecritures du reglement, pour que la
      * validation ne se heurte pas au controle de concurrence ---

       RafraichirLigneCloture.
           perform RelireSoldeCloture.

           move Debit of Compte
           to Debit of LigneCompte(NoLigneCompte).

           move Credit of Compte
           to Credit of LigneCompte(NoLigneCompte).

           compute Solde of LigneCompte(NoLigneCompte) =
           Debit of Compte - Credit of Compte.

           move Debit of Compte to DebitCharge(NoLigneCompte).
           move Credit of Compte to CreditCharge(NoLigneCompte).

      * --- Releve de cloture remis au client ---

       ImprimerReleveCloture.
           open output F-ReleveCloture.

           move corresponding DateSysteme to ClotureEntete1.

           move NomSocieteEntete to SocieteEntete of ClotureEntete1.

           write E-ReleveCloture from ClotureEntete1.
           write E-ReleveCloture from ClotureEntete2.
           write E-ReleveCloture from " ".

           move CodeClient of CLIENT to CodeClientCourrier.
           move "RELEVE CLOTURE" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocReleveCloture
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-ReleveCloture from " ".

           move spaces to AttestationLigne.

           string
             " Client : " delimited by size
             Nom of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by space
             into AttestationLigne
           end-string.

           write E-ReleveCloture from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " Compte : " delimited by size
             CodeBanque of LigneCompte(NoLigneCompte)
             delimited by space
             " " delimited by size
             CodeGuichet of LigneCompte(NoLigneCompte)
             delimited by space
             " " delimited by size
             RacineCompte of LigneCompte(NoLigneCompte)
             delimited by space
             " " delimited by size
             TypeCompte of LigneCompte(NoLigneCompte)
             delimited by space
             into AttestationLigne
           end-string.

           write E-ReleveCloture from AttestationLigne.

           move spaces to AttestationLigne.

           string
             " Iban   : " delimited by size
             Iban of LigneCompte(NoLigneCompte) delimited by space
             into AttestationLigne
           end-string.

           write E-ReleveCloture from AttestationLigne.

           write E-ReleveCloture from " ".

           move spaces to AttestationLigne.

           string
             " Compte solde et clos ce jour, solde final : 0,00"
             delimited by size
             into AttestationLigne
           end-string.

           write E-ReleveCloture from AttestationLigne.

           close F-ReleveCloture.

      * --- Suppression d'un compte (d�calage des lignes suivantes) ---

       SuppressionLigne.
           move NoLigneCompte to NoLigneCompteAux.

           perform SuppressionLigne-Decale
               until NoLigneCompteAux >= MaxCompte.

           initialize LigneCompte(MaxCompte).

           subtract 1 from MaxCompte.
           subtract 1 from MaxLigne.

           perform ReaffichageComptes.

       SuppressionLigne-Decale.
           move LigneCompte(NoLigneCompteAux + 1)
           to LigneCompte(NoLigneCompteAux).

           add 1 to NoLigneCompteAux.

      * --- Rafra�chissement de l'�cran apr�s une suppression ---

       ReaffichageComptes.
           move NoLigneTitre to NoLigneEcran.
           move NoLigneCompteBase to NoLigneCompteAux.

           perform ReaffichageComptes-Ligne
               until NoLigneCompteAux >= MaxCompte
               or NoLigneCompteAux >= NoLigneCompteBase + DimTableau.

      * La derni�re ligne affich�e avant le d�calage doit �tre effac�e

           add 1 to NoLigneEcran.

           display M-EffaceLigne.

       ReaffichageComptes-Ligne.
           add 1 to NoLigneCompteAux.
           add 1 to NoLigneEcran.

           move NoLigneCompteAux to NoLigneCompte.

           display M-GestionClient-L.

      * --- Choix de l'option de traitement via les questions ---

      * --- Supprimer le client ---

       SupprimerClient.
           perform SupprimerClient-Init.
           perform SupprimerClient-Trt.
           perform SupprimerClient-Fin.

       SupprimerClient-Init.
           move "N" to Reponse.

           display M-SupprimerClient-Q.

           accept Reponse line 1 col 49.

           if Reponse = "o"
               move "O" to Reponse
           end-if.

       SupprimerClient-Trt.
           if Reponse = "O" then

      * On supprime d'abord ce qui depend des comptes du client
      * (historique, chequiers, titulaires, ordres, mandats), puis les
      * comptes, puis le client lui-m�me -- sans quoi ces lignes
      * resteraient orphelines

               perform SupprimerDependancesClient

               exec sql
                   delete from Compte
                   where CodeClient = :Client.CodeClient
               end-exec

               if sqlcode not = 0
                   move "Suppression client (comptes)"
                   to LibelleErreurSql
                   move CodeClient of Client to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "Compte" to TableAudit
                   move CodeClient of Client to CleAudit
                   move "tous les comptes du client"
                   to AncienneValeurAudit
                   move spaces to NouvelleValeurAudit

                   perform EnregistrerAudit

                   exec sql
                       delete from Client
                       where CodeClient = :Client.CodeClient
                   end-exec

                   if sqlcode not = 0
                       move "Suppression client (fiche)"
                       to LibelleErreurSql
                       move CodeClient of Client to CleErreurSql
                       perform JournaliserErreurSql
                   else
                       move "Client" to TableAudit
                       move CodeClient of Client to CleAudit

                       string
                         Nom of Client delimited by space
                         " " delimited by size
                         Prenom of Client delimited by space
                         into AncienneValeurAudit
                       end-string

                       move spaces to NouvelleValeurAudit

                       perform EnregistrerAudit
                   end-if

                   move 0 to MaxCompte
                   move 0 to NoLigneCompte

      * Le client n'existe plus, inutile de traiter les autres lignes
      * d�j� remont�es par le curseur pour ce m�me client

                   move 1 to Eof
               end-if
           end-if.

       SupprimerClient-Fin.
           display M-EffaceQuestion.

      * --- Suppression des lignes dependantes des comptes et de la
      * fiche du client supprime ---

       SupprimerDependancesClient.
           exec sql
               delete from Mouvement
               where exists
               (select 1 from Compte
                where Compte.CodeBanque = Mouvement.CodeBanque
                and Compte.CodeGuichet = Mouvement.CodeGuichet
                and Compte.NoCompte = Mouvement.NoCompte
                and Compte.TypeCompte = Mouvement.TypeCompte
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (mouvements)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from Chequier
               where exists
               (select 1 from Compte
                where Compte.CodeBanque = Chequier.CodeBanque
                and Compte.CodeGuichet = Chequier.CodeGuichet
                and Compte.NoCompte = Chequier.NoCompte
                and Compte.TypeCompte = Chequier.TypeCompte
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (chequiers)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from ChequeEmis
               where exists
               (select 1 from Compte
                where Compte.CodeBanque = ChequeEmis.CodeBanque
                and Compte.CodeGuichet = ChequeEmis.CodeGuichet
                and Compte.NoCompte = ChequeEmis.NoCompte
                and Compte.TypeCompte = ChequeEmis.TypeCompte
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (cheques)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from SoldeJournalier
               where exists
               (select 1 from Compte
                where Compte.CodeBanque = SoldeJournalier.CodeBanque
                and Compte.CodeGuichet = SoldeJournalier.CodeGuichet
                and Compte.NoCompte = SoldeJournalier.NoCompte
                and Compte.TypeCompte = SoldeJournalier.TypeCompte
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (soldes)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from TitulaireCompte
               where CodeClient = :Client.CodeClient
               or exists
               (select 1 from Compte
                where Compte.CodeBanque = TitulaireCompte.CodeBanque
                and Compte.CodeGuichet = TitulaireCompte.CodeGuichet
                and Compte.NoCompte = TitulaireCompte.NoCompte
                and Compte.TypeCompte = TitulaireCompte.TypeCompte
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (titulaires)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from Mandat
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Suppression client (mandats)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               delete from VirementPermanent
               where exists
               (select 1 from Compte
                where Compte.CodeBanque =
                VirementPermanent.CodeBanqueSource
                and Compte.CodeGuichet =
                VirementPermanent.CodeGuichetSource
                and Compte.NoCompte =
                VirementPermanent.NoCompteSource
                and Compte.TypeCompte =
                VirementPermanent.TypeCompteSource
                and Compte.CodeClient = :Client.CodeClient)
               or exists
               (select 1 from Compte
                where Compte.CodeBanque =
                VirementPermanent.CodeBanqueDest
                and Compte.CodeGuichet =
                VirementPermanent.CodeGuichetDest
                and Compte.NoCompte = VirementPermanent.NoCompteDest
                and Compte.TypeCompte =
                VirementPermanent.TypeCompteDest
                and Compte.CodeClient = :Client.CodeClient)
           end-exec.

           if sqlcode not = 0
               move "Suppression client (ordres perm.)"
               to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Controle de concurrence avant l'ecriture en base : si la
      * fiche client ou l'un des comptes affiches a ete modifie par un
      * autre poste depuis le chargement de l'ecran, la sauvegarde est
      * refusee et les valeurs fraiches sont rechargees ---

       ControlerConcurrenceMaj.
           move "N" to StatutConcurrence.

      * La creation d'un nouveau client ne peut pas etre en conflit

           if ChoixGestionClient not = "O"
               exec sql
                   select Nom, Prenom, CodePostal, Ville, Email,
                   Telephone, StatutClient
                   into :NomAvantMaj, :PrenomAvantMaj,
                        :CodePostalAvantMaj, :VilleAvantMaj,
                        :EmailAvantMaj, :TelephoneAvantMaj,
                        :StatutClientAvantMaj
                   from Client
                   where CodeClient = :Client.CodeClient
               end-exec

               if sqlcode = 0
                   if NomAvantMaj not = NomClientCharge
                   or PrenomAvantMaj not = PrenomClientCharge
                   or CodePostalAvantMaj not = CodePostalClientCharge
                   or VilleAvantMaj not = VilleClientCharge
                   or EmailAvantMaj not = EmailClientCharge
                   or TelephoneAvantMaj not = TelephoneClientCharge
                   or StatutClientAvantMaj not = StatutClientCharge
                       move "O" to StatutConcurrence

                       move NomAvantMaj to Nom of CLIENT
                       move PrenomAvantMaj to Prenom of CLIENT
                       move CodePostalAvantMaj to CodePostal of CLIENT
                       move VilleAvantMaj to Ville of CLIENT
                       move EmailAvantMaj to Email of CLIENT
                       move TelephoneAvantMaj to Telephone of CLIENT
                       move StatutClientAvantMaj
                       to StatutClient of CLIENT

                       move NomAvantMaj to NomClientCharge
                       move PrenomAvantMaj to PrenomClientCharge
                       move CodePostalAvantMaj
                       to CodePostalClientCharge
                       move VilleAvantMaj to VilleClientCharge
                       move EmailAvantMaj to EmailClientCharge
                       move TelephoneAvantMaj
                       to TelephoneClientCharge
                       move StatutClientAvantMaj
                       to StatutClientCharge
                   end-if
               end-if
           end-if.

           perform ControlerConcurrenceLigne
               varying IdxLigneCompte from 1 by 1
               until IdxLigneCompte > MaxCompte.

      * --- Controle de concurrence d'une ligne de compte existante ---

       ControlerConcurrenceLigne.
           if LigneExistante(IdxLigneCompte)
               exec sql
                   select CleRib, Iban, Debit, Credit,
                   DecouvertAutorise, StatutCompte
                   into :CleRibAvantMaj, :IbanAvantMaj,
                        :DebitAvantMaj, :CreditAvantMaj,
                        :DecouvertAvantMaj, :StatutCompteAvantMaj
                   from Compte
                   where CodeBanque =
                   :LigneCompte(IdxLigneCompte).CodeBanque
                   and CodeGuichet =
                   :LigneCompte(IdxLigneCompte).CodeGuichet
                   and NoCompte =
                   :LigneCompte(IdxLigneCompte).RacineCompte
                   and TypeCompte =
                   :LigneCompte(IdxLigneCompte).TypeCompte
               end-exec

               if sqlcode = 0
                   if CleRibAvantMaj
                   not = CleRibChargee(IdxLigneCompte)
                   or DebitAvantMaj
                   not = DebitCharge(IdxLigneCompte)
                   or CreditAvantMaj
                   not = CreditCharge(IdxLigneCompte)
                   or DecouvertAvantMaj
                   not = DecouvertCharge(IdxLigneCompte)
                   or StatutCompteAvantMaj
                   not = StatutCompteCharge(IdxLigneCompte)
                       move "O" to StatutConcurrence

                       move CleRibAvantMaj
                       to CleRib of LigneCompte(IdxLigneCompte)
                       move IbanAvantMaj
                       to Iban of LigneCompte(IdxLigneCompte)
                       move DebitAvantMaj
                       to Debit of LigneCompte(IdxLigneCompte)
                       move CreditAvantMaj
                       to Credit of LigneCompte(IdxLigneCompte)

                       move DecouvertAvantMaj to DecouvertAutorise
                       of LigneCompte(IdxLigneCompte)

                       move StatutCompteAvantMaj to StatutCompte
                       of LigneCompte(IdxLigneCompte)

                       compute Solde of LigneCompte(IdxLigneCompte) =
                       DebitAvantMaj - CreditAvantMaj

                       move CleRibAvantMaj
                       to CleRibChargee(IdxLigneCompte)
                       move DebitAvantMaj
                       to DebitCharge(IdxLigneCompte)
                       move CreditAvantMaj
                       to CreditCharge(IdxLigneCompte)

                       move DecouvertAvantMaj
                       to DecouvertCharge(IdxLigneCompte)

                       move StatutCompteAvantMaj
                       to StatutCompteCharge(IdxLigneCompte)
                   end-if
               end-if
           end-if.

      * --- Refus de la sauvegarde : message a l'operateur et
      * reaffichage des valeurs fraiches pour qu'il rejoue sa
      * modification ---

       RefuserMajConcurrente.
           move "Fiche modifiee par un autre poste, valeurs rechargees"
           to MessageEnteteClient.

           display M-GestionClient-Message.

           accept Reponse line 1 col 80.

           display M-EffaceQuestion.

           display M-GestionClient-E.

           perform ReaffichageComptes.

           move " " to OptionMaj.

      * --- Alimenter la base de donn�es ---

       MajClientDatabase.
           if ChoixGestionClient = "O" then
               move spaces to AncienneValeurAudit

      * Le client cree a l'ecran est confie a l'operateur qui le saisit

               move CodeOperateurCourant to Conseiller of CLIENT

               exec sql
                   insert into Client
                   (CodeClient, Intitule, Nom, Prenom, CodePostal,
                    Ville, ComplementAdresse, NumeroVoie, LibelleVoie,
                    LieuDit, PaysAdresse, Email, Telephone, CodeSociete,
                    StatutClient, MotifBlocage, DateBlocage,
                    DispensePfu, NiveauRisque, DateRevueKyc,
                    PaysResidence, Tin, FormatReleve, Conseiller,
                    DateNaissance, LieuNaissance, DateDeces,
                    ClientSensible, ExclusionFgdr)
                   values
                   (:Client.CodeClient, :Client.Intitule, :Client.Nom,
                    :Client.Prenom, :Client.CodePostal, :Client.Ville,
                    :Client.ComplementAdresse, :Client.NumeroVoie,
                    :Client.LibelleVoie, :Client.LieuDit,
                    :Client.PaysAdresse,
                    :Client.Email, :Client.Telephone,
                    :CodeSocieteCourant, :Client.StatutClient,
                    :Client.MotifBlocage, :Client.DateBlocage,
                    :Client.DispensePfu, :Client.NiveauRisque,
                    :Client.DateRevueKyc, :Client.PaysResidence,
                    :Client.Tin, :Client.FormatReleve,
                    :Client.Conseiller, :Client.DateNaissance,
                    :Client.LieuNaissance, :Client.DateDeces,
                    :Client.ClientSensible, :Client.ExclusionFgdr)
               end-exec
           else
      * Avant MAJ, on relit l'ancienne version du client pour l'audit

               exec sql
                   select Nom, Prenom, CodePostal, Ville, Email,
                   Telephone, coalesce(ComplementAdresse, ' '),
                   coalesce(NumeroVoie, ' '),
                   coalesce(LibelleVoie, ' '), coalesce(LieuDit, ' '),
                   coalesce(PaysAdresse, ' '),
                   coalesce(AdresseNpai, ' ')
                   into :NomAvantMaj, :PrenomAvantMaj,
                        :CodePostalAvantMaj, :VilleAvantMaj,
                        :EmailAvantMaj, :TelephoneAvantMaj,
                        :ComplementAvantMaj, :NumeroVoieAvantMaj,
                        :LibelleVoieAvantMaj, :LieuDitAvantMaj,
                        :PaysAdresseAvantMaj, :AdresseNpaiAvantMaj
                   from Client
                   where CodeClient = :Client.CodeClient
               end-exec

               string
                 NomAvantMaj delimited by space
                 " " delimited by size
                 PrenomAvantMaj delimited by space
                 " " delimited by size
                 VilleAvantMaj delimited by space
                 into AncienneValeurAudit
               end-string

               exec sql
                   update Client set
                   Nom = :Client.Nom,
                   Prenom = :Client.Prenom,
                   CodePostal = :Client.CodePostal,
                   Ville = :Client.Ville,
                   ComplementAdresse = :Client.ComplementAdresse,
                   NumeroVoie = :Client.NumeroVoie,
                   LibelleVoie = :Client.LibelleVoie,
                   LieuDit = :Client.LieuDit,
                   PaysAdresse = :Client.PaysAdresse,
                   Email = :Client.Email,
                   Telephone = :Client.Telephone,
                   StatutClient = :Client.StatutClient,
                   MotifBlocage = :Client.MotifBlocage,
                   DateBlocage = :Client.DateBlocage,
                   DispensePfu = :Client.DispensePfu,
                   NiveauRisque = :Client.NiveauRisque,
                   DateRevueKyc = :Client.DateRevueKyc,
                   PaysResidence = :Client.PaysResidence,
                   Tin = :Client.Tin,
                   FormatReleve = :Client.FormatReleve,
                   DateNaissance = :Client.DateNaissance,
                   LieuNaissance = :Client.LieuNaissance,
                   DateDeces = :Client.DateDeces,
                   ClientSensible = :Client.ClientSensible,
                   ExclusionFgdr = :Client.ExclusionFgdr
                   where CodeClient = :Client.CodeClient
               end-exec
           end-if.

           if sqlcode not = 0
               move "Maj client (GestionClient)" to LibelleErreurSql
               move CodeClient of Client to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Client" to TableAudit
               move CodeClient of Client to CleAudit

               string
                 Nom of Client delimited by space
                 " " delimited by size
                 Prenom of Client delimited by space
                 " " delimited by size
                 Ville of Client delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if ChoixGestionClient not = "O"
                   perform AuditerAdresseClient
               end-if
           end-if.

           perform MajClientDatabase-Ligne
               varying IdxLigneCompte from 1 by 1
               until IdxLigneCompte > MaxCompte.

       MajClientDatabase-Ligne.
           move "O" to MajLigneReussie.

           move "N" to LigneEtaitNouvelle.

           if LigneNouvelle(IdxLigneCompte)
               move "O" to LigneEtaitNouvelle
           end-if.

           if LigneNouvelle(IdxLigneCompte) then
               move spaces to AncienneValeurAudit

               exec sql
                   insert into Compte
                   (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                    TypeCompte, CleRib, Iban, Debit, Credit,
                    StatutCompte, DateCloture, Devise,
                    DecouvertAutorise, CodeSociete)
                   values
                   (:Client.CodeClient,
                    :LigneCompte(IdxLigneCompte).CodeBanque,
                    :LigneCompte(IdxLigneCompte).CodeGuichet,
                    :LigneCompte(IdxLigneCompte).RacineCompte,
                    :LigneCompte(IdxLigneCompte).TypeCompte,
                    :LigneCompte(IdxLigneCompte).CleRib,
                    :LigneCompte(IdxLigneCompte).Iban,
                    :LigneCompte(IdxLigneCompte).Debit,
                    :LigneCompte(IdxLigneCompte).Credit,
                    :LigneCompte(IdxLigneCompte).StatutCompte,
                    :LigneCompte(IdxLigneCompte).DateCloture,
                    :LigneCompte(IdxLigneCompte).Devise,
                    :LigneCompte(IdxLigneCompte).DecouvertAutorise,
                    :CodeSocieteCourant)
               end-exec

               if sqlcode not = 0
                   move "Creation compte (GestionClient)"
                   to LibelleErreurSql

                   string
                     CodeBanque of LigneCompte(IdxLigneCompte)
                     delimited by space
                     CodeGuichet of LigneCompte(IdxLigneCompte)
                     delimited by space
                     RacineCompte of LigneCompte(IdxLigneCompte)
                     delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql

                   move "N" to MajLigneReussie
               else
                   set LigneExistante(IdxLigneCompte) to true

                   perform OuvrirAbonnementDefaut

      * Mouvement(s) d'ouverture, si le compte est cree avec un solde
      * de depart

                   if Debit of LigneCompte(IdxLigneCompte) not = 0
                       perform PreparerMouvement

                       move Debit of LigneCompte(IdxLigneCompte)
                       to Montant of Mouvement

                       move "D" to SensMouvement of Mouvement

                       perform EnregistrerMouvement
                   end-if

                   if Credit of LigneCompte(IdxLigneCompte) not = 0
                       perform PreparerMouvement

                       move Credit of LigneCompte(IdxLigneCompte)
                       to Montant of Mouvement

                       move "C" to SensMouvement of Mouvement

                       perform EnregistrerMouvement
                   end-if
               end-if
           else
      * Avant MAJ, on relit l'ancienne version du compte pour l'audit

               exec sql
                   select CleRib, Iban, Debit, Credit
                   into :CleRibAvantMaj, :IbanAvantMaj,
                        :DebitAvantMaj, :CreditAvantMaj
                   from Compte
                   where CodeBanque =
                   :LigneCompte(IdxLigneCompte).CodeBanque
                   and CodeGuichet =
                   :LigneCompte(IdxLigneCompte).CodeGuichet
                   and NoCompte =
                   :LigneCompte(IdxLigneCompte).RacineCompte
                   and TypeCompte =
                   :LigneCompte(IdxLigneCompte).TypeCompte
               end-exec

               string
                 CleRibAvantMaj delimited by space
                 " " delimited by size
                 DebitAvantMaj delimited by size
                 " " delimited by size
                 CreditAvantMaj delimited by size
                 into AncienneValeurAudit
               end-string

               exec sql
                   update Compte set
                   CleRib = :LigneCompte(IdxLigneCompte).CleRib,
                   Iban = :LigneCompte(IdxLigneCompte).Iban,
                   Debit = :LigneCompte(IdxLigneCompte).Debit,
                   Credit = :LigneCompte(IdxLigneCompte).Credit,
                   StatutCompte =
                   :LigneCompte(IdxLigneCompte).StatutCompte,
                   DateCloture =
                   :LigneCompte(IdxLigneCompte).DateCloture,
                   Devise = :LigneCompte(IdxLigneCompte).Devise,
                   DecouvertAutorise =
                   :LigneCompte(IdxLigneCompte).DecouvertAutorise
                   where CodeBanque =
                   :LigneCompte(IdxLigneCompte).CodeBanque
                   and CodeGuichet =
                   :LigneCompte(IdxLigneCompte).CodeGuichet
                   and NoCompte =
                   :LigneCompte(IdxLigneCompte).RacineCompte
                   and TypeCompte =
                   :LigneCompte(IdxLigneCompte).TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Maj compte (GestionClient)"
                   to LibelleErreurSql

                   string
                     CodeBanque of LigneCompte(IdxLigneCompte)
                     delimited by space
                     CodeGuichet of LigneCompte(IdxLigneCompte)
                     delimited by space
                     RacineCompte of LigneCompte(IdxLigneCompte)
                     delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql

                   move "N" to MajLigneReussie
               else
      * Mouvement(s) correspondant a la variation du Debit et/ou du
      * Credit, pour ne pas se contenter d'ecraser le solde courant

                   compute DeltaMouvement =
                   Debit of LigneCompte(IdxLigneCompte) - DebitAvantMaj

                   if DeltaMouvement not = 0
                       perform PreparerMouvement

                       move DeltaMouvement to Montant of Mouvement

                       move "D" to SensMouvement of Mouvement

                       perform EnregistrerMouvement
                   end-if

                   compute DeltaMouvement =
                   Credit of LigneCompte(IdxLigneCompte)
                   - CreditAvantMaj

                   if DeltaMouvement not = 0
                       perform PreparerMouvement

                       move DeltaMouvement to Montant of Mouvement

                       move "C" to SensMouvement of Mouvement

                       perform EnregistrerMouvement
                   end-if
               end-if
           end-if.

           if MajLigneReussie = "O"
               move "Compte" to TableAudit

               string
                 CodeBanque of LigneCompte(IdxLigneCompte)
                 delimited by space
                 CodeGuichet of LigneCompte(IdxLigneCompte)
                 delimited by space
                 RacineCompte of LigneCompte(IdxLigneCompte)
                 delimited by space
                 into CleAudit
               end-string

               string
                 CleRib of LigneCompte(IdxLigneCompte)
                 delimited by space
                 " " delimited by size
                 Debit of LigneCompte(IdxLigneCompte)
                 delimited by size
                 " " delimited by size
                 Credit of LigneCompte(IdxLigneCompte)
                 delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

      * Evenement signaletique pour FICOBA : creation, ou cloture
      * quand le statut vient de passer a C

               if LigneEtaitNouvelle = "O"
                   move "CRE" to TypeSignaletique

                   perform JournaliserSignaletiqueCompte
               else
                   if StatutCompte of LigneCompte(IdxLigneCompte) = "C"
                   and StatutCompteCharge(IdxLigneCompte) not = "C"
                       move "CLO" to TypeSignaletique

                       perform JournaliserSignaletiqueCompte
                   end-if
               end-if
           end-if.

      * --- Evenement signaletique d'un compte, journalise sous son
      * propre nom de table pour la declaration FICOBA (la cle du
      * compte est attendue dans CleAudit) ---

       JournaliserSignaletiqueCompte.
           move "CompteSignaletique" to TableAudit.
           move spaces to AncienneValeurAudit.
           move TypeSignaletique to NouvelleValeurAudit.

           perform EnregistrerAudit.

      **************************************************************************
      * D�tecteur de RIB en double (meme Banque/Guichet/Compte/Cle
      * porte par plus d'un compte, par exemple deux TypeCompte
      * distincts sous la meme racine suite a un mauvais reimport)
      **************************************************************************
       DoublonsRib.
           perform DoublonsRib-Init.
           perform DoublonsRib-Trt until Eot = 1.
           perform DoublonsRib-Fin.

      * Initialisations

       DoublonsRib-Init.
           move 0 to Eot.

      * D�claration du curseur sur les groupes de comptes partageant
      * le meme RIB complet

           exec sql
               declare C-DoublonsRib cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   min(TypeCompte), CleRib, count(*)
                   from Compte
                   where CodeSociete = :CodeSocieteCourant
                   group by CodeBanque, CodeGuichet, NoCompte,
                   CleRib
                   having count(*) > 1
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

      * Ouverture du curseur

           exec sql
             open C-DoublonsRib
           end-exec.

      * Initialisation de la pagination

           move 0 to NoPage.

           add 1 to MaxLigneEtat giving NbLigne.

           move corresponding DateSysteme to DoublonEntete1.

           move NomSocieteEntete to SocieteEntete of DoublonEntete1.

      * Traitement des lignes (RIB en double)

       DoublonsRib-Trt.
           exec sql
               fetch C-DoublonsRib
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte, :Compte.CleRib,
               :NbOccurrencesRib
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementDoublonRib
           end-if.

      * Fin du traitement (RIB en double)

       DoublonsRib-Fin.

      * On ferme le curseur

           exec sql
             close C-DoublonsRib
           end-exec.

      * Impression du dernier pied de page

           if NoPage > 0 then
               move NoPage to NPage of DoublonDernierBasPage

               write E-DoublonsRib from DoublonDernierBasPage

               close F-DoublonsRib
           end-if.

      * --- Impression d'une ligne de RIB en double ---

       TraitementDoublonRib.
           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   open output F-DoublonsRib
               else
                   move NoPage to NPage of DoublonBasPage

                   write E-DoublonsRib from DoublonBasPage
               end-if

               add 1 to NoPage

               write E-DoublonsRib from DoublonEntete1
               write E-DoublonsRib from DoublonEntete2
               write E-DoublonsRib from " "
               write E-DoublonsRib from DoublonEntete4
               write E-DoublonsRib from DoublonEntete6
               write E-DoublonsRib from DoublonEntete4

               move 6 to NbLigne
           end-if.

           add 1 to NbLigne.

           move corresponding Compte to DoublonDetail.
           move NbOccurrencesRib to NbOccurrences of DoublonDetail.

           write E-DoublonsRib from DoublonDetail.

      **************************************************************************
      * Virement interne entre deux comptes de la meme banque
      **************************************************************************
       VirementInterne.
           perform SaisieVirement-Init.
           perform SaisieVirement-Trt
               until CodeBanque of CompteSource = space.
           perform SaisieVirement-Fin.

       SaisieVirement-Init.
           move "" to CodeBanque of CompteSource.

       SaisieVirement-Trt.
           move spaces to CompteSource.
           move spaces to CompteDestination.
           move 0 to MontantVirement.

           display M-Virement.

           accept M-Virement-E.

           if CodeBanque of CompteSource <> space
               perform TraitementVirement

               display M-Virement-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       SaisieVirement-Fin.
           continue.

      * --- Controles (cle RIB des deux comptes, meme banque, montant,
      * existence en base) puis, si tout est valide, mise a jour des
      * deux comptes et enregistrement des deux mouvements lies ---

       TraitementVirement.
           move "O" to StatutVirement.
           move spaces to MessageVirement.
           move "N" to VirementSansProvision.

      * Rien ne se poste pendant la chaine : journee fermee = refus

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "N" to StatutVirement
               move "Journee comptable fermee, saisie refusee"
               to MessageVirement
           end-if.

           move CompteComplet of CompteSource to CompteCompletNum.
           move CodeGuichet of CompteSource to CodeGuichetNum.
           move CodeBanque of CompteSource to CodeBanqueNum.

           perform CalculCleRib.

           if CleRibNum <> CleRib of CompteSource
               move "N" to StatutVirement
               move "Cle RIB du compte a debiter invalide"
               to MessageVirement
           end-if.

           if VirementValide
               move CompteComplet of CompteDestination
               to CompteCompletNum

               move CodeGuichet of CompteDestination
               to CodeGuichetNum

               move CodeBanque of CompteDestination to CodeBanqueNum

               perform CalculCleRib

               if CleRibNum <> CleRib of CompteDestination
                   move "N" to StatutVirement
                   move "Cle RIB du compte a crediter invalide"
                   to MessageVirement
               end-if
           end-if.

           if VirementValide
               and CodeBanque of CompteSource
               <> CodeBanque of CompteDestination
               move "N" to StatutVirement
               move "Virement possible uniquement entre comptes"
               to MessageVirement
           end-if.

           if VirementValide and MontantVirement = 0
               move "N" to StatutVirement
               move "Montant du virement invalide" to MessageVirement
           end-if.

           if VirementValide
               move 0 to DecouvertAutoriseSource
               move spaces to DeviseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise, Devise
                   into :Debit of CompteSource,
                        :Credit of CompteSource,
                        :DecouvertAutoriseSource, :DeviseSource
                   from Compte
                   where CodeBanque = :CodeBanque of CompteSource
                   and CodeGuichet = :CodeGuichet of CompteSource
                   and NoCompte =
                   :RacineCompte of CompteComplet of CompteSource
                   and TypeCompte =
                   :TypeCompte of CompteComplet of CompteSource
               end-exec

               if sqlcode not = 0
                   move "N" to StatutVirement
                   move "Compte a debiter introuvable"
                   to MessageVirement
               end-if
           end-if.

      * Ni le compte debite ni le compte credite ne peuvent etre ceux
      * de l'operateur ou d'un proche (les ordres du canal en ligne
      * sont ceux du client lui-meme)

           if VirementValide and ModeOrdreEnLigne not = "O"
               move CodeBanque of CompteSource to CodeBanqueConflit
               move CodeGuichet of CompteSource to CodeGuichetConflit

               move RacineCompte of CompteComplet of CompteSource
               to NoCompteConflit

               move TypeCompte of CompteComplet of CompteSource
               to TypeCompteConflit

               perform ControlerConflitCompte

               if not ConflitInterets
                   move CodeBanque of CompteDestination
                   to CodeBanqueConflit

                   move CodeGuichet of CompteDestination
                   to CodeGuichetConflit

                   move RacineCompte of CompteComplet
                   of CompteDestination to NoCompteConflit

                   move TypeCompte of CompteComplet
                   of CompteDestination to TypeCompteConflit

                   perform ControlerConflitCompte
               end-if

               if ConflitInterets
                   move "N" to StatutVirement
                   move "Compte de l'operateur ou d'un proche, refuse"
                   to MessageVirement
               end-if
           end-if.

      * Controle bloquant de la provision : le debit demande ne doit
      * pas porter le compte au-dela de son decouvert autorise

           if VirementValide
               and (Credit of CompteSource + MontantVirement)
               > (Debit of CompteSource + DecouvertAutoriseSource)
               move "N" to StatutVirement
               move "Provision insuffisante, decouvert autorise depasse"
               to MessageVirement
               move "O" to VirementSansProvision
           end-if.

      * Retenue des saisies-attributions actives sur le compte source

           if VirementValide
               move CodeBanque of CompteSource to CodeBanqueRetenue
               move CodeGuichet of CompteSource to CodeGuichetRetenue

               move RacineCompte of CompteComplet of CompteSource
               to NoCompteRetenue

               move TypeCompte of CompteComplet of CompteSource
               to TypeCompteRetenue

               perform CalculerRetenueSaisies

               if RetenueSaisies > 0
               and (Credit of CompteSource + MontantVirement)
               > (Debit of CompteSource - RetenueSaisies)
                   move "N" to StatutVirement
                   move "Fonds indisponibles (saisie ou garantie)"
                   to MessageVirement
               end-if
           end-if.

           if VirementValide
               move spaces to DeviseDestination

               exec sql
                   select Debit, Credit, Devise
                   into :Debit of CompteDestination,
                        :Credit of CompteDestination,
                        :DeviseDestination
                   from Compte
                   where CodeBanque = :CodeBanque of CompteDestination
                   and CodeGuichet = :CodeGuichet of CompteDestination
                   and NoCompte =
                   :RacineCompte of CompteComplet of CompteDestination
                   and TypeCompte =
                   :TypeCompte of CompteComplet of CompteDestination
               end-exec

               if sqlcode not = 0
                   move "N" to StatutVirement
                   move "Compte a crediter introuvable"
                   to MessageVirement
               end-if
           end-if.

      * Les deux comptes doivent etre tenus dans la meme devise : un
      * virement ne convertit pas

           if VirementValide and DeviseSource not = DeviseDestination
               move "N" to StatutVirement
               move "Devises differentes entre les deux comptes"
               to MessageVirement
           end-if.

      * Plafond de depot reglemente du compte a crediter

           if VirementValide
               move CodeBanque of CompteDestination
               to CodeBanque of Mouvement

               move CodeGuichet of CompteDestination
               to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet of CompteDestination
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of CompteDestination
               to TypeCompte of CompteComplet of Mouvement

               move MontantVirement to MontantOperationCourante

               perform ControlerPlafondDepot

               if not PlafondRespecte
                   move "N" to StatutVirement
                   move "Plafond de depot du compte a crediter atteint"
                   to MessageVirement
               end-if
           end-if.

      * Le titulaire du compte a debiter doit etre actif (ni decede,
      * ni bloque judiciaire) ; la tentative est consignee

           if VirementValide
               perform ControleTitulaireSourceBloque

               if ClientBloqueControle
                   move "N" to StatutVirement
                   move "Client du compte a debiter decede ou bloque"
                   to MessageVirement

                   move "Virement depuis compte bloque"
                   to LibelleOperationBloquee

                   perform EcrireOperationBloquee
               end-if
           end-if.

      * Doublon probable : un ordre identique deja poste aujourd'hui
      * ou en attente d'approbation exige une confirmation explicite

           if VirementValide
               perform SonderDoublonVirementInterne

               if NbDoublonsJournal > 0 or NbDoublonsAttente > 0
                   perform ConfirmerDoublonVirement
               end-if
           end-if.

      * Un gros debit d'un majeur protege (lien de tutelle actif)
      * passe par l'approbation du superviseur au lieu d'etre poste

           if VirementValide
               perform ControlerTutelleSource
           end-if.

      * Au-dela du seuil d'approbation, l'ordre est parque dans la
      * file d'attente du superviseur au lieu d'etre poste (sauf si
      * c'est justement le superviseur qui valide un ordre parque)

           move "N" to StatutParcage.

           if VirementValide
               if (MontantVirement > SeuilApprobation
               or TutelleAApprouver = "O")
               and not ApprobationEnCours
                   perform ParquerVirement
               else
                   perform PosterVirement

                   if VirementValide
                       move "Virement enregistre" to MessageVirement
                   end-if
               end-if
           end-if.

      * --- Sonde des doublons d'un virement interne : un debit VIR
      * du jour de meme montant sur la source ET un credit VIR du jour
      * de meme montant sur la destination, ou un ordre identique en
      * attente d'approbation ---

       SonderDoublonVirementInterne.
           move 0 to NbDoublonsJournal.
           move 0 to NbDoublonsAttente.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateJourDoublon
           end-string.

           exec sql
               select count(*)
               into :NbDoublonsJournal
               from Mouvement m1
               where m1.CodeBanque = :CodeBanque of CompteSource
               and m1.CodeGuichet = :CodeGuichet of CompteSource
               and m1.NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and m1.TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
               and m1.DateMouvement = :DateJourDoublon
               and m1.Sens = 'C'
               and m1.Nature = 'VIR'
               and m1.Montant = :MontantVirement
               and exists
               (select 1 from Mouvement m2
                where m2.CodeBanque =
                :CodeBanque of CompteDestination
                and m2.CodeGuichet =
                :CodeGuichet of CompteDestination
                and m2.NoCompte =
                :RacineCompte of CompteComplet of CompteDestination
                and m2.TypeCompte =
                :TypeCompte of CompteComplet of CompteDestination
                and m2.DateMouvement = :DateJourDoublon
                and m2.Sens = 'D'
                and m2.Nature = 'VIR'
                and m2.Montant = :MontantVirement)
           end-exec.

           exec sql
               select count(*)
               into :NbDoublonsAttente
               from VirementAttente
               where Statut = 'A'
               and CodeBanqueSrc = :CodeBanque of CompteSource
               and CodeGuichetSrc = :CodeGuichet of CompteSource
               and NoCompteSrc =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompteSrc =
               :TypeCompte of CompteComplet of CompteSource
               and CodeBanqueDst = :CodeBanque of CompteDestination
               and NoCompteDst =
               :RacineCompte of CompteComplet of CompteDestination
               and Montant = :MontantVirement
           end-exec.

      * --- Sonde des doublons d'un virement externe : meme montant
      * deja debite du compte aujourd'hui en nature VIR, ou ordre
      * identique vers le meme Iban dans la file d'attente ---

       SonderDoublonVirementExterne.
           move 0 to NbDoublonsJournal.
           move 0 to NbDoublonsAttente.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateJourDoublon
           end-string.

           exec sql
               select count(*)
               into :NbDoublonsJournal
               from Mouvement
               where CodeBanque = :CodeBanque of CompteSource
               and CodeGuichet = :CodeGuichet of CompteSource
               and NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
               and DateMouvement = :DateJourDoublon
               and Sens = 'C'
               and Nature = 'VIR'
               and Montant = :MontantVirement
           end-exec.

           exec sql
               select count(*)
               into :NbDoublonsAttente
               from VirementAttente
               where Statut = 'A'
               and CodeBanqueSrc = :CodeBanque of CompteSource
               and CodeGuichetSrc = :CodeGuichet of CompteSource
               and NoCompteSrc =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompteSrc =
               :TypeCompte of CompteComplet of CompteSource
               and IbanBeneficiaire = :IbanBeneficiaire
               and Montant = :MontantVirement
           end-exec.

      * --- Confirmation explicite d'un doublon probable ; le passage
      * en force est trace au journal d'activite ---

       ConfirmerDoublonVirement.

      * Un ordre du canal en ligne n'a personne pour confirmer : le
      * doublon probable est rejete

           if OrdreEnLigneEnCours
               move "N" to StatutVirement
               move "Ordre identique deja emis aujourd'hui, rejete"
               to MessageVirement
           else
               perform ConfirmerDoublonVirement-Trt
           end-if.

       ConfirmerDoublonVirement-Trt.
           display
             " Ordre identique deja emis aujourd'hui, confirmer (o/N) "
             line 1 col 1
             with no advancing.

           move "N" to ReponseDoublon.

           accept ReponseDoublon line 1 col 57.

           display M-EffaceQuestion.

           if ReponseDoublon = "o" or ReponseDoublon = "O"
               move "Doublon de virement passe en force"
               to LibelleActivite

               perform EnregistrerActivite
           else
               move "N" to StatutVirement
               move "Virement abandonne (doublon probable)"
               to MessageVirement
           end-if.

      * --- Mise en attente d'approbation d'un virement au-dela du
      * seuil ---

       ParquerVirement.
           move 0 to NoAttente of VirementAttente.

           exec sql
               select coalesce(max(NoAttente), 0) + 1
               into :VirementAttente.NoAttente
               from VirementAttente
           end-exec.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDemandeAttente
           end-string.

           move "A" to StatutAttente of VirementAttente.

           exec sql
               insert into VirementAttente
               (NoAttente, CodeBanqueSrc, CodeGuichetSrc, NoCompteSrc,
                TypeCompteSrc, CleRibSrc, CodeBanqueDst,
                CodeGuichetDst, NoCompteDst, TypeCompteDst, CleRibDst,
                Montant, DateDemande, OperateurDemande, Statut,
                TypeVirement, NomBeneficiaire, IbanBeneficiaire,
                BicBeneficiaire, CodeSociete)
               values
               (:VirementAttente.NoAttente,
                :CodeBanque of CompteSource,
                :CodeGuichet of CompteSource,
                :RacineCompte of CompteComplet of CompteSource,
                :TypeCompte of CompteComplet of CompteSource,
                :CleRib of CompteSource,
                :CodeBanque of CompteDestination,
                :CodeGuichet of CompteDestination,
                :RacineCompte of CompteComplet of CompteDestination,
                :TypeCompte of CompteComplet of CompteDestination,
                :CleRib of CompteDestination,
                :MontantVirement, :VirementAttente.DateDemandeAttente,
                :CodeOperateurCourant,
                :VirementAttente.StatutAttente,
                'I', ' ', ' ', ' ', :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Mise en attente virement" to LibelleErreurSql
               move NoAttente of VirementAttente to CleErreurSql
               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la mise en attente du virement"
               to MessageVirement
           else
               move "O" to StatutParcage

               move "VirementAttente" to TableAudit
               move NoAttente of VirementAttente to CleAudit
               move spaces to AncienneValeurAudit
               move "mis en attente d'approbation"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Virement au-dela du seuil, en attente (4 yeux)"
               to MessageVirement
           end-if.

      * --- Statut du titulaire du compte a debiter ---

       ControleTitulaireSourceBloque.
           move "A" to StatutClientControle.
           move spaces to CodeClientBloqueLu.

           exec sql
               select Client.StatutClient, Client.CodeClient
               into :StatutClientControle, :CodeClientBloqueLu
               from Client join Compte
               on Compte.CodeClient = Client.CodeClient
               where Compte.CodeBanque = :CodeBanque of CompteSource
               and Compte.CodeGuichet = :CodeGuichet of CompteSource
               and Compte.NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and Compte.TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
           end-exec.

           if sqlcode not = 0
               move "A" to StatutClientControle
           end-if.

      * --- Consignation d'une tentative d'operation sur un client
      * bloque ---

       EcrireOperationBloquee.
           open extend F-OperationsBloquees.

           if StatutFichierOperationsBloquees not = "00"
               open output F-OperationsBloquees
           end-if.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateOperationBloquee
           end-string.

           move CodeOperateurCourant to OperateurOperationBloquee.
           move StatutClientControle to StatutClientBloqueEdit.
           move CodeClientBloqueLu to CodeClientBloqueEdit.

           move LibelleOperationBloquee
           to LibelleOperationBloqueeEdit.

           write E-OperationsBloquees from LigneOperationBloquee.

           close F-OperationsBloquees.

      * --- MAJ des deux comptes en base et enregistrement, dans
      * Mouvement, des deux mouvements lies (meme montant, sens
      * oppose) qui constituent le virement ---

      * L'integralite du virement (les deux MAJ de Compte et les deux
      * INSERT Mouvement) forme une seule unite de travail : le
      * moindre echec SQL annule le tout, pour qu'un debit ne puisse
      * jamais rester en base sans le credit correspondant

       PosterVirement.
           exec sql
               SET AUTOCOMMIT OFF
           end-exec.

           perform DebiterCompteSource.

           if VirementValide
               perform CrediterCompteDestination
           end-if.

           if VirementValide
               perform PosterMouvementsVirement
           end-if.

           if VirementValide
               exec sql
                   COMMIT
               end-exec
           else
               exec sql
                   ROLLBACK
               end-exec
           end-if.

           exec sql
               SET AUTOCOMMIT ON
           end-exec.

      * --- Debit du compte source (premiere patte du virement) ---

       DebiterCompteSource.
           move Credit of CompteSource to CreditAvantMaj.
           add MontantVirement to Credit of CompteSource.

           exec sql
               update Compte set Credit = :Credit of CompteSource
               where CodeBanque = :CodeBanque of CompteSource
               and CodeGuichet = :CodeGuichet of CompteSource
               and NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
           end-exec.

           if sqlcode not = 0
               move "Virement (debit compte source)"
               to LibelleErreurSql

               string
                 CodeBanque of CompteSource delimited by space
                 CodeGuichet of CompteSource delimited by space
                 RacineCompte of CompteComplet of CompteSource
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la mise a jour du compte a debiter"
               to MessageVirement
           else
               move "Compte" to TableAudit

               string
                 CodeBanque of CompteSource delimited by space
                 CodeGuichet of CompteSource delimited by space
                 RacineCompte of CompteComplet of CompteSource
                 delimited by space
                 into CleAudit
               end-string

               move CreditAvantMaj to AncienneValeurAudit
               move Credit of CompteSource to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Credit du compte destination (seconde patte) ---

       CrediterCompteDestination.
           move Debit of CompteDestination to DebitAvantMaj.
           add MontantVirement to Debit of CompteDestination.

           exec sql
               update Compte set Debit =
               :Debit of CompteDestination
               where CodeBanque = :CodeBanque of CompteDestination
               and CodeGuichet =
               :CodeGuichet of CompteDestination
               and NoCompte =
               :RacineCompte of CompteComplet of CompteDestination
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteDestination
           end-exec.

           if sqlcode not = 0
               move "Virement (credit compte destination)"
               to LibelleErreurSql

               string
                 CodeBanque of CompteDestination delimited by space
                 CodeGuichet of CompteDestination
                 delimited by space
                 RacineCompte of CompteComplet of CompteDestination
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la mise a jour du compte a crediter"
               to MessageVirement
           else
               move "Compte" to TableAudit

               string
                 CodeBanque of CompteDestination delimited by space
                 CodeGuichet of CompteDestination
                 delimited by space
                 RacineCompte of CompteComplet of CompteDestination
                 delimited by space
                 into CleAudit
               end-string

               move DebitAvantMaj to AncienneValeurAudit
               move Debit of CompteDestination
               to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Les deux mouvements lies (meme montant, sens opposes),
      * chacun verifie pour que l'unite de travail ne soit validee
      * qu'avec ses quatre ecritures ---

       PosterMouvementsVirement.
           move CodeBanque of CompteSource
           to CodeBanque of Mouvement.

           move CodeGuichet of CompteSource
           to CodeGuichet of Mouvement.

           move RacineCompte of CompteComplet of CompteSource
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompte of CompteComplet of CompteSource
           to TypeCompte of CompteComplet of Mouvement.

           move MontantVirement to Montant of Mouvement.
           move "C" to SensMouvement of Mouvement.
           move "VIR" to NatureMouvement of Mouvement.

           perform EnregistrerMouvement.

           if sqlcode not = 0
               move "Virement (mouvement compte source)"
               to LibelleErreurSql

               string
                 CodeBanque of CompteSource delimited by space
                 CodeGuichet of CompteSource delimited by space
                 RacineCompte of CompteComplet of CompteSource
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de l'enregistrement du mouvement source"
               to MessageVirement
           else
               move CodeBanque of CompteDestination
               to CodeBanque of Mouvement

               move CodeGuichet of CompteDestination
               to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet
               of CompteDestination
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of CompteDestination
               to TypeCompte of CompteComplet of Mouvement

               move MontantVirement to Montant of Mouvement
               move "D" to SensMouvement of Mouvement

               perform EnregistrerMouvement

               if sqlcode not = 0
                   move "Virement (mouvement compte destination)"
                   to LibelleErreurSql

                   string
                     CodeBanque of CompteDestination delimited by space
                     CodeGuichet of CompteDestination
                     delimited by space
                     RacineCompte of CompteComplet of CompteDestination
                     delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql

                   move "N" to StatutVirement

                   move
                   "Echec de l'enregistrement du mouvement destination"
                   to MessageVirement
               end-if
           end-if.

      **************************************************************************
      * Virement externe vers une autre banque : le compte source de
      * nos livres est debite et un mouvement est pose, puis l'ordre
      * est ajoute a la remise SEPA (fichier depose chaque soir chez
      * le partenaire de compensation)
      **************************************************************************
       VirementExterne.
           perform SaisieVirementExterne-Init.
           perform SaisieVirementExterne-Trt
               until CodeBanque of CompteSource = space.
           perform SaisieVirementExterne-Fin.

       SaisieVirementExterne-Init.
           move "" to CodeBanque of CompteSource.

       SaisieVirementExterne-Trt.
           move spaces to CompteSource.
           move spaces to BeneficiaireExterne.
           move 0 to NoBenefSaisi.
           move 0 to MontantVirement.

           display M-VirementExterne.

           accept M-VirementExterne-E.

           if CodeBanque of CompteSource <> space
               perform TraitementVirementExterne

               display M-Virement-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       SaisieVirementExterne-Fin.
           continue.

      * --- Controles (cle RIB du compte source, beneficiaire complet,
      * montant, existence en base) puis, si tout est valide, debit du
      * compte source, mouvement et ecriture de l'ordre en remise ---

       TraitementVirementExterne.
           move "O" to StatutVirement.
           move spaces to MessageVirement.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "N" to StatutVirement
               move "Journee comptable fermee, saisie refusee"
               to MessageVirement
           end-if.

           move CompteComplet of CompteSource to CompteCompletNum.
           move CodeGuichet of CompteSource to CodeGuichetNum.
           move CodeBanque of CompteSource to CodeBanqueNum.

           perform CalculCleRib.

           if CleRibNum <> CleRib of CompteSource
               move "N" to StatutVirement
               move "Cle RIB du compte a debiter invalide"
               to MessageVirement
           end-if.

      * Le beneficiaire est pris au registre du client du compte
      * source (delai d'activation de 48 heures apres l'ajout) ; un
      * ordre valide depuis la file d'approbation porte deja ses
      * coordonnees controlees a la mise en attente

           if VirementValide and not ApprobationEnCours
               perform ResoudreBeneficiaireRegistre
           end-if.

      * Les coordonnees d'un Iban francais sont confrontees au
      * referentiel des banques externes (banque, guichet, BIC)

           if VirementValide and IbanBeneficiaire(1:2) = "FR"
               perform ControlerIbanReferentiel
           end-if.

           if VirementValide and IbanBeneficiaire = space
               move "N" to StatutVirement
               move "Iban du beneficiaire obligatoire"
               to MessageVirement
           end-if.

           if VirementValide and BicBeneficiaire = space
               move "N" to StatutVirement
               move "Bic du beneficiaire obligatoire"
               to MessageVirement
           end-if.

           if VirementValide and MontantVirement = 0
               move "N" to StatutVirement
               move "Montant du virement invalide" to MessageVirement
           end-if.

           if VirementValide
               move spaces to IbanSource
               move 0 to DecouvertAutoriseSource
               move spaces to DeviseSource

               exec sql
                   select Debit, Credit, Iban, DecouvertAutorise,
                   Devise
                   into :Debit of CompteSource,
                        :Credit of CompteSource, :IbanSource,
                        :DecouvertAutoriseSource, :DeviseSource
                   from Compte
                   where CodeBanque = :CodeBanque of CompteSource
                   and CodeGuichet = :CodeGuichet of CompteSource
                   and NoCompte =
                   :RacineCompte of CompteComplet of CompteSource
                   and TypeCompte =
                   :TypeCompte of CompteComplet of CompteSource
               end-exec

               if sqlcode not = 0
                   move "N" to StatutVirement
                   move "Compte a debiter introuvable"
                   to MessageVirement
               end-if
           end-if.

      * La remise SEPA est en euros : un compte tenu dans une autre
      * devise ne part pas en paiement externe sans conversion

           if VirementValide and DeviseSource not = "EUR"
               move "N" to StatutVirement
               move "Compte a debiter non tenu en EUR, remise refusee"
               to MessageVirement
           end-if.

      * Meme controle de provision que le virement interne

           if VirementValide
               and (Credit of CompteSource + MontantVirement)
               > (Debit of CompteSource + DecouvertAutoriseSource)
               move "N" to StatutVirement
               move "Provision insuffisante, decouvert autorise depasse"
               to MessageVirement
           end-if.

      * Retenue des saisies-attributions actives sur le compte source

           if VirementValide
               move CodeBanque of CompteSource to CodeBanqueRetenue
               move CodeGuichet of CompteSource to CodeGuichetRetenue

               move RacineCompte of CompteComplet of CompteSource
               to NoCompteRetenue

               move TypeCompte of CompteComplet of CompteSource
               to TypeCompteRetenue

               perform CalculerRetenueSaisies

               if RetenueSaisies > 0
               and (Credit of CompteSource + MontantVirement)
               > (Debit of CompteSource - RetenueSaisies)
                   move "N" to StatutVirement
                   move "Fonds indisponibles (saisie ou garantie)"
                   to MessageVirement
               end-if
           end-if.

           if VirementValide
               move spaces to BicSource

               exec sql
                   select Bic into :BicSource
                   from Banque
                   where CodeBanque = :CodeBanque of CompteSource
               end-exec
           end-if.

      * Le titulaire du compte a debiter doit etre actif : un
      * paiement qui quitte la banque ne se fait pas sur un client
      * decede ou bloque, et la tentative est consignee

           if VirementValide
               perform ControleTitulaireSourceBloque

               if ClientBloqueControle
                   move "N" to StatutVirement
                   move "Client du compte a debiter decede ou bloque"
                   to MessageVirement

                   move "Virement externe depuis compte bloque"
                   to LibelleOperationBloquee

                   perform EcrireOperationBloquee
               end-if
           end-if.

      * Filtrage du beneficiaire contre la liste de gel des avoirs :
      * une alerte gele le client et bloque l'ordre

           if VirementValide and not ApprobationEnCours
               move NomBeneficiaire to NomFiltre
               move spaces to PrenomFiltre
               move CodeClientBloqueLu to CodeClientSanction
               move NoBenefSaisi to NoBenefFiltre
               move "VIREXT" to OrigineSanction

               perform FiltrerBeneficiaireSanctions

               if GelSanctions = "O"
                   move "N" to StatutVirement
                   move "Beneficiaire proche de la liste de gel, bloque"
                   to MessageVirement
               end-if
           end-if.

      * Verification du nom du beneficiaire avant confirmation ; un
      * ordre repris de la file d'approbation a deja ete verifie

           if VirementValide and not ApprobationEnCours
               move IbanBeneficiaire to IbanVop
               move BicBeneficiaire to BicVop
               move NomBeneficiaire to NomVop
               move "VIREXT" to OrigineVop

               perform VerifierBeneficiaireVop

               if not VopConfirmee
                   move "N" to StatutVirement
                   move MessageVop to MessageVirement
               end-if
           end-if.

      * Doublon probable : meme montant deja debite du meme compte
      * aujourd'hui (nature VIR) ou ordre identique vers le meme
      * beneficiaire dans la file d'attente

           if VirementValide
               perform SonderDoublonVirementExterne

               if NbDoublonsJournal > 0 or NbDoublonsAttente > 0
                   perform ConfirmerDoublonVirement
               end-if
           end-if.

      * Un gros debit d'un majeur protege passe par l'approbation

           if VirementValide
               perform ControlerTutelleSource
           end-if.

      * Meme seuil d'approbation que le virement interne : au-dela,
      * l'ordre externe attend le superviseur au lieu de partir en
      * remise

           move "N" to StatutParcage.

           if VirementValide
               if (MontantVirement > SeuilApprobation
               or TutelleAApprouver = "O")
               and not ApprobationEnCours
                   perform ParquerVirementExterne
               else
                   perform PosterVirementExterne

                   if VirementValide
                       move
                       "Virement externe enregistre, ordre en remise"
                       to MessageVirement
                   end-if
               end-if
           end-if.

      * --- Resolution du beneficiaire au registre : client du compte
      * source, numero saisi, statut actif, delai de 48 heures ---

       ResoudreBeneficiaireRegistre.
           move spaces to BeneficiaireExterne.
           move space to CodeClientSourceVirement.

           exec sql
               select CodeClient
               into :CodeClientSourceVirement
               from Compte
               where CodeBanque = :CodeBanque of CompteSource
               and CodeGuichet = :CodeGuichet of CompteSource
               and NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
           end-exec.

           if sqlcode not = 0
               move "N" to StatutVirement
               move "Compte a debiter introuvable"
               to MessageVirement
           else
               initialize Beneficiaire

               exec sql
                   select NomBeneficiaire, Iban, Bic, DateAjout
                   into :Beneficiaire.NomBenef,
                        :Beneficiaire.IbanBenef,
                        :Beneficiaire.BicBenef,
                        :Beneficiaire.DateAjoutBenef
                   from Beneficiaire
                   where CodeClient = :CodeClientSourceVirement
                   and NoBeneficiaire = :NoBenefSaisi
                   and Statut = 'A'
               end-exec

               if sqlcode not = 0
                   move "N" to StatutVirement
                   move "Beneficiaire inconnu au registre du client"
                   to MessageVirement
               else
                   move DateAjoutBenef to DateBaseCalcul
                   move 2 to NbJoursAvance

                   perform CalculerDateAvanceeJours

                   move DateAvanceeJours to DateActivationBenef

                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateComptableTexte
                   end-string

                   if DateActivationBenef > DateComptableTexte
                       move "N" to StatutVirement
                       move "Beneficiaire en delai d'activation (48h)"
                       to MessageVirement
                   else
                       move NomBenef to NomBeneficiaire
                       move IbanBenef to IbanBeneficiaire
                       move BicBenef to BicBeneficiaire
                   end-if
               end-if
           end-if.

      * --- Mise en attente d'approbation d'un virement externe ---

       ParquerVirementExterne.
           move 0 to NoAttente of VirementAttente.

           exec sql
               select coalesce(max(NoAttente), 0) + 1
               into :VirementAttente.NoAttente
               from VirementAttente
           end-exec.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDemandeAttente
           end-string.

           move "A" to StatutAttente of VirementAttente.

           exec sql
               insert into VirementAttente
               (NoAttente, CodeBanqueSrc, CodeGuichetSrc, NoCompteSrc,
                TypeCompteSrc, CleRibSrc, CodeBanqueDst,
                CodeGuichetDst, NoCompteDst, TypeCompteDst, CleRibDst,
                Montant, DateDemande, OperateurDemande, Statut,
                TypeVirement, NomBeneficiaire, IbanBeneficiaire,
                BicBeneficiaire, CodeSociete)
               values
               (:VirementAttente.NoAttente,
                :CodeBanque of CompteSource,
                :CodeGuichet of CompteSource,
                :RacineCompte of CompteComplet of CompteSource,
                :TypeCompte of CompteComplet of CompteSource,
                :CleRib of CompteSource,
                ' ', ' ', ' ', ' ', ' ',
                :MontantVirement, :VirementAttente.DateDemandeAttente,
                :CodeOperateurCourant,
                :VirementAttente.StatutAttente,
                'E', :NomBeneficiaire of BeneficiaireExterne,
                :IbanBeneficiaire of BeneficiaireExterne,
                :BicBeneficiaire of BeneficiaireExterne,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Mise en attente virement externe"
               to LibelleErreurSql
               move NoAttente of VirementAttente to CleErreurSql
               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la mise en attente du virement"
               to MessageVirement
           else
               move "O" to StatutParcage

               move "VirementAttente" to TableAudit
               move NoAttente of VirementAttente to CleAudit
               move spaces to AncienneValeurAudit
               move "virement externe en attente (4 yeux)"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Virement au-dela du seuil, en attente (4 yeux)"
               to MessageVirement
           end-if.

      * --- Debit du compte source, mouvement lie et ajout de l'ordre
      * a la remise SEPA du soir ---

       PosterVirementExterne.
           move Credit of CompteSource to CreditAvantMaj.
           add MontantVirement to Credit of CompteSource.

           exec sql
               update Compte set Credit = :Credit of CompteSource
               where CodeBanque = :CodeBanque of CompteSource
               and CodeGuichet = :CodeGuichet of CompteSource
               and NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
           end-exec.

           if sqlcode not = 0
               move "Virement externe (debit compte source)"
               to LibelleErreurSql

               string
                 CodeBanque of CompteSource delimited by space
                 CodeGuichet of CompteSource delimited by space
                 RacineCompte of CompteComplet of CompteSource
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la mise a jour du compte a debiter"
               to MessageVirement
           else
               move "Compte" to TableAudit

               string
                 CodeBanque of CompteSource delimited by space
                 CodeGuichet of CompteSource delimited by space
                 RacineCompte of CompteComplet of CompteSource
                 delimited by space
                 into CleAudit
               end-string

               move CreditAvantMaj to AncienneValeurAudit
               move Credit of CompteSource to NouvelleValeurAudit

               perform EnregistrerAudit

               move CodeBanque of CompteSource
               to CodeBanque of Mouvement

               move CodeGuichet of CompteSource
               to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet of CompteSource
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of CompteSource
               to TypeCompte of CompteComplet of Mouvement

               move MontantVirement to Montant of Mouvement
               move "C" to SensMouvement of Mouvement
               move "VIR" to NatureMouvement of Mouvement

               perform EnregistrerMouvement

      * L'ordre ne part en remise que si le mouvement est bien en
      * base : pas de paiement sortant sans ecriture derriere

               if sqlcode not = 0
                   move "Virement externe (mouvement)"
                   to LibelleErreurSql

                   string
                     CodeBanque of CompteSource delimited by space
                     CodeGuichet of CompteSource delimited by space
                     RacineCompte of CompteComplet of CompteSource
                     delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql

                   move "N" to StatutVirement
                   move "Echec de l'enregistrement du mouvement"
                   to MessageVirement
               else
                   perform EcrireRemiseSepa
               end-if
           end-if.

      * --- Ajout de l'ordre au fichier de remise SEPA (une ligne par
      * ordre, le fichier s'enrichit au fil de la journee et est remis
      * tel quel au partenaire le soir) ---

       EcrireRemiseSepa.

      * En base ecole, rien ne part chez le partenaire de compensation

           if not EcoleActive
               perform EcrireRemiseSepa-Trt
           end-if.

       EcrireRemiseSepa-Trt.
           open extend F-RemiseSepa.

           if StatutFichierRemiseSepa not = "00"
               open output F-RemiseSepa
           end-if.

           move MontantVirement to MontantRemiseAffiche.

           string
             DateMouvement of Mouvement delimited by size
             ";" delimited by size
             IbanSource delimited by space
             ";" delimited by size
             BicSource delimited by space
             ";" delimited by size
             IbanBeneficiaire delimited by space
             ";" delimited by size
             BicBeneficiaire delimited by space
             ";" delimited by size
             NomBeneficiaire delimited by size
             ";" delimited by size
             MontantRemiseAffiche delimited by size
             into E-RemiseSepa
           end-string.

           write E-RemiseSepa.

           close F-RemiseSepa.

           move "SEPA" to TypeFluxComp.
           move DateMouvement of Mouvement to DateFluxComp.
           move MontantVirement to MontantFluxComp.

           perform CumulerFluxCompensation.

      **************************************************************************
      * Approbation des virements en attente (controle 4 yeux) : le
      * superviseur voit les ordres parques au-dela du seuil, en
      * valide un (les controles du virement sont rejoues puis le
      * virement est poste) ou le refuse avec un motif trace dans
      * l'audit
      **************************************************************************
       ApprobationVirements.
           move 1 to NoAttenteChoisi.

           perform ApprobationVirements-Trt
               until NoAttenteChoisi = 0.

       ApprobationVirements-Trt.
           perform AfficherVirementsAttente.

           move 0 to NoAttenteChoisi.

           accept NoAttenteChoisi line 21 col 30.

           if NoAttenteChoisi > 0
               perform TraiterVirementAttente
           end-if.

      * --- Liste des virements en attente (statut A) ---

       AfficherVirementsAttente.
           display M-Approbation.

           move 0 to Eot.
           move 4 to NoLigneEcran.

           exec sql
               declare C-VirementsAttente cursor for
                   select NoAttente, CodeBanqueSrc, CodeGuichetSrc,
                   NoCompteSrc, CodeBanqueDst, CodeGuichetDst,
                   NoCompteDst, Montant, OperateurDemande
                   from VirementAttente
                   where Statut = 'A'
                   and CodeSociete = :CodeSocieteCourant
                   order by NoAttente
           end-exec.

           exec sql
             open C-VirementsAttente
           end-exec.

           perform AfficherVirementsAttente-Trt until Eot = 1.

           exec sql
             close C-VirementsAttente
           end-exec.

       AfficherVirementsAttente-Trt.
           exec sql
               fetch C-VirementsAttente
               into :VirementAttente.NoAttente,
               :VirementAttente.CodeBanqueSrcAtt,
               :VirementAttente.CodeGuichetSrcAtt,
               :VirementAttente.NoCompteSrcAtt,
               :VirementAttente.CodeBanqueDstAtt,
               :VirementAttente.CodeGuichetDstAtt,
               :VirementAttente.NoCompteDstAtt,
               :VirementAttente.MontantAttente,
               :VirementAttente.OperateurDemande
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NoLigneEcran < 19
                   add 1 to NoLigneEcran

                   move MontantAttente to MontantAttenteAffiche

                   display LigneAttenteEcran
               end-if
           end-if.

      * --- Validation ou refus de l'ordre choisi ---

       TraiterVirementAttente.
           move 0 to NoAttente of VirementAttente.

           exec sql
               select NoAttente, CodeBanqueSrc, CodeGuichetSrc,
               NoCompteSrc, TypeCompteSrc, CleRibSrc, CodeBanqueDst,
               CodeGuichetDst, NoCompteDst, TypeCompteDst, CleRibDst,
               Montant, TypeVirement, NomBeneficiaire,
               IbanBeneficiaire, BicBeneficiaire, OperateurDemande
               into :VirementAttente.NoAttente,
               :VirementAttente.CodeBanqueSrcAtt,
               :VirementAttente.CodeGuichetSrcAtt,
               :VirementAttente.NoCompteSrcAtt,
               :VirementAttente.TypeCompteSrcAtt,
               :VirementAttente.CleRibSrcAtt,
               :VirementAttente.CodeBanqueDstAtt,
               :VirementAttente.CodeGuichetDstAtt,
               :VirementAttente.NoCompteDstAtt,
               :VirementAttente.TypeCompteDstAtt,
               :VirementAttente.CleRibDstAtt,
               :VirementAttente.MontantAttente,
               :VirementAttente.TypeVirementAtt,
               :VirementAttente.NomBeneficiaireAtt,
               :VirementAttente.IbanBeneficiaireAtt,
               :VirementAttente.BicBeneficiaireAtt,
               :VirementAttente.OperateurDemande
               from VirementAttente
               where NoAttente = :NoAttenteChoisi
               and Statut = 'A'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               display " Ordre introuvable ou deja traite "
                 line 1 col 1
                 with no advancing

               accept Reponse line 1 col 35

               display M-EffaceQuestion
           else
               move space to ChoixApprobation

               accept ChoixApprobation line 22 col 30

               if ChoixApprobation = "v"
                   move "V" to ChoixApprobation
               end-if

               if ChoixApprobation = "r"
                   move "R" to ChoixApprobation
               end-if

               evaluate ChoixApprobation
                   when "V"
                       perform ValiderVirementAttente
                   when "R"
                       perform RefuserVirementAttente
               end-evaluate
           end-if.

      * --- Validation : les controles du virement sont rejoues et le
      * virement est poste (interne ou externe selon le type de
      * l'ordre parque) ---

      * Le demandeur ne valide pas son propre ordre : c'est tout le
      * sens du controle 4 yeux

       ValiderVirementAttente.
           if OperateurDemande of VirementAttente
           = CodeOperateurCourant
               move "Ordre a valider par un autre operateur (4 yeux)"
               to MessageVirement

               display M-Virement-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           else
               perform ValiderVirementAttente-Trt
           end-if.

       ValiderVirementAttente-Trt.
           move spaces to CompteSource.
           move spaces to CompteDestination.

           move CodeBanqueSrcAtt to CodeBanque of CompteSource.
           move CodeGuichetSrcAtt to CodeGuichet of CompteSource.

           move NoCompteSrcAtt
           to RacineCompte of CompteComplet of CompteSource.

           move TypeCompteSrcAtt
           to TypeCompte of CompteComplet of CompteSource.

           move CleRibSrcAtt to CleRib of CompteSource.

           move CodeBanqueDstAtt to CodeBanque of CompteDestination.
           move CodeGuichetDstAtt to CodeGuichet of CompteDestination.

           move NoCompteDstAtt
           to RacineCompte of CompteComplet of CompteDestination.

           move TypeCompteDstAtt
           to TypeCompte of CompteComplet of CompteDestination.

           move CleRibDstAtt to CleRib of CompteDestination.

           move MontantAttente to MontantVirement.

           move "O" to ModeApprobation.

           if TypeVirementAtt = "E"
               move NomBeneficiaireAtt to NomBeneficiaire
               of BeneficiaireExterne

               move IbanBeneficiaireAtt to IbanBeneficiaire
               of BeneficiaireExterne

               move BicBeneficiaireAtt to BicBeneficiaire
               of BeneficiaireExterne

               perform TraitementVirementExterne
           else
               perform TraitementVirement
           end-if.

           move "N" to ModeApprobation.

           if VirementValide
               exec sql
                   update VirementAttente set Statut = 'V'
                   where NoAttente = :VirementAttente.NoAttente
               end-exec

               move "VirementAttente" to TableAudit
               move NoAttente of VirementAttente to CleAudit
               move "A" to AncienneValeurAudit
               move "V (approuve et poste)" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

           display M-Virement-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Refus : motif demande et trace dans l'audit ---

       RefuserVirementAttente.
           move spaces to MotifRefusVirement.

           display " Motif du refus : "
             line 1 col 1
             with no advancing.

           accept MotifRefusVirement line 1 col 19.

           display M-EffaceQuestion.

           exec sql
               update VirementAttente set Statut = 'R'
               where NoAttente = :VirementAttente.NoAttente
           end-exec.

           if sqlcode not = 0
               move "Refus virement en attente" to LibelleErreurSql
               move NoAttente of VirementAttente to CleErreurSql
               perform JournaliserErreurSql
           else
               move "VirementAttente" to TableAudit
               move NoAttente of VirementAttente to CleAudit
               move "A" to AncienneValeurAudit

               string
                 "R (refuse) " delimited by size
                 MotifRefusVirement delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Gestion des virements permanents : creation et annulation des
      * ordres du registre VirementPermanent, executes chaque nuit par
      * la chaine au jour du mois demande
      **************************************************************************
       GestionVirementsPermanents.
           perform SaisieVirementPermanent-Init.
           perform SaisieVirementPermanent-Trt
               until ChoixVirementPermanent = space.
           perform SaisieVirementPermanent-Fin.

       SaisieVirementPermanent-Init.
           move "" to ChoixVirementPermanent.

       SaisieVirementPermanent-Trt.
           move space to ChoixVirementPermanent.

           display M-VirementPermanent.

           accept ChoixVirementPermanent line 5 col 46.

           if ChoixVirementPermanent = "c" then
               move "C" to ChoixVirementPermanent
           end-if.

           if ChoixVirementPermanent = "a" then
               move "A" to ChoixVirementPermanent
           end-if.

           evaluate ChoixVirementPermanent
               when "C"
                   perform CreationVirementPermanent
               when "A"
                   perform AnnulationVirementPermanent
           end-evaluate.

       SaisieVirementPermanent-Fin.
           continue.

      * --- Creation d'un ordre : memes controles de saisie que le
      * virement interne (cles RIB, meme banque, montant), plus le
      * jour du mois et la periode de validite ---

       CreationVirementPermanent.
           initialize VirementPermanent.

           display M-VirementPermanent-E.

           accept M-VirementPermanent-E.

           if CodeBanqueSource not = space
               perform ControlerCreationOrdre

               display M-Virement-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Controles de l'ordre saisi puis insertion ---

       ControlerCreationOrdre.
           move "O" to StatutVirement.
           move spaces to MessageVirement.

           move NoCompteSource to CompteCompletNum(1:9).
           move TypeCompteSource to CompteCompletNum(10:2).
           move CodeGuichetSource to CodeGuichetNum.
           move CodeBanqueSource to CodeBanqueNum.

           perform CalculCleRib.

           if CleRibNum not = CleRibSource
               move "N" to StatutVirement
               move "Cle RIB du compte a debiter invalide"
               to MessageVirement
           end-if.

           if VirementValide
               move NoCompteDest to CompteCompletNum(1:9)
               move TypeCompteDest to CompteCompletNum(10:2)
               move CodeGuichetDest to CodeGuichetNum
               move CodeBanqueDest to CodeBanqueNum

               perform CalculCleRib

               if CleRibNum not = CleRibDest
                   move "N" to StatutVirement
                   move "Cle RIB du compte a crediter invalide"
                   to MessageVirement
               end-if
           end-if.

           if VirementValide
               and CodeBanqueSource not = CodeBanqueDest
               move "N" to StatutVirement
               move "Virement possible uniquement entre comptes"
               to MessageVirement
           end-if.

           if VirementValide and MontantOrdre = 0
               move "N" to StatutVirement
               move "Montant de l'ordre invalide" to MessageVirement
           end-if.

           if VirementValide
               and (JourMoisOrdre < 1 or JourMoisOrdre > 31)
               move "N" to StatutVirement
               move "Jour du mois invalide (1 a 31)"
               to MessageVirement
           end-if.

           if VirementValide and DateDebutOrdre = space
               move "N" to StatutVirement
               move "Date de debut obligatoire (AAAAMMJJ)"
               to MessageVirement
           end-if.

           if VirementValide
               perform InsererVirementPermanent
           end-if.

      * --- Insertion de l'ordre sous le prochain numero libre ---

       InsererVirementPermanent.
           move 0 to NoOrdre of VirementPermanent.

           exec sql
               select coalesce(max(NoOrdre), 0) + 1
               into :VirementPermanent.NoOrdre
               from VirementPermanent
           end-exec.

           move "A" to StatutOrdre of VirementPermanent.
           move spaces to DateDerniereExecution of VirementPermanent.

           exec sql
               insert into VirementPermanent
               (NoOrdre, CodeBanqueSource, CodeGuichetSource,
                NoCompteSource, TypeCompteSource, CleRibSource,
                CodeBanqueDest, CodeGuichetDest, NoCompteDest,
                TypeCompteDest, CleRibDest, Montant, JourMois,
                DateDebut, DateFin, StatutOrdre,
                DateDerniereExecution, CodeSociete)
               values
               (:VirementPermanent.NoOrdre,
                :VirementPermanent.CodeBanqueSource,
                :VirementPermanent.CodeGuichetSource,
                :VirementPermanent.NoCompteSource,
                :VirementPermanent.TypeCompteSource,
                :VirementPermanent.CleRibSource,
                :VirementPermanent.CodeBanqueDest,
                :VirementPermanent.CodeGuichetDest,
                :VirementPermanent.NoCompteDest,
                :VirementPermanent.TypeCompteDest,
                :VirementPermanent.CleRibDest,
                :VirementPermanent.MontantOrdre,
                :VirementPermanent.JourMoisOrdre,
                :VirementPermanent.DateDebutOrdre,
                :VirementPermanent.DateFinOrdre,
                :VirementPermanent.StatutOrdre,
                :VirementPermanent.DateDerniereExecution,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Creation virement permanent" to LibelleErreurSql
               move NoOrdre of VirementPermanent to CleErreurSql
               perform JournaliserErreurSql

               move "N" to StatutVirement
               move "Echec de la creation de l'ordre"
               to MessageVirement
           else
               move "VirementPermanent" to TableAudit
               move NoOrdre of VirementPermanent to CleAudit
               move spaces to AncienneValeurAudit

               string
                 CodeBanqueSource delimited by space
                 " " delimited by size
                 NoCompteSource delimited by space
                 " -> " delimited by size
                 NoCompteDest delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "Ordre permanent enregistre" to MessageVirement
           end-if.

      * --- Annulation d'un ordre par son numero ---

       AnnulationVirementPermanent.
           move 0 to NoOrdreAnnulation.

           display M-VirementPermanent-A.

           accept M-VirementPermanent-A.

           if NoOrdreAnnulation > 0
               exec sql
                   update VirementPermanent set StatutOrdre = 'N'
                   where NoOrdre = :NoOrdreAnnulation
                   and StatutOrdre = 'A'
               end-exec

               if sqlcode not = 0
                   move "Annulation virement permanent"
                   to LibelleErreurSql
                   move NoOrdreAnnulation to CleErreurSql
                   perform JournaliserErreurSql

                   move "Ordre introuvable ou deja annule"
                   to MessageVirement
               else
                   move "VirementPermanent" to TableAudit
                   move NoOrdreAnnulation to CleAudit
                   move "A" to AncienneValeurAudit
                   move "N" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Ordre permanent annule" to MessageVirement
               end-if

               display M-Virement-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Execution de nuit des virements permanents dus ce jour, via
      * les memes controles et postes de mouvements que le virement
      * interne ; les ordres en echec, deja executes ou manques
      * partent sur l'etat des exceptions
      **************************************************************************
       ExecutionVirementsPermanents.
           perform ExecutionVirementsPermanents-Init.
           perform ExecutionVirementsPermanents-Trt until Eot = 1.
           perform ExecutionVirementsPermanents-Fin.

       ExecutionVirementsPermanents-Init.
           move 0 to Eot.
           move 0 to NbOrdresExecutes.
           move 0 to NbOrdresEnException.
           move 0 to ExceptionsVirPermOuvert.

           move corresponding DateSysteme to VirPermEntete1.

           move NomSocieteEntete to SocieteEntete of VirPermEntete1.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateExecutionOrdre
           end-string.

           move DateExecutionOrdre(1:6) to MoisExecutionOrdre.
           move Jour of DateSysteme to JourCourantOrdre.

      * Dernier jour du mois civil courant (la date comptable peut
      * avoir ete roulee sur le mois suivant, on la preserve)

           move AnneeComptable to AnneeCalendrierSv.
           move MoisComptable to MoisCalendrierSv.

           move Annee of DateSysteme to AnneeComptable.
           move Mois of DateSysteme to MoisComptable.

           perform CalculerDernierJourDuMois.

           move DernierJourDuMois to DernierJourMoisOrdre.

           move AnneeCalendrierSv to AnneeComptable.
           move MoisCalendrierSv to MoisComptable.

      * En fin de mois, les ordres aux jours inexistants du mois
      * (29/30/31) deviennent dus aussi

           if JourCourantOrdre = DernierJourMoisOrdre
               move 31 to JourPlafondOrdre
           else
               move JourCourantOrdre to JourPlafondOrdre
           end-if.

      * Point de reprise : apres un arret en cours de passe, la
      * relance du jour reprend juste apres le dernier ordre commis

           move 0 to NoOrdreReprise.

           open input F-VirPermCheckpoint.

           if StatutFichierChkVirPerm = "00"
               read F-VirPermCheckpoint
                   not at end
                       unstring E-VirPermCheckpoint
                         delimited by ";" into
                           DateCheckpointLue
                           CompteurCheckpointLu
                       end-unstring

                       if DateCheckpointLue = DateExecutionOrdre
                           move CompteurCheckpointLu
                           to NoOrdreReprise
                       end-if
               end-read

               close F-VirPermCheckpoint
           end-if.

           exec sql
               declare C-VirPermanentsDus cursor for
                   select NoOrdre, CodeBanqueSource,
                   CodeGuichetSource, NoCompteSource,
                   TypeCompteSource, CleRibSource, CodeBanqueDest,
                   CodeGuichetDest, NoCompteDest, TypeCompteDest,
                   CleRibDest, Montant, DateDerniereExecution
                   from VirementPermanent
                   where StatutOrdre = 'A'
                   and CodeSociete = :CodeSocieteCourant
                   and NoOrdre > :NoOrdreReprise
                   and JourMois >= :JourCourantOrdre
                   and JourMois <= :JourPlafondOrdre
                   and DateDebut <= :DateExecutionOrdre
                   and (DateFin >= :DateExecutionOrdre
                   or DateFin = ' ')
                   order by NoOrdre
           end-exec.

           exec sql
             open C-VirPermanentsDus
           end-exec.

       ExecutionVirementsPermanents-Trt.
           exec sql
               fetch C-VirPermanentsDus
               into :VirementPermanent.NoOrdre,
               :VirementPermanent.CodeBanqueSource,
               :VirementPermanent.CodeGuichetSource,
               :VirementPermanent.NoCompteSource,
               :VirementPermanent.TypeCompteSource,
               :VirementPermanent.CleRibSource,
               :VirementPermanent.CodeBanqueDest,
               :VirementPermanent.CodeGuichetDest,
               :VirementPermanent.NoCompteDest,
               :VirementPermanent.TypeCompteDest,
               :VirementPermanent.CleRibDest,
               :VirementPermanent.MontantOrdre,
               :VirementPermanent.DateDerniereExecution
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementOrdrePermanent

      * L'ordre est commis : le point de reprise avance

               perform EcrireCheckpointVirPerm
           end-if.

       EcrireCheckpointVirPerm.
           move spaces to E-VirPermCheckpoint.

           string
             DateExecutionOrdre delimited by size
             ";" delimited by size
             NoOrdre of VirementPermanent delimited by size
             into E-VirPermCheckpoint
           end-string.

           open output F-VirPermCheckpoint.
           write E-VirPermCheckpoint.
           close F-VirPermCheckpoint.

       ExecutionVirementsPermanents-Fin.
           exec sql
             close C-VirPermanentsDus
           end-exec.

      * Fin normale : le point de reprise repart de zero

           move spaces to E-VirPermCheckpoint.
           move "0" to E-VirPermCheckpoint(1:1).

           open output F-VirPermCheckpoint.
           write E-VirPermCheckpoint.
           close F-VirPermCheckpoint.

      * Detection des ordres manques : jour du mois deja passe sans
      * execution ce mois-ci (chaine non lancee ce jour-la)

           perform DetecterOrdresManques.

           if ExceptionsVirPermOuvert = 1
               close F-ExceptionsVirPermanents
           end-if.

           string
             "Ordres executes " delimited by size
             NbOrdresExecutes delimited by size
             " - Exceptions " delimited by size
             NbOrdresEnException delimited by size
             into DetailActivite
           end-string.

      * --- Execution d'un ordre du via le virement interne ---

       TraitementOrdrePermanent.
           if DateDerniereExecution of VirementPermanent
           = DateExecutionOrdre
               move "Deja execute ce jour, non reemis"
               to LibelleException of VirPermExceptionLigne
               perform EcrireExceptionVirPermanent
           else
               move spaces to CompteSource
               move spaces to CompteDestination

               move CodeBanqueSource
               to CodeBanque of CompteSource
               move CodeGuichetSource
               to CodeGuichet of CompteSource
               move NoCompteSource
               to RacineCompte of CompteComplet of CompteSource
               move TypeCompteSource
               to TypeCompte of CompteComplet of CompteSource
               move CleRibSource to CleRib of CompteSource

               move CodeBanqueDest
               to CodeBanque of CompteDestination
               move CodeGuichetDest
               to CodeGuichet of CompteDestination
               move NoCompteDest
               to RacineCompte of CompteComplet of CompteDestination
               move TypeCompteDest
               to TypeCompte of CompteComplet of CompteDestination
               move CleRibDest to CleRib of CompteDestination

               move MontantOrdre of VirementPermanent
               to MontantVirement

               perform TraitementVirement

               if VirementValide
                   exec sql
                       update VirementPermanent
                       set DateDerniereExecution =
                       :DateExecutionOrdre
                       where NoOrdre = :VirementPermanent.NoOrdre
                   end-exec

                   add 1 to NbOrdresExecutes

      * Un ordre parque au-dela du seuil d'approbation est signale,
      * le paiement ne partira qu'apres validation du superviseur

                   if VirementEnAttente
                       move "Mis en attente d'approbation (4 yeux)"
                       to LibelleException of VirPermExceptionLigne
                       perform EcrireExceptionVirPermanent
                   end-if
               else
                   move MessageVirement
                   to LibelleException of VirPermExceptionLigne
                   perform EcrireExceptionVirPermanent

      * Ordre bloque faute de provision : commission d'intervention

                   if VirementSansProvision = "O"
                       move CodeBanqueSource to CodeBanqueCommission
                       move CodeGuichetSource to CodeGuichetCommission
                       move NoCompteSource to NoCompteCommission
                       move TypeCompteSource to TypeCompteCommission

                       move "Virement permanent sans provision"
                       to MotifCommission

                       perform OuvrirCommissionIntervention
                   end-if
               end-if
           end-if.

      * --- Ordres au jour du mois deja passe, sans execution dans le
      * mois courant ---

       DetecterOrdresManques.
           move 0 to Eot.

           exec sql
               declare C-VirPermanentsManques cursor for
                   select NoOrdre
                   from VirementPermanent
                   where StatutOrdre = 'A'
                   and CodeSociete = :CodeSocieteCourant
                   and JourMois < :JourCourantOrdre
                   and DateDebut <= :DateExecutionOrdre
                   and (DateFin >= :DateExecutionOrdre
                   or DateFin = ' ')
                   and left(DateDerniereExecution, 6)
                   <> :MoisExecutionOrdre
                   order by NoOrdre
           end-exec.

           exec sql
             open C-VirPermanentsManques
           end-exec.

           perform DetecterOrdresManques-Trt until Eot = 1.

           exec sql
             close C-VirPermanentsManques
           end-exec.

       DetecterOrdresManques-Trt.
           exec sql
               fetch C-VirPermanentsManques
               into :VirementPermanent.NoOrdre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "Execution manquee ce mois-ci"
               to LibelleException of VirPermExceptionLigne
               perform EcrireExceptionVirPermanent
           end-if.

      * --- Ecriture d'une exception sur l'etat ---

       EcrireExceptionVirPermanent.
           add 1 to NbOrdresEnException.

           if ExceptionsVirPermOuvert = 0
               open output F-ExceptionsVirPermanents

               move 1 to ExceptionsVirPermOuvert

               write E-ExceptionsVirPermanents from VirPermEntete1
               write E-ExceptionsVirPermanents from VirPermEntete2
               write E-ExceptionsVirPermanents from " "
           end-if.

           move NoOrdre of VirementPermanent to NoOrdreException.

           write E-ExceptionsVirPermanents from VirPermExceptionLigne.

      **************************************************************************
      * Gestion des cheques : commande d'un chequier (plage de
      * numeros par compte), emission d'un cheque au guichet et
      * opposition sur un cheque emis
      **************************************************************************
       GestionCheques.
           perform SaisieCheque-Init.
           perform SaisieCheque-Trt until ChoixCheque = space.
           perform SaisieCheque-Fin.

       SaisieCheque-Init.
           move "" to ChoixCheque.

       SaisieCheque-Trt.
           move space to ChoixCheque.

           display M-Cheque.

           accept ChoixCheque line 5 col 58.

           if ChoixCheque = "c" then
               move "C" to ChoixCheque
           end-if.

           if ChoixCheque = "e" then
               move "E" to ChoixCheque
           end-if.

           if ChoixCheque = "o" then
               move "O" to ChoixCheque
           end-if.

           evaluate ChoixCheque
               when "C"
                   perform CommandeChequier
               when "E"
                   perform EmissionCheque
               when "O"
                   perform OppositionCheque
           end-evaluate.

       SaisieCheque-Fin.
           continue.

      * --- Commande d'un chequier : le compte doit exister et la
      * plage de numeros ne pas chevaucher un chequier deja commande
      * sur ce compte ---

       CommandeChequier.
           initialize Chequier.

           display M-Chequier-E.

           accept M-Chequier-E.

           if CodeBanqueChequier not = space
               perform ControlerCommandeChequier

               display M-Cheque-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCommandeChequier.
           move spaces to MessageCheque.
           move "N" to ChequierEnregistre.

           if NoChequeFin < NoChequeDebut or NoChequeDebut = 0
               move "Plage de numeros invalide" to MessageCheque
           end-if.

           if MessageCheque = space
               move space to CodeClientCompteExistant
               move space to DroitAuCompteLu

               exec sql
                   select CodeClient, coalesce(DroitAuCompte, ' ')
                   into :CodeClientCompteExistant, :DroitAuCompteLu
                   from Compte
                   where CodeBanque = :Chequier.CodeBanqueChequier
                   and CodeGuichet = :Chequier.CodeGuichetChequier
                   and NoCompte = :Chequier.NoCompteChequier
                   and TypeCompte = :Chequier.TypeCompteChequier
               end-exec

               if sqlcode not = 0
                   move "Compte introuvable" to MessageCheque
               end-if
           end-if.

      * Droit au compte : les moyens de paiement se limitent a la
      * carte a autorisation systematique, pas de chequier

           if MessageCheque = space and CompteDroitAuCompte
               move "Compte droit au compte : pas de chequier"
               to MessageCheque
           end-if.

      * Interdiction bancaire : pas de chequier pour un client sous
      * interdiction, quel que soit le compte

           if MessageCheque = space
               move space to InterditChequesLu

               exec sql
                   select InterditCheques
                   into :InterditChequesLu
                   from Client
                   where CodeClient = :CodeClientCompteExistant
               end-exec

               if InterditChequesLu = "O"
                   move "Client interdit de cheques (incident ouvert)"
                   to MessageCheque
               end-if
           end-if.

           if MessageCheque = space
               move 0 to NbChequiersTrouves

               exec sql
                   select count(*)
                   into :NbChequiersTrouves
                   from Chequier
                   where CodeBanque = :Chequier.CodeBanqueChequier
                   and CodeGuichet = :Chequier.CodeGuichetChequier
                   and NoCompte = :Chequier.NoCompteChequier
                   and TypeCompte = :Chequier.TypeCompteChequier
                   and NoChequeDebut <= :Chequier.NoChequeFin
                   and NoChequeFin >= :Chequier.NoChequeDebut
               end-exec

               if NbChequiersTrouves > 0
                   move "Plage en chevauchement avec un chequier"
                   to MessageCheque
               end-if
           end-if.

           if MessageCheque = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateCommandeChequier
               end-string

               exec sql
                   insert into Chequier
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    NoChequeDebut, NoChequeFin, DateCommande)
                   values
                   (:Chequier.CodeBanqueChequier,
                    :Chequier.CodeGuichetChequier,
                    :Chequier.NoCompteChequier,
                    :Chequier.TypeCompteChequier,
                    :Chequier.NoChequeDebut,
                    :Chequier.NoChequeFin,
                    :Chequier.DateCommandeChequier)
               end-exec

               if sqlcode not = 0
                   move "Commande chequier" to LibelleErreurSql
                   move NoCompteChequier to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la commande du chequier"
                   to MessageCheque
               else
                   move "Chequier" to TableAudit
                   move NoCompteChequier to CleAudit
                   move spaces to AncienneValeurAudit

                   string
                     NoChequeDebut delimited by size
                     " - " delimited by size
                     NoChequeFin delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "O" to ChequierEnregistre
                   move "Chequier enregistre" to MessageCheque
               end-if
           end-if.

      * --- Emission d'un cheque : le numero doit appartenir a un
      * chequier du compte et ne pas avoir deja ete emis ---

       EmissionCheque.
           initialize ChequeEmis.

           display M-ChequeEmission-E.

           accept M-ChequeEmission-E.

           if CodeBanqueCheque not = space
               perform ControlerEmissionCheque
           end-if.

       ControlerEmissionCheque.
           move spaces to MessageCheque.

           perform VerifierPlageCheque.

      * Interdiction bancaire : pas d'emission pour un client sous
      * interdiction, quel que soit le compte

           if MessageCheque = space
               move space to InterditChequesLu
               move space to CodeClientCompteExistant

               exec sql
                   select Client.InterditCheques, Client.CodeClient
                   into :InterditChequesLu,
                        :CodeClientCompteExistant
                   from Client join Compte
                   on Compte.CodeClient = Client.CodeClient
                   where Compte.CodeBanque =
                   :ChequeEmis.CodeBanqueCheque
                   and Compte.CodeGuichet =
                   :ChequeEmis.CodeGuichetCheque
                   and Compte.NoCompte = :ChequeEmis.NoCompteCheque
                   and Compte.TypeCompte =
                   :ChequeEmis.TypeCompteCheque
               end-exec

               if InterditChequesLu = "O"
                   move "Client interdit de cheques (incident ouvert)"
                   to MessageCheque
               end-if
           end-if.

           if MessageCheque = space
               move space to StatutChequeLu

               exec sql
                   select Statut
                   into :StatutChequeLu
                   from ChequeEmis
                   where CodeBanque = :ChequeEmis.CodeBanqueCheque
                   and CodeGuichet = :ChequeEmis.CodeGuichetCheque
                   and NoCompte = :ChequeEmis.NoCompteCheque
                   and TypeCompte = :ChequeEmis.TypeCompteCheque
                   and NoCheque = :ChequeEmis.NoCheque
               end-exec

               if sqlcode = 0
                   move "Cheque deja emis sous ce numero"
                   to MessageCheque
               end-if
           end-if.

           if MessageCheque = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateEmissionCheque
               end-string

               move "E" to StatutCheque of ChequeEmis

               exec sql
                   insert into ChequeEmis
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    NoCheque, Montant, DateEmission, Statut)
                   values
                   (:ChequeEmis.CodeBanqueCheque,
                    :ChequeEmis.CodeGuichetCheque,
                    :ChequeEmis.NoCompteCheque,
                    :ChequeEmis.TypeCompteCheque,
                    :ChequeEmis.NoCheque,
                    :ChequeEmis.MontantCheque,
                    :ChequeEmis.DateEmissionCheque,
                    :ChequeEmis.StatutCheque)
               end-exec

               if sqlcode not = 0
                   move "Emission cheque" to LibelleErreurSql
                   move NoCheque of ChequeEmis to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'enregistrement du cheque"
                   to MessageCheque
               else
                   move "ChequeEmis" to TableAudit
                   move NoCheque of ChequeEmis to CleAudit
                   move spaces to AncienneValeurAudit
                   move "E" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Cheque emis" to MessageCheque
               end-if
           end-if.

           display M-Cheque-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Le numero de cheque doit appartenir a un chequier commande
      * sur ce compte ---

       VerifierPlageCheque.
           move 0 to NbChequiersTrouves.

           exec sql
               select count(*)
               into :NbChequiersTrouves
               from Chequier
               where CodeBanque = :ChequeEmis.CodeBanqueCheque
               and CodeGuichet = :ChequeEmis.CodeGuichetCheque
               and NoCompte = :ChequeEmis.NoCompteCheque
               and TypeCompte = :ChequeEmis.TypeCompteCheque
               and NoChequeDebut <= :ChequeEmis.NoCheque
               and NoChequeFin >= :ChequeEmis.NoCheque
           end-exec.

           if NbChequiersTrouves = 0
               move "Numero hors de toute plage de chequier"
               to MessageCheque
           end-if.

      * --- Opposition sur un cheque emis non paye ---

       OppositionCheque.
           initialize ChequeEmis.

           display M-ChequeOpposition-E.

           accept M-ChequeOpposition-E.

           if CodeBanqueCheque not = space
               perform ControlerOppositionCheque
           end-if.

       ControlerOppositionCheque.
           move spaces to MessageCheque.

           exec sql
               update ChequeEmis set Statut = 'O'
               where CodeBanque = :ChequeEmis.CodeBanqueCheque
               and CodeGuichet = :ChequeEmis.CodeGuichetCheque
               and NoCompte = :ChequeEmis.NoCompteCheque
               and TypeCompte = :ChequeEmis.TypeCompteCheque
               and NoCheque = :ChequeEmis.NoCheque
               and Statut = 'E'
           end-exec.

           if sqlcode not = 0
               move "Cheque introuvable, deja paye ou en opposition"
               to MessageCheque
           else
               move "ChequeEmis" to TableAudit
               move NoCheque of ChequeEmis to CleAudit
               move "E" to AncienneValeurAudit
               move "O" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Opposition enregistree" to MessageCheque
           end-if.

           display M-Cheque-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      **************************************************************************
      * Compensation des cheques presentes par les confreres : chaque
      * ligne (banque;guichet;compte;type;nocheque;montant en
      * centimes) n'est payee que si le numero appartient a un
      * chequier du compte et n'est ni deja paye ni frappe
      * d'opposition ; le compte est debite, le mouvement pose et le
      * cheque marque paye
      **************************************************************************
       CompensationCheques.
           perform CompensationCheques-Init.
           perform CompensationCheques-Trt until Eof = 1.
           perform CompensationCheques-Fin.

       CompensationCheques-Init.
           move 0 to Eof.
           move 0 to NbChequesLus.
           move 0 to NbChequesPayes.
           move 0 to NbChequesRejetes.
           move 0 to RapportChequesOuvert.

      * Point de reprise : une ligne du jour fait reprendre juste
      * apres la derniere ligne commise

           move 0 to RepriseApresCheques.

           open input F-ChequesCheckpoint.

           if StatutFichierChkCheques = "00"
               read F-ChequesCheckpoint
                   not at end
                       unstring E-ChequesCheckpoint
                         delimited by ";" into
                           DateCheckpointLue
                           CompteurCheckpointLu
                       end-unstring

                       string
                         Annee of DateSysteme delimited by size
                         Mois of DateSysteme delimited by size
                         Jour of DateSysteme delimited by size
                         into DateComptableTexte
                       end-string

                       if DateCheckpointLue = DateComptableTexte
                           move CompteurCheckpointLu
                           to RepriseApresCheques
                       end-if
               end-read

               close F-ChequesCheckpoint
           end-if.

           move corresponding DateSysteme to ChequeRapportEntete1.

           move NomSocieteEntete
           to SocieteEntete of ChequeRapportEntete1.

           open input F-FichierCheques.

           if StatutFichierCheques not = "00" then
               move 1 to Eof
           end-if.

       CompensationCheques-Trt.
           read F-FichierCheques
               at end
                   move 1 to Eof
               not at end
                   perform TraitementLigneCheque
           end-read.

       CompensationCheques-Fin.
           if StatutFichierCheques = "00" then
               close F-FichierCheques

               perform ImpressionRapportCheques

      * Fin normale : le point de reprise repart de zero

               move spaces to E-ChequesCheckpoint
               move "0" to E-ChequesCheckpoint(1:1)

               open output F-ChequesCheckpoint
               write E-ChequesCheckpoint
               close F-ChequesCheckpoint
           end-if.

      * --- Controle et paiement d'un cheque presente ---

       TraitementLigneCheque.
           add 1 to NbChequesLus.

      * Lignes deja commises lors d'un passage interrompu : sautees

           if NbChequesLus not > RepriseApresCheques
               perform EcrireCheckpointCheques
           else
               perform TraitementLigneCheque-Trt
           end-if.

       TraitementLigneCheque-Trt.
           move 0 to NbSeparateursCheque.

           inspect E-FichierCheques
             tallying NbSeparateursCheque for all ";".

           if NbSeparateursCheque not = 5 then
               move "Nombre de champs incorrect" to MotifRejetCheque
               perform RejeterLigneCheque
           else
               perform ControlerChequePresente
           end-if.

      * La ligne est commise : le point de reprise avance

           perform EcrireCheckpointCheques.

       EcrireCheckpointCheques.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateComptableTexte
           end-string.

           move spaces to E-ChequesCheckpoint.

           string
             DateComptableTexte delimited by size
             ";" delimited by size
             NbChequesLus delimited by size
             into E-ChequesCheckpoint
           end-string.

           open output F-ChequesCheckpoint.
           write E-ChequesCheckpoint.
           close F-ChequesCheckpoint.

       ControlerChequePresente.
           initialize ChequeEmis.

           move spaces to NoChequeTexte.

           unstring E-FichierCheques delimited by ";" into
               CodeBanqueCheque
               CodeGuichetCheque
               NoCompteCheque
               TypeCompteCheque
               NoChequeTexte
               MontantChequeTexte
           end-unstring.

           if NoChequeTexte not numeric
           or MontantChequeTexte not numeric
               move "Numero ou montant non numerique"
               to MotifRejetCheque
               perform RejeterLigneCheque
           else
               move NoChequeTexte to NoCheque of ChequeEmis
               move MontantChequeTexte to MontantCheque of ChequeEmis

               divide 100 into MontantCheque of ChequeEmis

               move spaces to MessageCheque

      * Un cheque tire sur un compte de cantonnement (type 96) est un
      * cheque de banque : il s'apure contre son registre

               if TypeCompteCheque = "96"
                   perform ApurerChequeBanque
               else
                   perform ControlerChequeClient
               end-if
           end-if.

       ControlerChequeClient.
           perform VerifierPlageCheque.

           if MessageCheque not = space
               move MessageCheque to MotifRejetCheque
               perform RejeterLigneCheque
           else
               perform VerifierStatutChequePresente
           end-if.

      * --- Le cheque ne doit etre ni deja paye ni en opposition ;
      * un cheque en plage jamais saisi au guichet est honore et
      * enregistre directement paye ---

       VerifierStatutChequePresente.
           move space to StatutChequeLu.

           exec sql
               select Statut
               into :StatutChequeLu
               from ChequeEmis
               where CodeBanque = :ChequeEmis.CodeBanqueCheque
               and CodeGuichet = :ChequeEmis.CodeGuichetCheque
               and NoCompte = :ChequeEmis.NoCompteCheque
               and TypeCompte = :ChequeEmis.TypeCompteCheque
               and NoCheque = :ChequeEmis.NoCheque
           end-exec.

           evaluate true
               when sqlcode not = 0
                   perform PayerChequePresente

                   if MotifRejetCheque = space
                       string
                         Annee of DateSysteme delimited by size
                         Mois of DateSysteme delimited by size
                         Jour of DateSysteme delimited by size
                         into DateEmissionCheque
                       end-string

                       move "P" to StatutCheque of ChequeEmis

                       exec sql
                           insert into ChequeEmis
                           (CodeBanque, CodeGuichet, NoCompte,
                            TypeCompte, NoCheque, Montant,
                            DateEmission, Statut)
                           values
                           (:ChequeEmis.CodeBanqueCheque,
                            :ChequeEmis.CodeGuichetCheque,
                            :ChequeEmis.NoCompteCheque,
                            :ChequeEmis.TypeCompteCheque,
                            :ChequeEmis.NoCheque,
                            :ChequeEmis.MontantCheque,
                            :ChequeEmis.DateEmissionCheque,
                            :ChequeEmis.StatutCheque)
                       end-exec
                   end-if
               when StatutChequeLu = "P"
                   move "Cheque deja paye" to MotifRejetCheque
                   perform RejeterLigneCheque
               when StatutChequeLu = "O"
                   move "Cheque frappe d'opposition"
                   to MotifRejetCheque
                   perform RejeterLigneCheque
               when other
                   perform PayerChequePresente

                   if MotifRejetCheque = space
                       exec sql
                           update ChequeEmis set Statut = 'P'
                           where CodeBanque =
                           :ChequeEmis.CodeBanqueCheque
                           and CodeGuichet =
                           :ChequeEmis.CodeGuichetCheque
                           and NoCompte = :ChequeEmis.NoCompteCheque
                           and TypeCompte =
                           :ChequeEmis.TypeCompteCheque
                           and NoCheque = :ChequeEmis.NoCheque
                       end-exec
                   end-if
           end-evaluate.

      * --- Debit du compte tire et mouvement associe ---

       PayerChequePresente.
           move spaces to MotifRejetCheque.

      * Retenue des saisies-attributions actives sur le compte tire

           move CodeBanqueCheque to CodeBanqueRetenue.
           move CodeGuichetCheque to CodeGuichetRetenue.
           move NoCompteCheque to NoCompteRetenue.
           move TypeCompteCheque to TypeCompteRetenue.

           perform CalculerRetenueSaisies.

           move 0 to DecouvertAutoriseSource.

           exec sql
               select Debit, Credit, DecouvertAutorise
               into :Compte.Debit, :Compte.Credit,
                    :DecouvertAutoriseSource
               from Compte
               where CodeBanque = :ChequeEmis.CodeBanqueCheque
               and CodeGuichet = :ChequeEmis.CodeGuichetCheque
               and NoCompte = :ChequeEmis.NoCompteCheque
               and TypeCompte = :ChequeEmis.TypeCompteCheque
           end-exec.

           if sqlcode not = 0
               move "Compte tire inconnu" to MotifRejetCheque
               perform RejeterLigneCheque
           else
           if RetenueSaisies > 0
           and (Credit of Compte + MontantCheque of ChequeEmis)
           > (Debit of Compte - RetenueSaisies)
               move "Fonds indisponibles (saisie ou garantie)"
               to MotifRejetCheque
               perform RejeterLigneCheque
           else

      * Provision insuffisante : le cheque est rejete et l'incident
      * reglementaire est ouvert (lettre d'injonction, interdiction
      * bancaire sur le client)

           if (Credit of Compte + MontantCheque of ChequeEmis)
           > (Debit of Compte + DecouvertAutoriseSource)
               move "Sans provision (incident ouvert)"
               to MotifRejetCheque
               perform RejeterLigneCheque

               perform OuvrirIncidentCheque

               move CodeBanqueCheque to CodeBanqueCommission
               move CodeGuichetCheque to CodeGuichetCommission
               move NoCompteCheque to NoCompteCommission
               move TypeCompteCheque to TypeCompteCommission

               move "Cheque presente sans provision"
               to MotifCommission

               perform OuvrirCommissionIntervention
           else
               move Credit of Compte to CreditAvantMaj
               add MontantCheque of ChequeEmis to Credit of Compte

               exec sql
                   update Compte set Credit = :Compte.Credit
                   where CodeBanque = :ChequeEmis.CodeBanqueCheque
                   and CodeGuichet = :ChequeEmis.CodeGuichetCheque
                   and NoCompte = :ChequeEmis.NoCompteCheque
                   and TypeCompte = :ChequeEmis.TypeCompteCheque
               end-exec

               if sqlcode not = 0
                   move "Compensation cheque" to LibelleErreurSql
                   move NoCheque of ChequeEmis to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to MotifRejetCheque
                   perform RejeterLigneCheque
               else
                   move "Compte" to TableAudit

                   string
                     CodeBanqueCheque delimited by space
                     CodeGuichetCheque delimited by space
                     NoCompteCheque delimited by space
                     into CleAudit
                   end-string

                   move CreditAvantMaj to AncienneValeurAudit
                   move Credit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move CodeBanqueCheque to CodeBanque of Mouvement
                   move CodeGuichetCheque to CodeGuichet of Mouvement

                   move NoCompteCheque
                   to RacineCompte of CompteComplet of Mouvement

                   move TypeCompteCheque
                   to TypeCompte of CompteComplet of Mouvement

                   move MontantCheque of ChequeEmis
                   to Montant of Mouvement

                   move "C" to SensMouvement of Mouvement
                   move "CHQ" to NatureMouvement of Mouvement

                   perform EnregistrerMouvement

                   add 1 to NbChequesPayes
               end-if
           end-if
           end-if
           end-if.

      * --- Ligne de presentment rejetee ---

       RejeterLigneCheque.
           add 1 to NbChequesRejetes.

           perform OuvrirRapportCheques.

           move NbChequesLus to NoLigneRejetCheque.
           move MotifRejetCheque to MotifRejetChequeEdit.
           move E-FichierCheques to ContenuRejetCheque.

           write E-RapportCheques from ChequeRapportRejet.

       OuvrirRapportCheques.
           if RapportChequesOuvert = 0 then
               open output F-RapportCheques

               move 1 to RapportChequesOuvert

               write E-RapportCheques from ChequeRapportEntete1
               write E-RapportCheques from ChequeRapportEntete2
               write E-RapportCheques from " "
           end-if.

      * --- Synthese de la compensation ---

       ImpressionRapportCheques.
           perform OuvrirRapportCheques.

           write E-RapportCheques from " ".

           move NbChequesLus to NbChequesLusEdit.
           write E-RapportCheques from ChequeRapportTotal1.

           move NbChequesPayes to NbChequesPayesEdit.
           write E-RapportCheques from ChequeRapportTotal2.

           move NbChequesRejetes to NbChequesRejetesEdit.
           write E-RapportCheques from ChequeRapportTotal3.

           close F-RapportCheques.

           move "RapportCheques" to NomEdition.
           move "CompensationCheques" to EtapeProductrice.

           move "C:\Users\dugs\Documents\RapportCheques.txt"
           to CheminEdition.

           move NbChequesLus to NbLignesEdition.

           perform EnregistrerEdition.

      **************************************************************************
      * Interface d'interrogation des soldes : la boite d'entree est
      * lue demande par demande (C;code client pour tous les comptes
      * du client, R;banque;guichet;compte;type pour un compte) et le
      * fichier de reponses porte l'identification, le solde courant
      * et le statut ; demande inconnue = enregistrement d'erreur
      **************************************************************************
       InterrogationsSolde.
           perform InterrogationsSolde-Init.
           perform InterrogationsSolde-Trt until Eof = 1.
           perform InterrogationsSolde-Fin.

       InterrogationsSolde-Init.
           move 0 to Eof.
           move 0 to NbDemandesLues.
           move 0 to NbReponsesEmises.
           move 0 to NbDemandesEnErreur.

           open input F-DemandesSolde.

           if StatutFichierDemandes not = "00" then
               move 1 to Eof
           else
               open output F-ReponsesSolde
           end-if.

       InterrogationsSolde-Trt.
           read F-DemandesSolde
               at end
                   move 1 to Eof
               not at end
                   perform TraitementDemandeSolde
           end-read.

       InterrogationsSolde-Fin.
           if StatutFichierDemandes = "00" then
               close F-DemandesSolde
               close F-ReponsesSolde
           end-if.

           string
             "Demandes " delimited by size
             NbDemandesLues delimited by size
             " - Reponses " delimited by size
             NbReponsesEmises delimited by size
             " - Erreurs " delimited by size
             NbDemandesEnErreur delimited by size
             into DetailActivite
           end-string.

       TraitementDemandeSolde.
           add 1 to NbDemandesLues.

           move space to TypeDemandeSolde.

           evaluate E-DemandesSolde(1:2)
               when "C;"
                   perform RepondreDemandeClient
               when "R;"
                   perform RepondreDemandeCompte
               when other
                   move "Type de demande inconnu (C ou R attendu)"
                   to MotifRejetMouvement
                   perform EcrireReponseErreur
           end-evaluate.

      * --- Demande par code client : une reponse par compte ---

       RepondreDemandeClient.
           move spaces to CodeClient of CLIENT.

           unstring E-DemandesSolde delimited by ";" into
               TypeDemandeSolde
               CodeClient of CLIENT
           end-unstring.

           move "N" to UneReponseEmise.
           move 0 to Eot.

           exec sql
               declare C-DemandesClient cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit, StatutCompte
                   from Compte
                   where CodeClient = :Client.CodeClient
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-DemandesClient
           end-exec.

           perform RepondreDemandeClient-Trt until Eot = 1.

           exec sql
             close C-DemandesClient
           end-exec.

           if UneReponseEmise = "N"
               move "Client inconnu ou sans compte"
               to MotifRejetMouvement
               perform EcrireReponseErreur
           end-if.

       RepondreDemandeClient-Trt.
           exec sql
               fetch C-DemandesClient
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit, :Compte.StatutCompte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "O" to UneReponseEmise

               perform EcrireReponseSolde
           end-if.

      * --- Demande par identifiant de compte ---

       RepondreDemandeCompte.
           unstring E-DemandesSolde delimited by ";" into
               TypeDemandeSolde
               CodeBanque of Compte
               CodeGuichet of Compte
               RacineCompte of CompteComplet of Compte
               TypeCompte of CompteComplet of Compte
           end-unstring.

           exec sql
               select Debit, Credit, StatutCompte
               into :Compte.Debit, :Compte.Credit,
               :Compte.StatutCompte
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Compte inconnu" to MotifRejetMouvement
               perform EcrireReponseErreur
           else
               perform EcrireReponseSolde
           end-if.

      * --- Une ligne de reponse : identification, statut, solde ---

       EcrireReponseSolde.
           add 1 to NbReponsesEmises.

           compute SoldeReponseAffiche =
           Debit of Compte - Credit of Compte.

           move spaces to E-ReponsesSolde.

           string
             "OK;" delimited by size
             CodeBanque of Compte delimited by space
             ";" delimited by size
             CodeGuichet of Compte delimited by space
             ";" delimited by size
             RacineCompte of CompteComplet of Compte
             delimited by space
             ";" delimited by size
             TypeCompte of CompteComplet of Compte
             delimited by space
             ";" delimited by size
             StatutCompte of Compte delimited by size
             ";" delimited by size
             SoldeReponseAffiche delimited by size
             into E-ReponsesSolde
           end-string.

           write E-ReponsesSolde.

      * --- Un enregistrement d'erreur reprenant la demande ---

       EcrireReponseErreur.
           add 1 to NbDemandesEnErreur.

           move spaces to E-ReponsesSolde.

           string
             "KO;" delimited by size
             MotifRejetMouvement delimited by size
             ";" delimited by size
             E-DemandesSolde(1:80) delimited by size
             into E-ReponsesSolde
           end-string.

           write E-ReponsesSolde.

      **************************************************************************
      * Verification du beneficiaire : le nom saisi est confronte
      * aux titulaires de l'IBAN (IBAN tenu chez nous) ou soumis a la
      * banque du beneficiaire par le fichier de demandes, dont la
      * reponse est cherchee dans le fichier des reponses recues ;
      * le resultat est journalise puis soumis a l'operateur
      **************************************************************************
       VerifierBeneficiaireVop.
           move "I" to ResultatVop.
           move spaces to NomSuggereVop.
           move spaces to ReferenceVerification.
           move spaces to BicDemandeurVerification.
           move 0 to NbComptesIbanVop.

           exec sql
               select count(*)
               into :NbComptesIbanVop
               from Compte
               where Iban = :IbanVop
               and StatutCompte <> 'C'
           end-exec.

           if NbComptesIbanVop > 0
               perform ComparerTitulairesVop
           else
               perform EmettreDemandeVop
           end-if.

           move "E" to SensVerification.
           move OrigineVop to OrigineVerification.
           move CodeOperateurCourant to OperateurVerification.

           perform JournaliserVerificationVop.

           perform ConfirmerResultatVop.

      * --- Demande a la banque du beneficiaire et reponse recue ---

       EmettreDemandeVop.
           accept HeureSysteme from time.

           string
             "VOP" delimited by size
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             HeureSysteme(1:6) delimited by size
             into ReferenceVerification
           end-string.

           open extend F-VopDemandesEmises.

           move spaces to E-VopDemandesEmises.

           string
             ReferenceVerification delimited by space
             ";" delimited by size
             IbanVop delimited by space
             ";" delimited by size
             BicVop delimited by space
             ";" delimited by size
             NomVop delimited by "  "
             into E-VopDemandesEmises
           end-string.

           write E-VopDemandesEmises.

           close F-VopDemandesEmises.

      * Reponse du partenaire (reference;IBAN;resultat;nom suggere),
      * retenue sur la seule reference de la demande emise : a
      * defaut, le resultat reste I (verification impossible)

           move 0 to EotVop.

           open input F-VopReponsesRecues.

           if StatutFichierVopReponses = "00"
               perform LireReponseVop until EotVop = 1

               close F-VopReponsesRecues
           end-if.

       LireReponseVop.
           read F-VopReponsesRecues
               at end
                   move 1 to EotVop
               not at end
                   move spaces to ReferenceReponseVop
                   move spaces to IbanReponseVop
                   move space to ResultatReponseVop
                   move spaces to NomSuggereReponseVop

                   unstring E-VopReponsesRecues delimited by ";" into
                       ReferenceReponseVop
                       IbanReponseVop
                       ResultatReponseVop
                       NomSuggereReponseVop
                   end-unstring

                   if ReferenceReponseVop = ReferenceVerification
                   and IbanReponseVop = IbanVop
                   and (ResultatReponseVop = "M"
                   or ResultatReponseVop = "C"
                   or ResultatReponseVop = "N")
                       move ResultatReponseVop to ResultatVop
                       move NomSuggereReponseVop to NomSuggereVop
                   end-if
           end-read.

      * --- Comparaison avec les titulaires du compte (hors
      * mandataires) : concordance sur le nom normalise (NOM PRENOM
      * ou PRENOM NOM), nom proche sur la cle phonetique ---

       ComparerTitulairesVop.
           move "I" to ResultatVop.
           move spaces to NomSuggereVop.

           move NomVop to NomNormaliseTravail.

           perform NormaliserNomVop.

           move NomNormaliseSortie to NomSoumisNormalise.
           move NomNormaliseSortie to NomAPhonetiser.

           perform CalculClePhonetique.

           move ClePhonetique to ClePhonetiqueSoumise.
           move LgClePhonetique to LgCleSoumise.

           move 0 to EotVop.

           exec sql
               declare C-TitulairesVop cursor for
                   select c.Nom, coalesce(c.Prenom, ' ')
                   from Client c
                   where c.CodeClient in
                   (select k.CodeClient from Compte k
                    where k.Iban = :IbanVop
                    and k.StatutCompte <> 'C')
                   or c.CodeClient in
                   (select t.CodeClient from TitulaireCompte t
                    join Compte k
                    on k.CodeBanque = t.CodeBanque
                    and k.CodeGuichet = t.CodeGuichet
                    and k.NoCompte = t.NoCompte
                    and k.TypeCompte = t.TypeCompte
                    where k.Iban = :IbanVop
                    and k.StatutCompte <> 'C'
                    and t.Role <> 'M')
           end-exec.

           exec sql
             open C-TitulairesVop
           end-exec.

           perform ComparerTitulairesVop-Trt
               until EotVop = 1 or ResultatVop = "M".

           exec sql
             close C-TitulairesVop
           end-exec.

       ComparerTitulairesVop-Trt.
           exec sql
               fetch C-TitulairesVop
               into :NomTitulaireVop, :PrenomTitulaireVop
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotVop
           else
               if ResultatVop = "I"
                   move "N" to ResultatVop
               end-if

               move spaces to NomNormaliseTravail

               string
                 NomTitulaireVop delimited by "  "
                 " " delimited by size
                 PrenomTitulaireVop delimited by "  "
                 into NomNormaliseTravail
               end-string

               perform ComparerCandidatVop

               if ResultatVop not = "M"
                   move spaces to NomNormaliseTravail

                   string
                     PrenomTitulaireVop delimited by "  "
                     " " delimited by size
                     NomTitulaireVop delimited by "  "
                     into NomNormaliseTravail
                   end-string

                   perform ComparerCandidatVop
               end-if
           end-if.

       ComparerCandidatVop.
           perform NormaliserNomVop.

           move NomNormaliseSortie to NomCandidatNormalise.

           if NomCandidatNormalise = NomSoumisNormalise
               move "M" to ResultatVop
               move spaces to NomSuggereVop
           else
               if ResultatVop = "N" and LgCleSoumise >= 3
                   move NomCandidatNormalise to NomAPhonetiser

                   perform CalculClePhonetique

                   if ClePhonetique = ClePhonetiqueSoumise
                       move "C" to ResultatVop
                       move NomCandidatNormalise to NomSuggereVop
                   end-if
               end-if
           end-if.

      * --- Normalisation d'un nom : majuscules sans accents,
      * ponctuation remplacee par des blancs, blancs de tete et
      * blancs multiples supprimes ---

       NormaliserNomVop.
           inspect NomNormaliseTravail converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           inspect NomNormaliseTravail converting
           AccentsMinuscules to LettresNues.

           inspect NomNormaliseTravail converting
           AccentsMajuscules to LettresNues.

           inspect NomNormaliseTravail converting
           "-'.,/" to "     ".

           move spaces to NomNormaliseSortie.
           move 0 to LgNormaliseVop.
           move space to DernierCaractereVop.

           perform NormaliserNomVop-Caractere
               varying IdxNormaliseVop from 1 by 1
               until IdxNormaliseVop > 70.

       NormaliserNomVop-Caractere.
           move NomNormaliseTravail(IdxNormaliseVop:1)
           to CaractereVop.

           if CaractereVop not = space
           or DernierCaractereVop not = space
               add 1 to LgNormaliseVop

               move CaractereVop
               to NomNormaliseSortie(LgNormaliseVop:1)
           end-if.

           move CaractereVop to DernierCaractereVop.

      * --- Trace de la verification, emise ou recue ---

       JournaliserVerificationVop.
           accept HeureSysteme from time.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateVerification
           end-string.

           move HeureSysteme(1:6) to HeureVerification.
           move IbanVop to IbanVerification.
           move NomVop to NomSoumisVerification.
           move ResultatVop to ResultatVerification.
           move NomSuggereVop to NomSuggereVerification.
           move space to DecisionVerification.

           exec sql
               select coalesce(max(NoVerification), 0) + 1
               into :VerificationBenef.NoVerification
               from VerificationBeneficiaire
           end-exec.

           exec sql
               insert into VerificationBeneficiaire
               (NoVerification, Sens, Origine, Reference,
                BicDemandeur, Iban, NomSoumis, Resultat, NomSuggere,
                DateVerification, HeureVerification, Operateur,
                Decision)
               values
               (:VerificationBenef.NoVerification,
                :VerificationBenef.SensVerification,
                :VerificationBenef.OrigineVerification,
                :VerificationBenef.ReferenceVerification,
                :VerificationBenef.BicDemandeurVerification,
                :VerificationBenef.IbanVerification,
                :VerificationBenef.NomSoumisVerification,
                :VerificationBenef.ResultatVerification,
                :VerificationBenef.NomSuggereVerification,
                :VerificationBenef.DateVerification,
                :VerificationBenef.HeureVerification,
                :VerificationBenef.OperateurVerification,
                :VerificationBenef.DecisionVerification)
           end-exec.

           if sqlcode not = 0
               move "Journal verification beneficiaire"
               to LibelleErreurSql
               move IbanVop to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Resultat montre a l'operateur, qui confirme ou abandonne ;
      * un ordre du canal en ligne n'a personne pour confirmer : seule
      * la concordance passe ---

       ConfirmerResultatVop.
           move spaces to LibelleResultatVop.
           move spaces to MessageVop.

           evaluate ResultatVop
               when "M"
                   move "Beneficiaire : nom conforme"
                   to LibelleResultatVop
               when "C"
                   string
                     "Nom proche, titulaire : " delimited by size
                     NomSuggereVop delimited by "  "
                     into LibelleResultatVop
                   end-string
               when "N"
                   move "Beneficiaire : nom non conforme au compte"
                   to LibelleResultatVop
               when other
                   move "Beneficiaire : verification impossible"
                   to LibelleResultatVop
           end-evaluate.

           if OrdreEnLigneEnCours
               if ResultatVop = "M"
                   move "O" to ConfirmationVop
               else
                   move "N" to ConfirmationVop
               end-if
           else
               display LibelleResultatVop
               line 1 col 1
               with no advancing

               display " confirmer (o/N) "
               line 1 col 62
               with no advancing

               move "N" to ReponseVop

               accept ReponseVop line 1 col 79

               display M-EffaceQuestion

               if ReponseVop = "o" or ReponseVop = "O"
                   move "O" to ConfirmationVop
               else
                   move "N" to ConfirmationVop
               end-if
           end-if.

           move ConfirmationVop to DecisionVerification.

           exec sql
               update VerificationBeneficiaire
               set Decision = :VerificationBenef.DecisionVerification
               where NoVerification =
               :VerificationBenef.NoVerification
           end-exec.

           if not VopConfirmee
               move "Abandon apres verification du beneficiaire"
               to MessageVop
           end-if.

      **************************************************************************
      * Reponse aux demandes de verification des autres banques
      * (etape de la chaine de nuit) : chaque demande
      * (reference;BIC demandeur;IBAN;nom) recoit une reponse
      * (reference;IBAN;resultat;nom suggere) et est journalisee
      **************************************************************************
       VerificationsBeneficiaire.
           perform VerificationsBeneficiaire-Init.
           perform VerificationsBeneficiaire-Trt until Eof = 1.
           perform VerificationsBeneficiaire-Fin.

       VerificationsBeneficiaire-Init.
           move 0 to Eof.
           move 0 to NbVerificationsRecues.
           move 0 to NbVerificationsRepondues.

      * Fichier optionnel : pas de demande deposee = pas de reponse

           open input F-VopDemandesRecues.

           if StatutFichierVopEntrant not = "00" then
               move 1 to Eof
           else
               open output F-VopReponsesEmises
           end-if.

       VerificationsBeneficiaire-Trt.
           read F-VopDemandesRecues
               at end
                   move 1 to Eof
               not at end
                   perform RepondreVerificationBenef
           end-read.

       VerificationsBeneficiaire-Fin.
           if StatutFichierVopEntrant = "00" then
               close F-VopDemandesRecues
               close F-VopReponsesEmises
           end-if.

           string
             "Demandes " delimited by size
             NbVerificationsRecues delimited by size
             " - Reponses " delimited by size
             NbVerificationsRepondues delimited by size
             into DetailActivite
           end-string.

       RepondreVerificationBenef.
           add 1 to NbVerificationsRecues.

           move spaces to ReferenceVerification.
           move spaces to BicDemandeurVerification.
           move spaces to IbanVop.
           move spaces to NomVop.

           unstring E-VopDemandesRecues delimited by ";" into
               ReferenceVerification
               BicDemandeurVerification
               IbanVop
               NomVop
           end-unstring.

           perform ComparerTitulairesVop.

           move "R" to SensVerification.
           move "NUIT" to OrigineVerification.
           move "BATCH" to OperateurVerification.

           perform JournaliserVerificationVop.

           move spaces to E-VopReponsesEmises.

           string
             ReferenceVerification delimited by space
             ";" delimited by size
             IbanVop delimited by space
             ";" delimited by size
             ResultatVop delimited by size
             ";" delimited by size
             NomSuggereVop delimited by "  "
             into E-VopReponsesEmises
           end-string.

           write E-VopReponsesEmises.

           add 1 to NbVerificationsRepondues.

      **************************************************************************
      * Gestion des mandats de prelevement : creation et revocation
      * dans le registre Mandat, verifie ligne a ligne par la passe
      * d'encaissement des remises creancier
      **************************************************************************
       GestionMandats.
           perform SaisieMandat-Init.
           perform SaisieMandat-Trt until ChoixMandat = space.
           perform SaisieMandat-Fin.

       SaisieMandat-Init.
           move "" to ChoixMandat.

       SaisieMandat-Trt.
           move space to ChoixMandat.

           display M-Mandat.

           accept ChoixMandat line 5 col 46.

           if ChoixMandat = "c" then
               move "C" to ChoixMandat
           end-if.

           if ChoixMandat = "r" then
               move "R" to ChoixMandat
           end-if.

           if ChoixMandat = "i" then
               move "I" to ChoixMandat
           end-if.

           if ChoixMandat = "l" then
               move "L" to ChoixMandat
           end-if.

           evaluate ChoixMandat
               when "C"
                   perform CreationMandat
               when "R"
                   perform RevocationMandat
               when "I"
                   perform CreationInstructionPrel
               when "L"
                   perform LeveeInstructionPrel
           end-evaluate.

       SaisieMandat-Fin.
           continue.

      * --- Creation d'un mandat : le compte doit exister et etre
      * rattache au client indique, la reference creancier et la date
      * de signature sont obligatoires ---

       CreationMandat.
           initialize Mandat.

           display M-Mandat-E.

           accept M-Mandat-E.

           if CodeClientMandat not = space
               perform ControlerCreationMandat
           end-if.

       ControlerCreationMandat.
           move spaces to MessageMandat.

           if ReferenceCreancier = space
               move "Reference creancier obligatoire" to MessageMandat
           end-if.

           if MessageMandat = space and DateSignatureMandat = space
               move "Date de signature obligatoire (AAAAMMJJ)"
               to MessageMandat
           end-if.

           if MessageMandat = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque = :Mandat.CodeBanqueMandat
                   and CodeGuichet = :Mandat.CodeGuichetMandat
                   and NoCompte = :Mandat.NoCompteMandat
                   and TypeCompte = :Mandat.TypeCompteMandat
               end-exec

               if sqlcode not = 0
                   move "Compte a prelever introuvable"
                   to MessageMandat
               else
                   if CodeClientCompteExistant
                   not = CodeClientMandat
                       move "Le compte n'appartient pas a ce client"
                       to MessageMandat
                   end-if
               end-if
           end-if.

           if MessageMandat = space
               perform InsererMandat
           end-if.

           display M-Mandat-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       InsererMandat.
           move 0 to NoMandat of Mandat.

           exec sql
               select coalesce(max(NoMandat), 0) + 1
               into :Mandat.NoMandat
               from Mandat
           end-exec.

           move "A" to StatutMandat of Mandat.

           exec sql
               insert into Mandat
               (NoMandat, CodeClient, CodeBanque, CodeGuichet,
                NoCompte, TypeCompte, ReferenceCreancier,
                DateSignature, StatutMandat)
               values
               (:Mandat.NoMandat, :Mandat.CodeClientMandat,
                :Mandat.CodeBanqueMandat, :Mandat.CodeGuichetMandat,
                :Mandat.NoCompteMandat, :Mandat.TypeCompteMandat,
                :Mandat.ReferenceCreancier,
                :Mandat.DateSignatureMandat, :Mandat.StatutMandat)
           end-exec.

           if sqlcode not = 0
               move "Creation mandat" to LibelleErreurSql
               move NoMandat of Mandat to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation du mandat" to MessageMandat
           else
               move "Mandat" to TableAudit
               move NoMandat of Mandat to CleAudit
               move spaces to AncienneValeurAudit
               move ReferenceCreancier to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Mandat enregistre" to MessageMandat
           end-if.

      * --- Revocation d'un mandat par son numero ---

       RevocationMandat.
           move 0 to NoMandatRevocation.

           display M-Mandat-R.

           accept M-Mandat-R.

           if NoMandatRevocation > 0
               exec sql
                   update Mandat set StatutMandat = 'R'
                   where NoMandat = :NoMandatRevocation
                   and StatutMandat = 'A'
               end-exec

               if sqlcode not = 0
                   move "Revocation mandat" to LibelleErreurSql
                   move NoMandatRevocation to CleErreurSql
                   perform JournaliserErreurSql

                   move "Mandat introuvable ou deja revoque"
                   to MessageMandat
               else
                   move "Mandat" to TableAudit
                   move NoMandatRevocation to CleAudit
                   move "A" to AncienneValeurAudit
                   move "R" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Mandat revoque" to MessageMandat
               end-if

               display M-Mandat-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Instruction du debiteur sur un compte preleve : le compte
      * doit exister et etre ouvert ; un blocage ou une liste blanche
      * porte sur un creancier, un plafond ou une periodicite sur un
      * creancier ou sur tous ---

       CreationInstructionPrel.
           initialize InstructionPrelevement.

           display M-Instruction-E.

           accept M-Instruction-E.

           if CodeBanqueInstr not = space
               perform ControlerInstructionPrel

               display M-Mandat-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerInstructionPrel.
           move spaces to MessageMandat.

           inspect TypeInstructionPrel
             converting "mpbl" to "MPBL".

           if TypeInstructionPrel not = "M"
           and TypeInstructionPrel not = "P"
           and TypeInstructionPrel not = "B"
           and TypeInstructionPrel not = "L"
               move "Instruction M, P, B ou L" to MessageMandat
           end-if.

           if MessageMandat = space
           and (TypeInstructionPrel = "B" or TypeInstructionPrel = "L")
           and ReferenceCreancierInstr = space
               move "Reference creancier obligatoire" to MessageMandat
           end-if.

           if MessageMandat = space and TypeInstructionPrel = "M"
           and MontantMaxInstr = 0
               move "Plafond obligatoire" to MessageMandat
           end-if.

           if MessageMandat = space and TypeInstructionPrel = "P"
           and PeriodiciteJoursInstr = 0
               move "Periodicite obligatoire (jours)" to MessageMandat
           end-if.

           if MessageMandat = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque =
                   :InstructionPrelevement.CodeBanqueInstr
                   and CodeGuichet =
                   :InstructionPrelevement.CodeGuichetInstr
                   and NoCompte = :InstructionPrelevement.NoCompteInstr
                   and TypeCompte =
                   :InstructionPrelevement.TypeCompteInstr
                   and StatutCompte <> 'C'
               end-exec

               if sqlcode not = 0
                   move "Compte preleve introuvable ou clos"
                   to MessageMandat
               end-if
           end-if.

           if MessageMandat = space
               perform InsererInstructionPrel
           end-if.

       InsererInstructionPrel.
           exec sql
               select coalesce(max(NoInstruction), 0) + 1
               into :InstructionPrelevement.NoInstructionPrel
               from InstructionPrelevement
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateDebutInstr
           end-string.

           move "A" to StatutInstr.

           exec sql
               insert into InstructionPrelevement
               (NoInstruction, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, TypeInstruction, ReferenceCreancier,
                MontantMax, PeriodiciteJours, DateDebut, Statut)
               values
               (:InstructionPrelevement.NoInstructionPrel,
                :InstructionPrelevement.CodeBanqueInstr,
                :InstructionPrelevement.CodeGuichetInstr,
                :InstructionPrelevement.NoCompteInstr,
                :InstructionPrelevement.TypeCompteInstr,
                :InstructionPrelevement.TypeInstructionPrel,
                :InstructionPrelevement.ReferenceCreancierInstr,
                :InstructionPrelevement.MontantMaxInstr,
                :InstructionPrelevement.PeriodiciteJoursInstr,
                :InstructionPrelevement.DateDebutInstr,
                :InstructionPrelevement.StatutInstr)
           end-exec.

           if sqlcode not = 0
               move "Creation instruction prelevement"
               to LibelleErreurSql
               move NoInstructionPrel to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de l'instruction"
               to MessageMandat
           else
               move "InstructionPrelevement" to TableAudit
               move NoInstructionPrel to CleAudit
               move spaces to AncienneValeurAudit

               string
                 TypeInstructionPrel delimited by size
                 " " delimited by size
                 ReferenceCreancierInstr delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move spaces to MessageMandat

               string
                 "Instruction enregistree sous le numero "
                 delimited by size
                 NoInstructionPrel delimited by size
                 into MessageMandat
               end-string
           end-if.

      * --- Levee d'une instruction par son numero ---

       LeveeInstructionPrel.
           move 0 to NoInstructionLevee.

           display M-Instruction-L.

           accept M-Instruction-L.

           if NoInstructionLevee > 0
               exec sql
                   update InstructionPrelevement set Statut = 'L'
                   where NoInstruction = :NoInstructionLevee
                   and Statut = 'A'
               end-exec

               if sqlcode not = 0
                   move "Instruction introuvable ou deja levee"
                   to MessageMandat
               else
                   move "InstructionPrelevement" to TableAudit
                   move NoInstructionLevee to CleAudit
                   move "A" to AncienneValeurAudit
                   move "L" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Instruction levee" to MessageMandat
               end-if

               display M-Mandat-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Encaissement de la remise de prelevements d'un creancier :
      * chaque ligne (reference;banque;guichet;compte;type;montant en
      * centimes) n'est debitee que si un mandat actif existe pour ce
      * compte et cette reference, et si les instructions du debiteur
      * (plafond, periodicite, blocage, liste blanche) l'admettent ;
      * sinon la ligne part en rejet avec son code motif SEPA
      **************************************************************************
       EncaissementPrelevements.
           perform EncaissementPrelevements-Init.
           perform EncaissementPrelevements-Trt until Eof = 1.
           perform EncaissementPrelevements-Fin.

       EncaissementPrelevements-Init.
           move 0 to Eof.
           move 0 to NbPrelevementsLus.
           move 0 to NbPrelevementsIntegres.
           move 0 to NbPrelevementsRejetes.
           move 0 to RapportPrelevementOuvert.

      * Point de reprise : une ligne du jour fait reprendre juste
      * apres la derniere ligne commise

           move 0 to RepriseApresPrelev.

           open input F-PrelevCheckpoint.

           if StatutFichierChkPrelev = "00"
               read F-PrelevCheckpoint
                   not at end
                       unstring E-PrelevCheckpoint
                         delimited by ";" into
                           DateCheckpointLue
                           CompteurCheckpointLu
                       end-unstring

                       string
                         Annee of DateSysteme delimited by size
                         Mois of DateSysteme delimited by size
                         Jour of DateSysteme delimited by size
                         into DateComptableTexte
                       end-string

                       if DateCheckpointLue = DateComptableTexte
                           move CompteurCheckpointLu
                           to RepriseApresPrelev
                       end-if
               end-read

               close F-PrelevCheckpoint
           end-if.

           move corresponding DateSysteme to PrelevEntete1.

           move NomSocieteEntete to SocieteEntete of PrelevEntete1.

      * Fichier optionnel : pas de remise deposee = pas d'encaissement

           open input F-FichierPrelevement.

           if StatutFichierPrelevement not = "00" then
               move 1 to Eof
           end-if.

       EncaissementPrelevements-Trt.
           read F-FichierPrelevement
               at end
                   move 1 to Eof
               not at end
                   perform TraitementLignePrelevement
           end-read.

       EncaissementPrelevements-Fin.
           if StatutFichierPrelevement = "00" then
               close F-FichierPrelevement

               perform ImpressionRapportPrelevement

      * Fin normale : le point de reprise repart de zero

               move spaces to E-PrelevCheckpoint
               move "0" to E-PrelevCheckpoint(1:1)

               open output F-PrelevCheckpoint
               write E-PrelevCheckpoint
               close F-PrelevCheckpoint
           end-if.

      * --- Traitement d'une ligne de la remise ---

       TraitementLignePrelevement.
           add 1 to NbPrelevementsLus.

      * Lignes deja commises lors d'un passage interrompu : sautees

           if NbPrelevementsLus not > RepriseApresPrelev
               perform EcrireCheckpointPrelev
           else
               perform TraitementLignePrelevement-Trt
           end-if.

       TraitementLignePrelevement-Trt.
           move spaces to CodeRejetPrelevement.
           move spaces to InstructionRejetPrelevement.
           move 0 to NbSeparateursPrelevement.

           inspect E-FichierPrelevement
             tallying NbSeparateursPrelevement for all ";".

           if NbSeparateursPrelevement not = 5 then
               move "Nombre de champs incorrect"
               to MotifRejetPrelevement
               move "FF01" to CodeRejetPrelevement
               perform RejeterLignePrelevement
           else
               perform VerifierMandatPrelevement
           end-if.

      * La ligne est commise : le point de reprise avance

           perform EcrireCheckpointPrelev.

       EcrireCheckpointPrelev.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateComptableTexte
           end-string.

           move spaces to E-PrelevCheckpoint.

           string
             DateComptableTexte delimited by size
             ";" delimited by size
             NbPrelevementsLus delimited by size
             into E-PrelevCheckpoint
           end-string.

           open output F-PrelevCheckpoint.
           write E-PrelevCheckpoint.
           close F-PrelevCheckpoint.

      * --- Verification du mandat puis debit du compte ---

       VerifierMandatPrelevement.
           move 0 to MontantPreleve.

           unstring E-FichierPrelevement delimited by ";" into
               ReferenceCreancier of Mandat
               CodeBanque of Mouvement
               CodeGuichet of Mouvement
               RacineCompte of CompteComplet of Mouvement
               TypeCompte of CompteComplet of Mouvement
               MontantPrelevementTexte
           end-unstring.

           if MontantPrelevementTexte not numeric
               move "Montant non numerique" to MotifRejetPrelevement
               move "FF01" to CodeRejetPrelevement
               perform RejeterLignePrelevement
           else
               move MontantPrelevementTexte to MontantPreleve

               divide 100 into MontantPreleve

               move 0 to NoMandat of Mandat
               move spaces to DateDernierPrelevement

               exec sql
                   select NoMandat,
                   coalesce(DateDernierPrelevement, ' ')
                   into :Mandat.NoMandat,
                   :Mandat.DateDernierPrelevement
                   from Mandat
                   where ReferenceCreancier =
                   :Mandat.ReferenceCreancier
                   and CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   and StatutMandat = 'A'
               end-exec

               if sqlcode not = 0
                   move "Aucun mandat actif pour ce compte"
                   to MotifRejetPrelevement
                   move "MD01" to CodeRejetPrelevement
                   perform RejeterLignePrelevement
               else
                   perform ControlerInstructionsDebiteur

                   if CodeRejetPrelevement = space
                       perform DebiterComptePrelevement
                   else
                       perform RejeterLignePrelevement
                   end-if
               end-if
           end-if.

      * --- Instructions du debiteur : tout refus est motive SL01
      * (service specifique offert par la banque du debiteur) et le
      * rapport cite l'instruction en cause ---

       ControlerInstructionsDebiteur.
           move CodeBanque of Mouvement to CodeBanqueInstr.
           move CodeGuichet of Mouvement to CodeGuichetInstr.

           move RacineCompte of CompteComplet of Mouvement
           to NoCompteInstr.

           move TypeCompte of CompteComplet of Mouvement
           to TypeCompteInstr.

           move ReferenceCreancier of Mandat
           to ReferenceCreancierInstr.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateControlePrelev
           end-string.

      * Creancier bloque

           exec sql
               select top 1 NoInstruction
               into :InstructionPrelevement.NoInstructionPrel
               from InstructionPrelevement
               where CodeBanque =
               :InstructionPrelevement.CodeBanqueInstr
               and CodeGuichet =
               :InstructionPrelevement.CodeGuichetInstr
               and NoCompte = :InstructionPrelevement.NoCompteInstr
               and TypeCompte = :InstructionPrelevement.TypeCompteInstr
               and TypeInstruction = 'B'
               and ReferenceCreancier =
               :InstructionPrelevement.ReferenceCreancierInstr
               and Statut = 'A'
           end-exec.

           if sqlcode = 0
               move "Creancier bloque par le debiteur"
               to MotifRejetPrelevement
               move "B" to TypeInstructionPrel

               perform MotiverRejetInstruction
           end-if.

      * Liste blanche : des qu'elle existe, le creancier doit y figurer

           if CodeRejetPrelevement = space
               move 0 to NbListeBlancheCompte

               exec sql
                   select count(*)
                   into :NbListeBlancheCompte
                   from InstructionPrelevement
                   where CodeBanque =
                   :InstructionPrelevement.CodeBanqueInstr
                   and CodeGuichet =
                   :InstructionPrelevement.CodeGuichetInstr
                   and NoCompte =
                   :InstructionPrelevement.NoCompteInstr
                   and TypeCompte =
                   :InstructionPrelevement.TypeCompteInstr
                   and TypeInstruction = 'L'
                   and Statut = 'A'
               end-exec

               if NbListeBlancheCompte > 0
                   exec sql
                       select count(*)
                       into :NbListeBlancheCompte
                       from InstructionPrelevement
                       where CodeBanque =
                       :InstructionPrelevement.CodeBanqueInstr
                       and CodeGuichet =
                       :InstructionPrelevement.CodeGuichetInstr
                       and NoCompte =
                       :InstructionPrelevement.NoCompteInstr
                       and TypeCompte =
                       :InstructionPrelevement.TypeCompteInstr
                       and TypeInstruction = 'L'
                       and ReferenceCreancier =
                       :InstructionPrelevement.ReferenceCreancierInstr
                       and Statut = 'A'
                   end-exec

                   if NbListeBlancheCompte = 0
                       move "Creancier absent de la liste blanche"
                       to MotifRejetPrelevement
                       move "SL01" to CodeRejetPrelevement
                       move "Liste blanche (L)"
                       to InstructionRejetPrelevement
                   end-if
               end-if
           end-if.

      * Plafond : le plus bas applicable a ce creancier

           if CodeRejetPrelevement = space
               exec sql
                   select top 1 NoInstruction, MontantMax
                   into :InstructionPrelevement.NoInstructionPrel,
                   :InstructionPrelevement.MontantMaxInstr
                   from InstructionPrelevement
                   where CodeBanque =
                   :InstructionPrelevement.CodeBanqueInstr
                   and CodeGuichet =
                   :InstructionPrelevement.CodeGuichetInstr
                   and NoCompte =
                   :InstructionPrelevement.NoCompteInstr
                   and TypeCompte =
                   :InstructionPrelevement.TypeCompteInstr
                   and TypeInstruction = 'M'
                   and (ReferenceCreancier =
                   :InstructionPrelevement.ReferenceCreancierInstr
                   or ReferenceCreancier = ' ')
                   and Statut = 'A'
                   order by MontantMax
               end-exec

               if sqlcode = 0 and MontantPreleve > MontantMaxInstr
                   move "Montant superieur au plafond du debiteur"
                   to MotifRejetPrelevement
                   move "M" to TypeInstructionPrel

                   perform MotiverRejetInstruction
               end-if
           end-if.

      * Periodicite propre a ce creancier : depuis le dernier
      * prelevement paye sur ce mandat

           if CodeRejetPrelevement = space
               exec sql
                   select top 1 NoInstruction, PeriodiciteJours
                   into :InstructionPrelevement.NoInstructionPrel,
                   :InstructionPrelevement.PeriodiciteJoursInstr
                   from InstructionPrelevement
                   where CodeBanque =
                   :InstructionPrelevement.CodeBanqueInstr
                   and CodeGuichet =
                   :InstructionPrelevement.CodeGuichetInstr
                   and NoCompte =
                   :InstructionPrelevement.NoCompteInstr
                   and TypeCompte =
                   :InstructionPrelevement.TypeCompteInstr
                   and TypeInstruction = 'P'
                   and ReferenceCreancier =
                   :InstructionPrelevement.ReferenceCreancierInstr
                   and Statut = 'A'
                   order by PeriodiciteJours desc
               end-exec

               if sqlcode = 0
                   move DateDernierPrelevement to DateDernierPrelevLu

                   perform VerifierPeriodicitePrelev
               end-if
           end-if.

      * Periodicite tous creanciers : depuis le dernier prelevement
      * paye sur l'un quelconque des mandats du compte

           if CodeRejetPrelevement = space
               exec sql
                   select top 1 NoInstruction, PeriodiciteJours
                   into :InstructionPrelevement.NoInstructionPrel,
                   :InstructionPrelevement.PeriodiciteJoursInstr
                   from InstructionPrelevement
                   where CodeBanque =
                   :InstructionPrelevement.CodeBanqueInstr
                   and CodeGuichet =
                   :InstructionPrelevement.CodeGuichetInstr
                   and NoCompte =
                   :InstructionPrelevement.NoCompteInstr
                   and TypeCompte =
                   :InstructionPrelevement.TypeCompteInstr
                   and TypeInstruction = 'P'
                   and ReferenceCreancier = ' '
                   and Statut = 'A'
                   order by PeriodiciteJours desc
               end-exec

               if sqlcode = 0
                   move spaces to DateDernierPrelevLu

                   exec sql
                       select coalesce(max(DateDernierPrelevement),
                       ' ')
                       into :DateDernierPrelevLu
                       from Mandat
                       where CodeBanque =
                       :InstructionPrelevement.CodeBanqueInstr
                       and CodeGuichet =
                       :InstructionPrelevement.CodeGuichetInstr
                       and NoCompte =
                       :InstructionPrelevement.NoCompteInstr
                       and TypeCompte =
                       :InstructionPrelevement.TypeCompteInstr
                   end-exec

                   perform VerifierPeriodicitePrelev
               end-if
           end-if.

       VerifierPeriodicitePrelev.
           if DateDernierPrelevLu not = space
               move DateDernierPrelevLu to DateBaseCalcul
               move PeriodiciteJoursInstr to NbJoursAvance

               perform CalculerDateAvanceeJours

               if DateControlePrelev < DateAvanceeJours
                   move "Periodicite du debiteur non respectee"
                   to MotifRejetPrelevement
                   move "P" to TypeInstructionPrel

                   perform MotiverRejetInstruction
               end-if
           end-if.

       MotiverRejetInstruction.
           move "SL01" to CodeRejetPrelevement.
           move spaces to InstructionRejetPrelevement.

           string
             "Instruction " delimited by size
             NoInstructionPrel delimited by size
             " " delimited by size
             TypeInstructionPrel delimited by size
             into InstructionRejetPrelevement
           end-string.

      * --- Debit du compte preleve et mouvement associe ---

       DebiterComptePrelevement.

      * Le titulaire du compte doit etre actif : un prelevement sur un
      * client decede ou bloque est rejete et consigne

           move "A" to StatutClientControle.
           move spaces to CodeClientBloqueLu.

           exec sql
               select Client.StatutClient, Client.CodeClient
               into :StatutClientControle, :CodeClientBloqueLu
               from Client join Compte
               on Compte.CodeClient = Client.CodeClient
               where Compte.CodeBanque = :Mouvement.CodeBanque
               and Compte.CodeGuichet = :Mouvement.CodeGuichet
               and Compte.NoCompte =
               :Mouvement.CompteComplet.RacineCompte
               and Compte.TypeCompte =
               :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if ClientBloqueControle
               move "Client decede ou bloque" to MotifRejetPrelevement
               move "AC06" to CodeRejetPrelevement
               perform RejeterLignePrelevement

               move "Prelevement sur client bloque"
               to LibelleOperationBloquee

               perform EcrireOperationBloquee
           else
               perform DebiterComptePrelevement-Trt
           end-if.

       DebiterComptePrelevement-Trt.

      * Retenue des saisies-attributions actives sur le compte

           move CodeBanque of Mouvement to CodeBanqueRetenue.
           move CodeGuichet of Mouvement to CodeGuichetRetenue.

           move RacineCompte of CompteComplet of Mouvement
           to NoCompteRetenue.

           move TypeCompte of CompteComplet of Mouvement
           to TypeCompteRetenue.

           perform CalculerRetenueSaisies.

           move 0 to DecouvertAutoriseSource.

           exec sql
               select Debit, Credit, DecouvertAutorise
               into :Compte.Debit, :Compte.Credit,
                    :DecouvertAutoriseSource
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           move CodeBanque of Mouvement to CodeBanqueCommission.
           move CodeGuichet of Mouvement to CodeGuichetCommission.

           move RacineCompte of CompteComplet of Mouvement
           to NoCompteCommission.

           move TypeCompte of CompteComplet of Mouvement
           to TypeCompteCommission.

           if sqlcode not = 0
               move "Compte inconnu" to MotifRejetPrelevement
               move "AC01" to CodeRejetPrelevement
               perform RejeterLignePrelevement
           else
           if RetenueSaisies > 0
           and (Credit of Compte + MontantPreleve)
           > (Debit of Compte - RetenueSaisies)
               move "Fonds indisponibles (saisie ou garantie)"
               to MotifRejetPrelevement
               move "AM04" to CodeRejetPrelevement
               perform RejeterLignePrelevement

               move "Prelevement rejete" to MotifCommission

               perform OuvrirCommissionIntervention
           else
               move Credit of Compte to CreditAvantMaj
               add MontantPreleve to Credit of Compte

               exec sql
                   update Compte set Credit = :Compte.Credit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Encaissement prelevement" to LibelleErreurSql

                   string
                     CodeBanque of Mouvement delimited by space
                     CodeGuichet of Mouvement delimited by space
                     RacineCompte of CompteComplet of Mouvement
                     delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to MotifRejetPrelevement
                   move "MS03" to CodeRejetPrelevement
                   perform RejeterLignePrelevement
               else
                   move "Compte" to TableAudit

                   string
                     CodeBanque of Mouvement delimited by space
                     CodeGuichet of Mouvement delimited by space
                     RacineCompte of CompteComplet of Mouvement
                     delimited by space
                     into CleAudit
                   end-string

                   move CreditAvantMaj to AncienneValeurAudit
                   move Credit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move MontantPreleve to Montant of Mouvement
                   move "C" to SensMouvement of Mouvement
                   move "PRL" to NatureMouvement of Mouvement

                   perform EnregistrerMouvement

                   add 1 to NbPrelevementsIntegres

      * Date du dernier prelevement paye, base de la periodicite

                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateDernierPrelevement
                   end-string

                   exec sql
                       update Mandat
                       set DateDernierPrelevement =
                       :Mandat.DateDernierPrelevement
                       where NoMandat = :Mandat.NoMandat
                   end-exec

                   move "PRL" to TypeFluxComp
                   move DateMouvement of Mouvement to DateFluxComp
                   move MontantPreleve to MontantFluxComp

                   perform CumulerFluxCompensation

      * Prelevement paye au-dela du decouvert autorise

                   if Credit of Compte
                   > Debit of Compte + DecouvertAutoriseSource
                       move "Prelevement au-dela du decouvert"
                       to MotifCommission

                       perform OuvrirCommissionIntervention
                   end-if
               end-if
           end-if
           end-if.

      * --- Ligne de remise rejetee ---

       RejeterLignePrelevement.
           add 1 to NbPrelevementsRejetes.

           perform OuvrirRapportPrelevement.

           move NbPrelevementsLus to NoLigneRejetPrelev.
           move CodeRejetPrelevement to CodeRejetPrelev.
           move MotifRejetPrelevement to MotifRejetPrelev.
           move InstructionRejetPrelevement to InstructionRejetPrelev.
           move E-FichierPrelevement to ContenuRejetPrelev.

           write E-RapportPrelevement from PrelevRapportRejet.

       OuvrirRapportPrelevement.
           if RapportPrelevementOuvert = 0 then
               open output F-RapportPrelevement

               move 1 to RapportPrelevementOuvert

               write E-RapportPrelevement from PrelevEntete1
               write E-RapportPrelevement from PrelevEntete2
               write E-RapportPrelevement from " "
           end-if.

      * --- Synthese de l'encaissement ---

       ImpressionRapportPrelevement.
           perform OuvrirRapportPrelevement.

           write E-RapportPrelevement from " ".

           move NbPrelevementsLus to NbPrelevementsLusEdit.
           write E-RapportPrelevement from PrelevRapportTotal1.

           move NbPrelevementsIntegres to NbPrelevementsIntegresEdit.
           write E-RapportPrelevement from PrelevRapportTotal2.

           move NbPrelevementsRejetes to NbPrelevementsRejetesEdit.
           write E-RapportPrelevement from PrelevRapportTotal3.

           close F-RapportPrelevement.

           move "RapportPrelev" to NomEdition.
           move "EncaissementPrelevements" to EtapeProductrice.

           move "C:\Users\dugs\Documents\RapportPrelevement.txt"
           to CheminEdition.

           move NbPrelevementsLus to NbLignesEdition.

           perform EnregistrerEdition.

      **************************************************************************
      * Renumerotation en masse des comptes d'une banque (changement du
      * CodeBanque porte par tous les comptes rattaches a l'ancien code,
      * par exemple suite a une fusion ou un rachat de banque)
      **************************************************************************
       RenumerotationBanque.
           move spaces to AncienCodeBanque.
           move spaces to NouveauCodeBanque.
           move 0 to NbComptesRenumerotes.

           display M-RenumerotationBanque.

           accept M-RenumerotationBanque.

           if AncienCodeBanque <> space
               and NouveauCodeBanque <> space
               and AncienCodeBanque <> NouveauCodeBanque

               display M-RenumerotationBanque-Q

               move "N" to Reponse

               accept Reponse line 1 col 42

               display M-EffaceQuestion

               if Reponse = "o" or Reponse = "O"
                   perform RenumerotationBanque-Init
                   perform RenumerotationBanque-Trt until Eot = 1
                   perform RenumerotationBanque-Fin
               end-if
           end-if.

      * Initialisations

       RenumerotationBanque-Init.
           move 0 to Eot.

      * D�claration du curseur sur les comptes de l'ancienne banque

           exec sql
               declare C-RenumBanque cursor for
                   select CodeGuichet, NoCompte, TypeCompte
                   from Compte
                   where CodeBanque = :AncienCodeBanque
           end-exec.

           exec sql
             open C-RenumBanque
           end-exec.

      * Traitement des comptes de l'ancienne banque

       RenumerotationBanque-Trt.
           exec sql
               fetch C-RenumBanque
               into :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementRenumerotationLigne
           end-if.

      * Fin du traitement, cl�ture du curseur et journalisation

       RenumerotationBanque-Fin.
           exec sql
             close C-RenumBanque
           end-exec.

      * Les tables satellites suivent le changement de code banque,
      * sinon historiques, chequiers, titulaires, ordres et mandats
      * resteraient accroches a l'ancien code

           perform RenumeroterTablesLiees.

           string
             "Ancien code " delimited by size
             AncienCodeBanque delimited by size
             " - Nouveau code " delimited by size
             NouveauCodeBanque delimited by size
             " - Comptes renumerotes " delimited by size
             NbComptesRenumerotes delimited by size
             into DetailActivite
           end-string.

      * --- Report du nouveau code banque sur toutes les tables qui
      * portent l'ancien ---

       RenumeroterTablesLiees.
           exec sql
               update Mouvement set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Mouvement)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update Chequier set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Chequier)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update ChequeEmis set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (ChequeEmis)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update TitulaireCompte
               set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (TitulaireCompte)"
               to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update SoldeJournalier
               set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (SoldeJournalier)"
               to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update Mandat set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Mandat)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update Guichet set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Guichet)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update CompteurCompte
               set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (CompteurCompte)"
               to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update VirementPermanent
               set CodeBanqueSource = :NouveauCodeBanque
               where CodeBanqueSource = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (VirPerm source)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update VirementPermanent
               set CodeBanqueDest = :NouveauCodeBanque
               where CodeBanqueDest = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (VirPerm dest)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update VirementAttente
               set CodeBanqueSrc = :NouveauCodeBanque
               where CodeBanqueSrc = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Attente source)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           exec sql
               update VirementAttente
               set CodeBanqueDst = :NouveauCodeBanque
               where CodeBanqueDst = :AncienCodeBanque
           end-exec.

           if sqlcode not = 0
               move "Renum banque (Attente dest)" to LibelleErreurSql
               move AncienCodeBanque to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Renum�rotation d'un compte et audit du changement ---

       TraitementRenumerotationLigne.
           exec sql
               update Compte set CodeBanque = :NouveauCodeBanque
               where CodeBanque = :AncienCodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte =
               :Compte.CompteComplet.RacineCompte
               and TypeCompte =
               :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Renumerotation banque" to LibelleErreurSql

               string
                 AncienCodeBanque delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           else
               move "Compte" to TableAudit

               string
                 NouveauCodeBanque delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleAudit
               end-string

               move AncienCodeBanque to AncienneValeurAudit
               move NouveauCodeBanque to NouvelleValeurAudit

               perform EnregistrerAudit

               add 1 to NbComptesRenumerotes
           end-if.

      **************************************************************************
      * Fusion de deux fiches client en double : les comptes rattaches
      * au client source sont bascul�s sur le client cible, puis la
      * fiche client source (devenue orpheline) est supprim�e
      **************************************************************************
       FusionClient.
           move spaces to CodeClientCible.
           move spaces to CodeClientSource.

           display M-FusionClient.

           accept M-FusionClient.

           if CodeClientCible <> space
               and CodeClientSource <> space
               and CodeClientCible <> CodeClientSource

               display M-FusionClient-Q

               move "N" to Reponse

               accept Reponse line 1 col 51

               display M-EffaceQuestion

               if Reponse = "o" or Reponse = "O"
                   perform FusionClient-Trt
               end-if
           end-if.

      * --- Bascule des comptes puis suppression du client source ---

       FusionClient-Trt.
           exec sql
               update Compte set CodeClient = :CodeClientCible
               where CodeClient = :CodeClientSource
           end-exec.

           if sqlcode not = 0
               move "Fusion clients (bascule comptes)"
               to LibelleErreurSql
               move CodeClientSource to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Compte" to TableAudit
               move CodeClientSource to CleAudit
               move CodeClientSource to AncienneValeurAudit
               move CodeClientCible to NouvelleValeurAudit

               perform EnregistrerAudit

      * Les liens de titularite et les mandats suivent la fusion,
      * sinon ils pointeraient sur la fiche supprimee et les
      * encaissements valides seraient rejetes

               exec sql
                   update TitulaireCompte
                   set CodeClient = :CodeClientCible
                   where CodeClient = :CodeClientSource
               end-exec

               if sqlcode not = 0
                   move "Fusion clients (titulaires)"
                   to LibelleErreurSql
                   move CodeClientSource to CleErreurSql
                   perform JournaliserErreurSql
               end-if

               exec sql
                   update Mandat
                   set CodeClient = :CodeClientCible
                   where CodeClient = :CodeClientSource
               end-exec

               if sqlcode not = 0
                   move "Fusion clients (mandats)"
                   to LibelleErreurSql
                   move CodeClientSource to CleErreurSql
                   perform JournaliserErreurSql
               end-if

               exec sql
                   delete from Client
                   where CodeClient = :CodeClientSource
               end-exec

               if sqlcode not = 0
                   move "Fusion clients (suppression source)"
                   to LibelleErreurSql

                   move CodeClientSource to CleErreurSql

                   perform JournaliserErreurSql
               else
                   move "Client" to TableAudit
                   move CodeClientSource to CleAudit
                   move CodeClientSource to AncienneValeurAudit
                   move CodeClientCible to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      **************************************************************************
      * Annuaire des clients : etat imprimable de tous les clients,
      * tri� par nom/pr�nom, sur le meme mod�le de pagination que les
      * autres �tats (Comptes orphelins, RIB en double)
      **************************************************************************
       AnnuaireClients.
           perform AnnuaireClients-Init.
           perform AnnuaireClients-Trt until Eot = 1.
           perform AnnuaireClients-Fin.

      * Initialisations

       AnnuaireClients-Init.
           move 0 to Eot.

           exec sql
               declare C-AnnuaireClients cursor for
                   select CodeClient, Nom, Prenom, Email, Telephone
                   from Client
                   where CodeSociete = :CodeSocieteCourant
                   order by Nom, Prenom
           end-exec.

           exec sql
             open C-AnnuaireClients
           end-exec.

      * Initialisation de la pagination

           move 0 to NoPage.

           add 1 to MaxLigneEtat giving NbLigne.

           move corresponding DateSysteme to AnnuaireEntete1.

           move NomSocieteEntete to SocieteEntete of AnnuaireEntete1.

      * Traitement des lignes (annuaire des clients)

       AnnuaireClients-Trt.
           exec sql
               fetch C-AnnuaireClients
               into :Client.CodeClient, :Client.Nom, :Client.Prenom,
               :Client.Email, :Client.Telephone
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementAnnuaireClient
           end-if.

      * Fin du traitement (annuaire des clients)

       AnnuaireClients-Fin.
           exec sql
             close C-AnnuaireClients
           end-exec.

      * Impression du dernier pied de page

           if NoPage > 0 then
               move NoPage to NPage of AnnuaireDernierBasPage

               write E-AnnuaireClients from AnnuaireDernierBasPage

               close F-AnnuaireClients
           end-if.

      * --- Impression d'une ligne de l'annuaire ---

       TraitementAnnuaireClient.
           if NbLigne > MaxLigneEtat then
               if NoPage = 0 then
                   open output F-AnnuaireClients
               else
                   move NoPage to NPage of AnnuaireBasPage

                   write E-AnnuaireClients from AnnuaireBasPage
               end-if

               add 1 to NoPage

               write E-AnnuaireClients from AnnuaireEntete1
               write E-AnnuaireClients from AnnuaireEntete2
               write E-AnnuaireClients from " "
               write E-AnnuaireClients from AnnuaireEntete4
               write E-AnnuaireClients from AnnuaireEntete6
               write E-AnnuaireClients from AnnuaireEntete4

               move 6 to NbLigne
           end-if.

           add 1 to NbLigne.

           move corresponding Client to AnnuaireDetail.

           write E-AnnuaireClients from AnnuaireDetail.

      ************************************************************
      ************************************************************
      *    Menu bancaire (second ecran de menu)
      ************************************************************
      ************************************************************

      * --- Meme discipline que Menu-Trt : l'option choisie passe par
      * l'habilitation, le dispatch dedie et le journal d'activite ;
      * le 0 revient au menu general ---

       MenuBancaire.
           perform MenuBancaire-Trt until OptionBancaire = 0.

           move 37 to Option.

       MenuBancaire-Trt.
           move 0 to OptionBancaire.

           display LeMenuBancaire.

           if EcoleActive
               display "*** BASE ECOLE - EXERCICE ***"
                 line 2 col 26
           end-if.

           accept OptionBancaire Line 5 Col 78.

           move OptionBancaire to Option.

           move spaces to DetailActivite.

           perform VerifierAutorisationOption.

           if OptionAutorisee
               perform ExecuterOptionBancaire

               if OptionBancaire not = 0
                   perform EnregistrerActivite
               end-if
           else
               move "Option refusee (profil)" to LibelleActivite

               perform EnregistrerActivite
           end-if.

      * --- Dispatch des options du menu bancaire ---

       ExecuterOptionBancaire.
           evaluate OptionBancaire
               when 38
                   move "Comptes a terme" to LibelleActivite
                   perform GestionComptesATerme
               when 39
                   move "Gestion des prets" to LibelleActivite
                   perform GestionPrets
               when 40
                   move "Gestion des cartes" to LibelleActivite
                   perform GestionCartes
               when 41
                   move "Remboursement de prelevement"
                   to LibelleActivite
                   perform RemboursementPrelevement
               when 42
                   move "Dossiers de succession" to LibelleActivite
                   perform GestionSuccessions
               when 43
                   move "Saisies et ATD" to LibelleActivite
                   perform GestionSaisies
               when 44
                   move "Incidents de cheques" to LibelleActivite
                   perform GestionIncidentsCheques
               when 45
                   move "Caisse especes" to LibelleActivite
                   perform GestionCaisse
               when 46
                   move "Remises de cheques" to LibelleActivite
                   perform SaisieRemiseCheques
               when 47
                   move "Registre des beneficiaires"
                   to LibelleActivite
                   perform GestionBeneficiaires
               when 48
                   move "Revue des decouverts" to LibelleActivite
                   perform RevueDecouvertsEcran
               when 49
                   move "Dossiers d'entree en relation"
                   to LibelleActivite
                   perform GestionDossiersRelation
               when 50
                   move "Pieces justificatives" to LibelleActivite
                   perform GestionPieces
               when 51
                   move "Consultation des archives" to LibelleActivite
                   perform ConsultationArchives
               when 52
                   move "Piste d'audit" to LibelleActivite
                   perform ConsultationAudit
               when 53
                   move "Gestionnaire d'editions" to LibelleActivite
                   perform GestionEditions
               when 54
                   move "Recherche d'operations" to LibelleActivite
                   perform RechercheOperations
               when 55
                   move "Alertes de solde" to LibelleActivite
                   perform GestionAlertesSolde
               when 56
                   move "Reconstruction des cumuls mensuels"
                   to LibelleActivite
                   perform ReconstruireCumulsMensuels
               when 57
                   move "Virement inter-societes" to LibelleActivite
                   perform VirementInterSocietes
               when 58
                   move "Liens entre clients" to LibelleActivite
                   perform GestionLiensClients
               when 59
                   move "Conditions derogatoires" to LibelleActivite
                   perform GestionDerogations
               when 60
                   move "Transfert de compte" to LibelleActivite
                   perform TransfertCompteGuichet
               when 61
                   move "Cheques de banque" to LibelleActivite
                   perform EmissionChequeBanque
               when 62
                   move "Console d'exploitation" to LibelleActivite
                   perform ConsoleExploitation
               when 63
                   move "Virement international" to LibelleActivite
                   perform VirementInternational
               when 64
                   move "Menu complementaire" to LibelleActivite
                   perform MenuComplementaire
           end-evaluate.

      ************************************************************
      ************************************************************
      *    Menu complementaire (troisieme ecran de menu)
      ************************************************************
      ************************************************************

      * --- Meme discipline que le menu bancaire : habilitation,
      * dispatch dedie et journal d'activite ; le 0 revient au menu
      * bancaire ---

       MenuComplementaire.
           perform MenuComplementaire-Trt
               until OptionComplementaire = 0.

           move 64 to Option.

       MenuComplementaire-Trt.
           move 0 to OptionComplementaire.

           display LeMenuComplementaire.

           if EcoleActive
               display "*** BASE ECOLE - EXERCICE ***"
                 line 2 col 26
           end-if.

           accept OptionComplementaire Line 5 Col 78.

           move OptionComplementaire to Option.

           move spaces to DetailActivite.

           perform VerifierAutorisationOption.

           if OptionAutorisee
               perform ExecuterOptionComplementaire

               if OptionComplementaire not = 0
                   perform EnregistrerActivite
               end-if
           else
               move "Option refusee (profil)" to LibelleActivite

               perform EnregistrerActivite
           end-if.

      * --- Dispatch des options du menu complementaire ---

       ExecuterOptionComplementaire.
           evaluate OptionComplementaire
               when 65
                   move "Gestion des operateurs" to LibelleActivite
                   perform GestionOperateurs
               when 66
                   move "Seuils d'usure" to LibelleActivite
                   perform GestionSeuilsUsure
               when 67
                   move "Filtrage sanctions" to LibelleActivite
                   perform GestionAlertesSanctions
               when 68
                   move "Alertes LCB-FT" to LibelleActivite
                   perform GestionAlertesLcb
               when 69
                   move "Retour courrier NPAI" to LibelleActivite
                   perform SaisieRetourCourrier
               when 70
                   move "Forfaits de compte" to LibelleActivite
                   perform GestionForfaits
               when 71
                   move "Effets de commerce" to LibelleActivite
                   perform GestionEffets
               when 72
                   move "Cautions bancaires" to LibelleActivite
                   perform GestionCautions
               when 73
                   move "Nantissements" to LibelleActivite
                   perform GestionNantissements
               when 74
                   move "Coffres-forts" to LibelleActivite
                   perform GestionCoffres
               when 75
                   move "Reclamations" to LibelleActivite
                   perform GestionReclamations
               when 76
                   move "Reserve especes" to LibelleActivite
                   perform GestionReserve
               when 77
                   move "Ecarts compensation" to LibelleActivite
                   perform GestionEcartsCompensation
               when 78
                   move "Comptes d'attente" to LibelleActivite
                   perform GestionComptesAttente
               when 79
                   move "Comptabilite generale" to LibelleActivite
                   perform GestionComptabiliteGenerale
               when 80
                   move "Conseillers" to LibelleActivite
                   perform GestionConseillers
               when 81
                   move "Droit d'acces RGPD" to LibelleActivite
                   perform GestionDroitAcces
               when 82
                   move "Rapprochement deces" to LibelleActivite
                   perform GestionRapprochementsDeces
               when 83
                   move "Cash pooling" to LibelleActivite
                   perform GestionPooling
               when 84
                   move "Circularisation" to LibelleActivite
                   perform GestionCircularisation
               when 85
                   move "Visa journaux operateurs" to LibelleActivite
                   perform VisaJournauxOperateurs
               when 86
                   move "Vue unique FGDR" to LibelleActivite
                   perform DemandeFichierFgdr
           end-evaluate.

      **************************************************************************
      * Filtrage gel des avoirs et sanctions : chargement de la liste
      * publiee, filtrage d'un nom (saisie ou refiltrage de nuit), gel
      * du client et revue des alertes par la conformite
      **************************************************************************

      * --- Recherche d'un nom dans la liste : cle phonetique du nom
      * complet confrontee aux deux cles de chaque entree (l'ordre nom
      * / prenom n'importe pas) ---

       RechercherListeSanctions.
           move "N" to SanctionTrouvee.
           move spaces to NomAPhonetiser.

           string
             NomFiltre delimited by "  "
             " " delimited by size
             PrenomFiltre delimited by "  "
             into NomAPhonetiser
           end-string.

           perform CalculClePhonetique.

      * Une cle trop courte (nom de deux consonnes) rapprocherait
      * n'importe quoi : pas de filtrage en dessous de trois sonorites

           if LgClePhonetique >= 3
               exec sql
                   select top 1 Reference, Nom
                   into :ListeSanction.ReferenceSanction,
                   :ListeSanction.NomSanction
                   from ListeSanction
                   where CleNomPrenom = :ClePhonetique
                   or ClePrenomNom = :ClePhonetique
               end-exec

               if sqlcode = 0
                   move "O" to SanctionTrouvee
               end-if
           end-if.

      * --- Filtrage d'une personne : une entree deja levee par la
      * conformite pour cette personne ne redeclenche rien, une alerte
      * en attente ou confirmee maintient le gel, sinon une alerte est
      * ouverte et le client gele ---

       FiltrerPersonneSanctions.
           move "N" to GelSanctions.

           perform RechercherListeSanctions.

           if SanctionTrouvee = "O"
               move space to StatutAlerteExistante
               move ReferenceSanction to ReferenceAlerteSanction

               exec sql
                   select top 1 Statut
                   into :StatutAlerteExistante
                   from AlerteSanction
                   where Reference =
                   :AlerteSanction.ReferenceAlerteSanction
                   and ((TypePersonne =
                   :AlerteSanction.TypePersonneSanction
                   and CodePersonne =
                   :AlerteSanction.CodePersonneSanction)
                   or (:AlerteSanction.TypePersonneSanction = 'C'
                   and TypePersonne = 'R'
                   and CodeClient = :AlerteSanction.CodeClientSanction))
                   order by NoAlerte desc
               end-exec

               if sqlcode not = 0
                   move space to StatutAlerteExistante
               end-if

               if StatutAlerteExistante not = "L"
                   move "O" to GelSanctions

                   if CodeClientSanction not = space
                       perform GelerClientSanctions
                   end-if

                   if StatutAlerteExistante = space
                       perform CreerAlerteSanction
                   end-if
               end-if
           end-if.

      * --- Beneficiaire : la personne filtree est la ligne du registre
      * (client / numero), le gel porte sur le client donneur
      * d'ordre ---

       FiltrerBeneficiaireSanctions.
           move "B" to TypePersonneSanction.
           move spaces to CodePersonneSanction.

           string
             CodeClientSanction delimited by space
             "/" delimited by size
             NoBenefFiltre delimited by size
             into CodePersonneSanction
           end-string.

           perform FiltrerPersonneSanctions.

       CreerAlerteSanction.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               select coalesce(max(NoAlerte), 0) + 1
               into :AlerteSanction.NoAlerteSanction
               from AlerteSanction
           end-exec.

           move spaces to NomFiltreSanction.

           string
             NomFiltre delimited by "  "
             " " delimited by size
             PrenomFiltre delimited by "  "
             into NomFiltreSanction
           end-string.

           move NomSanction to NomListeSanction.
           move DateComptableTexte to DateAlerteSanction.
           move "E" to StatutAlerteSanction.
           move spaces to DateDecisionSanction.
           move spaces to OperateurDecisionSanction.
           move spaces to CommentaireSanction.

           if CodeClientSanction = space
               move space to StatutClientAvantGel
           end-if.

           exec sql
               insert into AlerteSanction
               (NoAlerte, TypePersonne, CodePersonne, CodeClient,
                NomFiltre, Reference, NomListe, Origine, DateAlerte,
                Statut, StatutClientAvant, DateDecision,
                OperateurDecision, Commentaire)
               values
               (:AlerteSanction.NoAlerteSanction,
                :AlerteSanction.TypePersonneSanction,
                :AlerteSanction.CodePersonneSanction,
                :AlerteSanction.CodeClientSanction,
                :AlerteSanction.NomFiltreSanction,
                :AlerteSanction.ReferenceAlerteSanction,
                :AlerteSanction.NomListeSanction,
                :AlerteSanction.OrigineSanction,
                :AlerteSanction.DateAlerteSanction,
                :AlerteSanction.StatutAlerteSanction,
                :AlerteSanction.StatutClientAvantGel,
                :AlerteSanction.DateDecisionSanction,
                :AlerteSanction.OperateurDecisionSanction,
                :AlerteSanction.CommentaireSanction)
           end-exec.

           if sqlcode not = 0
               move "Alerte filtrage sanctions" to LibelleErreurSql
               move CodePersonneSanction to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbAlertesSanctions

               move "AlerteSanction" to TableAudit
               move NoAlerteSanction to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "E " delimited by size
                 OrigineSanction delimited by space
                 " " delimited by size
                 ReferenceAlerteSanction delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

      * --- Gel du client : un client actif ou en retard de revue KYC
      * passe en G, son statut anterieur est garde sur l'alerte pour
      * etre restitue a la levee ---

       GelerClientSanctions.
           move space to StatutClientAvantGel.

           exec sql
               select StatutClient
               into :AlerteSanction.StatutClientAvantGel
               from Client
               where CodeClient = :AlerteSanction.CodeClientSanction
           end-exec.

           if StatutClientAvantGel = "A" or StatutClientAvantGel = "K"
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateComptableTexte
               end-string

               exec sql
                   update Client
                   set StatutClient = 'G',
                   MotifBlocage = 'Filtrage gel des avoirs en revue',
                   DateBlocage = :DateComptableTexte
                   where CodeClient = :AlerteSanction.CodeClientSanction
               end-exec

               if sqlcode not = 0
                   move "Gel client (sanctions)" to LibelleErreurSql
                   move CodeClientSanction to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "Client" to TableAudit
                   move CodeClientSanction to CleAudit
                   move StatutClientAvantGel to AncienneValeurAudit
                   move "G (filtrage gel des avoirs)"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- Revue des alertes par la conformite (menu complementaire)
      * : liste des alertes en attente, decision motivee sur l'une ---

       GestionAlertesSanctions.
           move 1 to NoAlerteSanctionSaisi.

           perform GestionAlertesSanctions-Trt
               until NoAlerteSanctionSaisi = 0.

       GestionAlertesSanctions-Trt.
           display M-Sanctions.

           move 0 to EotSanction.
           move 6 to NoLigneEcran.

           exec sql
               declare C-AlertesSanction cursor for
                   select NoAlerte, TypePersonne, NomFiltre, Reference,
                   Origine, DateAlerte
                   from AlerteSanction
                   where Statut = 'E'
                   order by NoAlerte
           end-exec.

           exec sql
             open C-AlertesSanction
           end-exec.

           perform AfficherAlerteSanction
               until EotSanction = 1 or NoLigneEcran = 19.

           exec sql
             close C-AlertesSanction
           end-exec.

           move 0 to NoAlerteSanctionSaisi.

           accept NoAlerteSanctionSaisi line 21 col 37.

           if NoAlerteSanctionSaisi > 0
               perform DeciderAlerteSanction

               display M-Sanction-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherAlerteSanction.
           exec sql
               fetch C-AlertesSanction
               into :AlerteSanction.NoAlerteSanction,
               :AlerteSanction.TypePersonneSanction,
               :AlerteSanction.NomFiltreSanction,
               :AlerteSanction.ReferenceAlerteSanction,
               :AlerteSanction.OrigineSanction,
               :AlerteSanction.DateAlerteSanction
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSanction
           else
               add 1 to NoLigneEcran

               display LigneAlerteSanction
           end-if.

       DeciderAlerteSanction.
           move spaces to MessageSanction.
           move NoAlerteSanctionSaisi to NoAlerteSanction.

           exec sql
               select TypePersonne, CodePersonne, CodeClient,
               NomFiltre, Reference, NomListe, Origine, DateAlerte,
               Statut, StatutClientAvant
               into :AlerteSanction.TypePersonneSanction,
               :AlerteSanction.CodePersonneSanction,
               :AlerteSanction.CodeClientSanction,
               :AlerteSanction.NomFiltreSanction,
               :AlerteSanction.ReferenceAlerteSanction,
               :AlerteSanction.NomListeSanction,
               :AlerteSanction.OrigineSanction,
               :AlerteSanction.DateAlerteSanction,
               :AlerteSanction.StatutAlerteSanction,
               :AlerteSanction.StatutClientAvantGel
               from AlerteSanction
               where NoAlerte = :AlerteSanction.NoAlerteSanction
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Alerte introuvable" to MessageSanction
               when StatutAlerteSanction not = "E"
                   move "Alerte deja decidee" to MessageSanction
           end-evaluate.

           if MessageSanction = space
               display M-Sanction-Detail

               move space to DecisionSanction
               move spaces to CommentaireSanction

               accept DecisionSanction line 15 col 47
               accept CommentaireSanction line 16 col 16

               if DecisionSanction = "l"
                   move "L" to DecisionSanction
               end-if

               if DecisionSanction = "c"
                   move "C" to DecisionSanction
               end-if

               evaluate true
                   when DecisionSanction not = "L"
                   and DecisionSanction not = "C"
                       move "Decision L ou C attendue"
                       to MessageSanction
                   when CommentaireSanction = space
                       move "La decision doit etre motivee"
                       to MessageSanction
                   when other
                       perform EnregistrerDecisionSanction
               end-evaluate
           end-if.

       EnregistrerDecisionSanction.
           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDecisionSanction
           end-string.

           move DecisionSanction to StatutAlerteSanction.
           move CodeOperateurCourant to OperateurDecisionSanction.

           exec sql
               update AlerteSanction
               set Statut = :AlerteSanction.StatutAlerteSanction,
               DateDecision = :AlerteSanction.DateDecisionSanction,
               OperateurDecision =
               :AlerteSanction.OperateurDecisionSanction,
               Commentaire = :AlerteSanction.CommentaireSanction
               where NoAlerte = :AlerteSanction.NoAlerteSanction
           end-exec.

           if sqlcode not = 0
               move "Decision alerte sanctions" to LibelleErreurSql
               move NoAlerteSanction to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de la decision"
               to MessageSanction
           else
               move "AlerteSanction" to TableAudit
               move NoAlerteSanction to CleAudit
               move "E" to AncienneValeurAudit

               string
                 StatutAlerteSanction delimited by size
                 " " delimited by size
                 CommentaireSanction delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if StatutAlerteSanction = "L"
                   perform LeverGelSanctions

                   move "Alerte levee (homonyme), decision journalisee"
                   to MessageSanction
               else
                   if CodeClientSanction not = space
                       exec sql
                           update Client
                           set MotifBlocage = 'Gel des avoirs confirme'
                           where CodeClient =
                           :AlerteSanction.CodeClientSanction
                           and StatutClient = 'G'
                       end-exec
                   end-if

                   move "Gel confirme, decision journalisee"
                   to MessageSanction
               end-if
           end-if.

      * --- Levee : le client retrouve son statut anterieur quand plus
      * aucune alerte le concernant n'est en attente ni confirmee ---

       LeverGelSanctions.
           if CodeClientSanction not = space
               move 0 to NbAlertesClientOuvertes

               exec sql
                   select count(*)
                   into :NbAlertesClientOuvertes
                   from AlerteSanction
                   where CodeClient = :AlerteSanction.CodeClientSanction
                   and Statut in ('E', 'C')
               end-exec

               if NbAlertesClientOuvertes = 0
                   if StatutClientAvantGel = "K"
                       move "K" to StatutClientGel
                   else
                       move "A" to StatutClientGel
                   end-if

                   exec sql
                       update Client
                       set StatutClient = :StatutClientGel,
                       MotifBlocage = ' ', DateBlocage = ' '
                       where CodeClient =
                       :AlerteSanction.CodeClientSanction
                       and StatutClient = 'G'
                   end-exec

                   if sqlcode = 0
                       move "Client" to TableAudit
                       move CodeClientSanction to CleAudit
                       move "G" to AncienneValeurAudit
                       move StatutClientGel to NouvelleValeurAudit

                       perform EnregistrerAudit
                   end-if
               end-if
           end-if.

      * --- Chargement de la liste publiee (etape de la chaine de nuit)
      * : une version deja chargee ne change rien, une nouvelle
      * remplace la table et demande le refiltrage complet ---

       ImportListeSanctions.
           perform ImportListeSanctions-Init.
           perform ImportListeSanctions-Trt until Eof = 1.
           perform ImportListeSanctions-Fin.

       ImportListeSanctions-Init.
           move 1 to Eof.
           move 0 to NbSanctionsImportees.
           move "N" to NouvelleListeSanctions.

      * Fichier optionnel : pas de liste deposee = rien de nouveau

           open input F-ListeSanctions.

           if StatutFichierListeSanctions = "00"
               read F-ListeSanctions
                   at end
                       move spaces to E-ListeSanctions
               end-read

               move spaces to TypeLigneSanction
               move spaces to VersionListeSanctions

               unstring E-ListeSanctions delimited by ";" into
                   TypeLigneSanction
                   VersionListeSanctions
               end-unstring

               if TypeLigneSanction = "VERSION"
               and VersionListeSanctions not = space
                   move 0 to NbVersionsSanctions

                   exec sql
                       select count(*)
                       into :NbVersionsSanctions
                       from ListeSanctionVersion
                       where Version = :VersionListeSanctions
                   end-exec

                   if NbVersionsSanctions = 0
                       exec sql
                           delete from ListeSanction
                       end-exec

                       move "O" to NouvelleListeSanctions
                       move 0 to Eof
                   end-if
               else
                   move "Liste de gel sans ligne VERSION"
                   to LibelleErreurSql
                   move "ListeGelAvoirs" to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

       ImportListeSanctions-Trt.
           read F-ListeSanctions
               at end
                   move 1 to Eof
               not at end
                   perform ChargerEntreeSanction
           end-read.

       ChargerEntreeSanction.
           initialize ListeSanction.

           unstring E-ListeSanctions delimited by ";" into
               ReferenceSanction
               NatureSanction
               NomSanction
               PrenomSanction
               DateNaissanceSanction
               ProgrammeSanction
           end-unstring.

           inspect NomSanction converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           inspect PrenomSanction converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move spaces to NomAPhonetiser.

           string
             NomSanction delimited by "  "
             " " delimited by size
             PrenomSanction delimited by "  "
             into NomAPhonetiser
           end-string.

           perform CalculClePhonetique.

           move ClePhonetique to CleNomPrenomSanction.

           move spaces to NomAPhonetiser.

           string
             PrenomSanction delimited by "  "
             " " delimited by size
             NomSanction delimited by "  "
             into NomAPhonetiser
           end-string.

           perform CalculClePhonetique.

           move ClePhonetique to ClePrenomNomSanction.

           if ReferenceSanction not = space
               exec sql
                   insert into ListeSanction
                   (Reference, Nature, Nom, Prenom, DateNaissance,
                    Programme, CleNomPrenom, ClePrenomNom)
                   values
                   (:ListeSanction.ReferenceSanction,
                    :ListeSanction.NatureSanction,
                    :ListeSanction.NomSanction,
                    :ListeSanction.PrenomSanction,
                    :ListeSanction.DateNaissanceSanction,
                    :ListeSanction.ProgrammeSanction,
                    :ListeSanction.CleNomPrenomSanction,
                    :ListeSanction.ClePrenomNomSanction)
               end-exec

               if sqlcode not = 0
                   move "Liste de gel (entree)" to LibelleErreurSql
                   move ReferenceSanction to CleErreurSql
                   perform JournaliserErreurSql
               else
                   add 1 to NbSanctionsImportees
               end-if
           end-if.

       ImportListeSanctions-Fin.
           if StatutFichierListeSanctions = "00"
               close F-ListeSanctions
           end-if.

           if NouvelleListeSanctions = "O"
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateComptableTexte
               end-string

               exec sql
                   insert into ListeSanctionVersion
                   (Version, DateImport, NbEntrees, Refiltree)
                   values
                   (:VersionListeSanctions, :DateComptableTexte,
                    :NbSanctionsImportees, 'N')
               end-exec

               move "ListeSanction" to TableAudit
               move VersionListeSanctions to CleAudit
               move spaces to AncienneValeurAudit
               move "nouvelle version chargee" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Refiltrage complet des clients et des beneficiaires
      * non supprimes apres le chargement d'une nouvelle version
      * (etape de la chaine de nuit) ---

       FiltrageSanctions.
           move 0 to NbPersonnesFiltrees.
           move 0 to NbAlertesSanctions.
           move 0 to NbVersionsSanctions.

           exec sql
               select count(*)
               into :NbVersionsSanctions
               from ListeSanctionVersion
               where Refiltree = 'N'
           end-exec.

           if NbVersionsSanctions > 0
               move 0 to Eot

               exec sql
                   declare C-FiltrageClients cursor for
                       select CodeClient, Nom, coalesce(Prenom, ' ')
                       from Client
                       where StatutClient <> 'D'
                       order by CodeClient
               end-exec

               exec sql
                 open C-FiltrageClients
               end-exec

               perform FiltrageSanctions-Client until Eot = 1

               exec sql
                 close C-FiltrageClients
               end-exec

               move 0 to Eot

               exec sql
                   declare C-FiltrageBenef cursor for
                       select CodeClient, NoBeneficiaire,
                       NomBeneficiaire
                       from Beneficiaire
                       where Statut <> 'S'
                       order by CodeClient, NoBeneficiaire
               end-exec

               exec sql
                 open C-FiltrageBenef
               end-exec

               perform FiltrageSanctions-Benef until Eot = 1

               exec sql
                 close C-FiltrageBenef
               end-exec

               exec sql
                   update ListeSanctionVersion set Refiltree = 'O'
                   where Refiltree = 'N'
               end-exec
           end-if.

       FiltrageSanctions-Client.
           move spaces to NomFiltre.
           move spaces to PrenomFiltre.

           exec sql
               fetch C-FiltrageClients
               into :AlerteSanction.CodeClientSanction, :NomFiltre,
               :PrenomFiltre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbPersonnesFiltrees

               move "C" to TypePersonneSanction
               move CodeClientSanction to CodePersonneSanction
               move "NUIT" to OrigineSanction

               perform FiltrerPersonneSanctions
           end-if.

       FiltrageSanctions-Benef.
           move spaces to NomFiltre.
           move spaces to PrenomFiltre.

           exec sql
               fetch C-FiltrageBenef
               into :AlerteSanction.CodeClientSanction,
               :NoBenefFiltre, :NomFiltre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbPersonnesFiltrees

               move "NUIT" to OrigineSanction

               perform FiltrerBeneficiaireSanctions
           end-if.

      **************************************************************************
      * Comptes a terme : ouverture d'un contrat (le montant bloque
      * est preleve sur le compte a vue d'origine, nature DAT) et
      * consultation par numero ; les echeances sont denouees par la
      * chaine de nuit (EcheancesComptesATerme) ; la rupture anticipee
      * reverse le capital et des interets penalises
      **************************************************************************
       GestionComptesATerme.
           perform SaisieDat-Init.
           perform SaisieDat-Trt until ChoixDat = space.
           perform SaisieDat-Fin.

       SaisieDat-Init.
           move "" to ChoixDat.

       SaisieDat-Trt.
           move space to ChoixDat.

           display M-Dat.

           accept ChoixDat line 5 col 51.

           if ChoixDat = "o" then
               move "O" to ChoixDat
           end-if.

           if ChoixDat = "c" then
               move "C" to ChoixDat
           end-if.

           if ChoixDat = "r" then
               move "R" to ChoixDat
           end-if.

           evaluate ChoixDat
               when "O"
                   perform OuvertureContratDat
               when "C"
                   perform ConsultationContratDat
               when "R"
                   perform RuptureContratDat
           end-evaluate.

       SaisieDat-Fin.
           continue.

      * --- Ouverture d'un contrat : compte d'origine existant,
      * montant et duree renseignes, provision suffisante, puis debit
      * du compte (nature DAT) et insertion du contrat ---

       OuvertureContratDat.
           initialize ContratDat.

           move "R" to ModeRenouvellementDat.

           display M-Dat-E.

           accept M-Dat-E.

           if CodeBanqueDat not = space
               perform ControlerOuvertureDat

               display M-Dat-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerOuvertureDat.
           move spaces to MessageDat.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageDat
           end-if.

           if MontantDat = 0
               move "Montant du contrat invalide" to MessageDat
           end-if.

           if MessageDat = space and DureeMoisDat = 0
               move "Duree du contrat invalide" to MessageDat
           end-if.

           if MessageDat = space
               and ModeRenouvellementDat not = "R"
               and ModeRenouvellementDat not = "L"
               move "Renouvellement R (reconduit) ou L (libere)"
               to MessageDat
           end-if.

           if MessageDat = space
               move 0 to DecouvertAutoriseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise
                   into :Compte.Debit, :Compte.Credit,
                        :DecouvertAutoriseSource
                   from Compte
                   where CodeBanque = :ContratDat.CodeBanqueDat
                   and CodeGuichet = :ContratDat.CodeGuichetDat
                   and NoCompte = :ContratDat.NoCompteDat
                   and TypeCompte = :ContratDat.TypeCompteDat
                   and StatutCompte <> 'C'
               end-exec

               if sqlcode not = 0
                   move "Compte d'origine introuvable ou clos"
                   to MessageDat
               end-if
           end-if.

      * Le blocage des fonds obeit au meme controle de provision que
      * le debit d'un virement

           if MessageDat = space
               and (Credit of Compte + MontantDat)
               > (Debit of Compte + DecouvertAutoriseSource)
               move "Provision insuffisante pour bloquer ce montant"
               to MessageDat
           end-if.

           if MessageDat = space
               move CodeBanqueDat to CodeBanque of Mouvement
               move CodeGuichetDat to CodeGuichet of Mouvement

               move NoCompteDat
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteDat
               to TypeCompte of CompteComplet of Mouvement

               move MontantDat to MontantOperationCourante
               move "DAT" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MessageDat
               else
                   perform InsererContratDat
               end-if
           end-if.

       InsererContratDat.
           move 0 to NoContratDat.

           exec sql
               select coalesce(max(NoContrat), 0) + 1
               into :ContratDat.NoContratDat
               from ContratDat
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateOuvertureDat
           end-string.

           perform CalculerDateEcheanceDat.

           move "A" to StatutDat.

           exec sql
               insert into ContratDat
               (NoContrat, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Montant, Taux, DureeMois, DateOuverture,
                DateEcheance, ModeRenouvellement, Statut, CodeSociete)
               values
               (:ContratDat.NoContratDat, :ContratDat.CodeBanqueDat,
                :ContratDat.CodeGuichetDat, :ContratDat.NoCompteDat,
                :ContratDat.TypeCompteDat, :ContratDat.MontantDat,
                :ContratDat.TauxDat, :ContratDat.DureeMoisDat,
                :ContratDat.DateOuvertureDat,
                :ContratDat.DateEcheanceDat,
                :ContratDat.ModeRenouvellementDat,
                :ContratDat.StatutDat, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Creation contrat a terme" to LibelleErreurSql
               move NoContratDat to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation du contrat" to MessageDat
           else
               move "ContratDat" to TableAudit
               move NoContratDat to CleAudit
               move spaces to AncienneValeurAudit
               move "contrat a terme ouvert" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Contrat a terme ouvert, fonds bloques"
               to MessageDat
           end-if.

      * --- Date d'echeance : date d'ouverture avancee de
      * DureeMoisDat mois, le jour plafonne a la fin du mois d'arrivee
      * (le calcul de fin de mois de la date comptable est reutilise) ---

       CalculerDateEcheanceDat.
           move DateOuvertureDat to DateBaseCalcul.
           move DureeMoisDat to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateEcheanceDat.

      * --- Avance d'une date de NbMoisAvance mois, le jour plafonne a
      * la fin du mois d'arrivee (le calcul de fin de mois de la date
      * comptable est reutilise) ---

       CalculerDateAvanceeMois.
           move AnneeComptable to AnneeCalculSauvee.
           move MoisComptable to MoisCalculSauve.

           move DateBaseCalcul(1:4) to AnneeEcheanceDat.
           move DateBaseCalcul(5:2) to MoisEcheanceDat.
           move DateBaseCalcul(7:2) to JourEcheanceDat.

           compute TotalMoisEcheance =
           AnneeEcheanceDat * 12 + MoisEcheanceDat - 1 + NbMoisAvance.

           divide TotalMoisEcheance by 12 giving AnneeEcheanceDat
           remainder ResteMoisEcheance.

           compute MoisEcheanceDat = ResteMoisEcheance + 1.

           move AnneeEcheanceDat to AnneeComptable.
           move MoisEcheanceDat to MoisComptable.

           perform CalculerDernierJourDuMois.

           move AnneeCalculSauvee to AnneeComptable.
           move MoisCalculSauve to MoisComptable.

           if JourEcheanceDat > DernierJourDuMois
               move DernierJourDuMois to JourEcheanceDat
           end-if.

           string
             AnneeEcheanceDat delimited by size
             MoisEcheanceDat delimited by size
             JourEcheanceDat delimited by size
             into DateAvanceeCalcul
           end-string.

      * --- Consultation d'un contrat par numero ---

       ConsultationContratDat.
           move 0 to NoContratDatSaisi.

           display M-Dat-C.

           accept M-Dat-C.

           if NoContratDatSaisi > 0
               initialize ContratDat

               exec sql
                   select NoContrat, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, Taux, DureeMois,
                   DateOuverture, DateEcheance, ModeRenouvellement,
                   Statut
                   into :ContratDat.NoContratDat,
                   :ContratDat.CodeBanqueDat,
                   :ContratDat.CodeGuichetDat,
                   :ContratDat.NoCompteDat,
                   :ContratDat.TypeCompteDat, :ContratDat.MontantDat,
                   :ContratDat.TauxDat, :ContratDat.DureeMoisDat,
                   :ContratDat.DateOuvertureDat,
                   :ContratDat.DateEcheanceDat,
                   :ContratDat.ModeRenouvellementDat,
                   :ContratDat.StatutDat
                   from ContratDat
                   where NoContrat = :NoContratDatSaisi
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Contrat introuvable" to MessageDat

                   display M-Dat-Resultat
               else
                   move MontantDat to MontantDatAffiche

                   display M-Dat-Detail
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Rupture anticipee d'un contrat actif : refusee si le
      * contrat est nanti ou garantit une caution active ; sinon le
      * calcul est presente et, sur confirmation, le capital et les
      * interets penalises (PFU retenu) sont reverses sur le compte
      * d'origine et le contrat passe R ---

       RuptureContratDat.
           move 0 to NoContratDatSaisi.

           display M-Dat-C.

           accept M-Dat-C.

           if NoContratDatSaisi > 0
               perform ControlerRuptureDat

               if MessageDat = space
                   perform CalculerRuptureDat

                   move MontantDat to MontantDatAffiche
                   move InteretsRuptureDat to InteretsRuptureAffiche
                   move PenaliteRuptureDat to PenaliteRuptureAffiche

                   display M-Dat-Detail
                   display M-Dat-Rupture
                   display M-Dat-Q

                   move "N" to Reponse

                   accept Reponse line 1 col 47

                   if Reponse = "o" then
                       move "O" to Reponse
                   end-if

                   display M-EffaceQuestion

                   if Reponse = "O"
                       perform ExecuterRuptureDat
                   else
                       move "Rupture abandonnee" to MessageDat
                   end-if
               end-if

               display M-Dat-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerRuptureDat.
           move spaces to MessageDat.

           initialize ContratDat.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageDat
           end-if.

           if MessageDat = space
               exec sql
                   select NoContrat, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, Taux, DureeMois,
                   DateOuverture, DateEcheance, ModeRenouvellement,
                   Statut
                   into :ContratDat.NoContratDat,
                   :ContratDat.CodeBanqueDat,
                   :ContratDat.CodeGuichetDat,
                   :ContratDat.NoCompteDat,
                   :ContratDat.TypeCompteDat, :ContratDat.MontantDat,
                   :ContratDat.TauxDat, :ContratDat.DureeMoisDat,
                   :ContratDat.DateOuvertureDat,
                   :ContratDat.DateEcheanceDat,
                   :ContratDat.ModeRenouvellementDat,
                   :ContratDat.StatutDat
                   from ContratDat
                   where NoContrat = :NoContratDatSaisi
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Contrat introuvable" to MessageDat
               else
                   if StatutDat not = "A"
                       move "Contrat echu ou deja rompu" to MessageDat
                   end-if
               end-if
           end-if.

      * Un contrat gage (nantissement ou caution sur support D) reste
      * bloque tant que le gage court

           if MessageDat = space
               move 0 to EngagementDatCaution
               move 0 to EngagementNantDat

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementDatCaution
                   from Caution
                   where NoContratDat = :ContratDat.NoContratDat
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementNantDat
                   from Nantissement
                   where NoContratDat = :ContratDat.NoContratDat
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               if EngagementDatCaution > 0 or EngagementNantDat > 0
                   move "Contrat nanti ou garant d'une caution, refus"
                   to MessageDat
               end-if
           end-if.

      * --- Interets penalises : mois entiers ecoules depuis
      * l'ouverture (ou la derniere reconduction), taux de la tranche
      * atteinte dans la ligne de bareme DT en vigueur ; sans ligne
      * de bareme ou sous la detention minimum, aucun interet n'est
      * verse ---

       CalculerRuptureDat.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateRuptureDat.

           move DateOuvertureDat(1:4) to AnneeEcheanceDat.
           move DateOuvertureDat(5:2) to MoisEcheanceDat.
           move DateOuvertureDat(7:2) to JourEcheanceDat.

           compute TotalMoisEcheance =
           (AnneeComptable * 12 + MoisComptable)
           - (AnneeEcheanceDat * 12 + MoisEcheanceDat).

           if JourComptable < JourEcheanceDat
           and TotalMoisEcheance > 0
               subtract 1 from TotalMoisEcheance
           end-if.

           move TotalMoisEcheance to MoisEcoulesRupture.

           move 0 to MoisTranche1RuptureBareme.
           move 0 to TauxTranche1RuptureBareme.
           move 0 to MoisTranche2RuptureBareme.
           move 0 to TauxTranche2RuptureBareme.
           move 0 to MoisTranche3RuptureBareme.
           move 0 to TauxTranche3RuptureBareme.
           move 99 to DetentionMinRuptureBareme.

           exec sql
               select top 1 coalesce(DetentionMinRupture, 0),
               coalesce(MoisTranche1Rupture, 0),
               coalesce(TauxTranche1Rupture, 0),
               coalesce(MoisTranche2Rupture, 0),
               coalesce(TauxTranche2Rupture, 0),
               coalesce(MoisTranche3Rupture, 0),
               coalesce(TauxTranche3Rupture, 0)
               into :BaremeTaux.DetentionMinRuptureBareme,
                    :BaremeTaux.MoisTranche1RuptureBareme,
                    :BaremeTaux.TauxTranche1RuptureBareme,
                    :BaremeTaux.MoisTranche2RuptureBareme,
                    :BaremeTaux.TauxTranche2RuptureBareme,
                    :BaremeTaux.MoisTranche3RuptureBareme,
                    :BaremeTaux.TauxTranche3RuptureBareme
               from BaremeTaux
               where TypeCompte = 'DT'
               and DateEffet <= :DateComptableTexte
               order by DateEffet desc
           end-exec.

           move 0 to TauxRuptureDat.

           if MoisEcoulesRupture >= DetentionMinRuptureBareme
               if MoisEcoulesRupture >= MoisTranche1RuptureBareme
                   move TauxTranche1RuptureBareme to TauxRuptureDat
               end-if

               if MoisTranche2RuptureBareme > 0
               and MoisEcoulesRupture >= MoisTranche2RuptureBareme
                   move TauxTranche2RuptureBareme to TauxRuptureDat
               end-if

               if MoisTranche3RuptureBareme > 0
               and MoisEcoulesRupture >= MoisTranche3RuptureBareme
                   move TauxTranche3RuptureBareme to TauxRuptureDat
               end-if
           end-if.

           if TauxRuptureDat > TauxDat
               move TauxDat to TauxRuptureDat
           end-if.

           compute InteretsContractuelsRupture rounded =
           MontantDat * TauxDat * MoisEcoulesRupture / 12.

           compute InteretsRuptureDat rounded =
           MontantDat * TauxRuptureDat * MoisEcoulesRupture / 12.

           compute PenaliteRuptureDat =
           InteretsContractuelsRupture - InteretsRuptureDat.

      * --- Denouement anticipe : interets penalises (nature ACC, PFU
      * retenu comme a l'echeance) puis capital (nature DAT) ---

       ExecuterRuptureDat.
           move CodeBanqueDat to CodeBanque of Mouvement.
           move CodeGuichetDat to CodeGuichet of Mouvement.

           move NoCompteDat
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteDat
           to TypeCompte of CompteComplet of Mouvement.

           if InteretsRuptureDat > 0
               move InteretsRuptureDat to MontantOperationCourante
               move "ACC" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant
           else
               move "O" to StatutPoste
           end-if.

           if PosteOk and InteretsRuptureDat > 0
               move CodeBanqueDat to CodeBanque of Compte
               move CodeGuichetDat to CodeGuichet of Compte

               move NoCompteDat
               to RacineCompte of CompteComplet of Compte

               move TypeCompteDat
               to TypeCompte of CompteComplet of Compte

               move InteretsRuptureDat to MontantAccrual

               perform RetenirPfuSurInterets
           end-if.

           if PosteOk
               move MontantDat to MontantOperationCourante
               move "DAT" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant
           end-if.

           if not PosteOk
               move LibellePosteErreur to MessageDat
           else
               exec sql
                   update ContratDat
                   set Statut = 'R',
                   DateRupture = :ContratDat.DateRuptureDat,
                   InteretsRupture = :ContratDat.InteretsRuptureDat,
                   PenaliteRupture = :ContratDat.PenaliteRuptureDat
                   where NoContrat = :ContratDat.NoContratDat
               end-exec

               if sqlcode not = 0
                   move "Rupture contrat a terme" to LibelleErreurSql
                   move NoContratDat to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la rupture du contrat" to MessageDat
               else
                   move "ContratDat" to TableAudit
                   move NoContratDat to CleAudit
                   move DateEcheanceDat to AncienneValeurAudit

                   string
                     "contrat rompu, penalite " delimited by size
                     PenaliteRuptureAffiche delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Contrat rompu, fonds reverses sur le compte"
                   to MessageDat
               end-if
           end-if.

      **************************************************************************
      * Echeances des comptes a terme (etape de la chaine de nuit) :
      * les contrats actifs arrives a echeance sont denoues -- en mode
      * L le capital et les interets contractuels sont reverses sur le
      * compte d'origine et le contrat passe E ; en mode R seuls les
      * interets sont reverses et le contrat est reconduit pour la
      * meme duree
      **************************************************************************
       EcheancesComptesATerme.
           perform EcheancesComptesATerme-Init.
           perform EcheancesComptesATerme-Trt until Eot = 1.
           perform EcheancesComptesATerme-Fin.

       EcheancesComptesATerme-Init.
           move 0 to Eot.
           move 0 to NbEcheancesDat.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-EcheancesDat cursor for
                   select NoContrat, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, Taux, DureeMois,
                   DateOuverture, DateEcheance, ModeRenouvellement
                   from ContratDat
                   where Statut = 'A'
                   and DateEcheance <= :DateComptableTexte
                   and CodeSociete = :CodeSocieteCourant
                   order by NoContrat
           end-exec.

           exec sql
             open C-EcheancesDat
           end-exec.

       EcheancesComptesATerme-Trt.
           exec sql
               fetch C-EcheancesDat
               into :ContratDat.NoContratDat,
               :ContratDat.CodeBanqueDat, :ContratDat.CodeGuichetDat,
               :ContratDat.NoCompteDat, :ContratDat.TypeCompteDat,
               :ContratDat.MontantDat, :ContratDat.TauxDat,
               :ContratDat.DureeMoisDat, :ContratDat.DateOuvertureDat,
               :ContratDat.DateEcheanceDat,
               :ContratDat.ModeRenouvellementDat
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementEcheanceDat
           end-if.

       EcheancesComptesATerme-Fin.
           exec sql
             close C-EcheancesDat
           end-exec.

      * --- Denouement d'un contrat echu ---

       TraitementEcheanceDat.
           compute MontantInteretsDat rounded =
           MontantDat * TauxDat * DureeMoisDat / 12.

           move CodeBanqueDat to CodeBanque of Mouvement.
           move CodeGuichetDat to CodeGuichet of Mouvement.

           move NoCompteDat
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteDat
           to TypeCompte of CompteComplet of Mouvement.

      * Les interets contractuels sont credites comme des interets
      * (nature ACC) : ils alimentent les cumuls et l'extrait IFU, et
      * la retenue PFU s'applique au moment du credit, comme pour
      * l'accrual

           if MontantInteretsDat > 0
               move MontantInteretsDat to MontantOperationCourante
               move "ACC" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant
           else
               move "O" to StatutPoste
           end-if.

           if PosteOk and MontantInteretsDat > 0
               move CodeBanqueDat to CodeBanque of Compte
               move CodeGuichetDat to CodeGuichet of Compte

               move NoCompteDat
               to RacineCompte of CompteComplet of Compte

               move TypeCompteDat
               to TypeCompte of CompteComplet of Compte

               move MontantInteretsDat to MontantAccrual

               perform RetenirPfuSurInterets
           end-if.

      * Un contrat qui garantit une caution active ou qui est nanti
      * ne peut etre libere : il est reconduit tant que le gage court

           if ModeRenouvellementDat = "L"
               move 0 to EngagementDatCaution
               move 0 to EngagementNantDat

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementDatCaution
                   from Caution
                   where NoContratDat = :ContratDat.NoContratDat
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementNantDat
                   from Nantissement
                   where NoContratDat = :ContratDat.NoContratDat
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               if EngagementDatCaution > 0 or EngagementNantDat > 0
                   move "R" to ModeRenouvellementDat
               end-if
           end-if.

      * En liberation, le capital bloque retourne au compte d'origine
      * sous sa propre nature

           if PosteOk and ModeRenouvellementDat = "L"
               move MontantDat to MontantOperationCourante
               move "DAT" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant
           end-if.

           if PosteOk
               if ModeRenouvellementDat = "R"
                   move DateEcheanceDat to DateOuvertureDat

                   perform CalculerDateEcheanceDat

                   exec sql
                       update ContratDat
                       set DateEcheance = :ContratDat.DateEcheanceDat,
                       DateOuverture = :ContratDat.DateOuvertureDat
                       where NoContrat = :ContratDat.NoContratDat
                   end-exec
               else
                   exec sql
                       update ContratDat set Statut = 'E'
                       where NoContrat = :ContratDat.NoContratDat
                   end-exec
               end-if

               if sqlcode not = 0
                   move "Echeance contrat a terme" to LibelleErreurSql
                   move NoContratDat to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "ContratDat" to TableAudit
                   move NoContratDat to CleAudit
                   move DateEcheanceDat to AncienneValeurAudit

                   if ModeRenouvellementDat = "R"
                       move "contrat reconduit"
                       to NouvelleValeurAudit
                   else
                       move "contrat libere" to NouvelleValeurAudit
                   end-if

                   perform EnregistrerAudit

                   add 1 to NbEcheancesDat
               end-if
           end-if.

      **************************************************************************
      * Prets : creation d'un contrat (versement des fonds sur le
      * compte lie, nature PRD, et tableau d'amortissement imprime),
      * consultation, et prelevement mensuel de la mensualite par la
      * chaine de nuit (EcheancesPrets, nature PRE)
      **************************************************************************
       GestionPrets.
           perform SaisiePret-Init.
           perform SaisiePret-Trt until ChoixPret = space.
           perform SaisiePret-Fin.

       SaisiePret-Init.
           move "" to ChoixPret.

       SaisiePret-Trt.
           move space to ChoixPret.

           display M-Pret.

           accept ChoixPret line 6 col 52.

           if ChoixPret = "c" then
               move "C" to ChoixPret
           end-if.

           if ChoixPret = "r" then
               move "R" to ChoixPret
           end-if.

           if ChoixPret = "t" then
               move "T" to ChoixPret
           end-if.

           if ChoixPret = "d" then
               move "D" to ChoixPret
           end-if.

           if ChoixPret = "e" then
               move "E" to ChoixPret
           end-if.

           if ChoixPret = "m" then
               move "M" to ChoixPret
           end-if.

           if ChoixPret = "x" then
               move "X" to ChoixPret
           end-if.

           if ChoixPret = "v" then
               move "V" to ChoixPret
           end-if.

           evaluate ChoixPret
               when "C"
                   perform CreationPret
               when "T"
                   perform ImpressionTableauAmortissement
               when "D"
                   perform ConsultationPret
               when "R"
                   perform RemboursementAnticipePret
               when "E"
                   perform EtudeCreditPret
               when "M"
                   perform MiseEnDemeurePret
               when "X"
                   perform DecheancePret
               when "V"
                   perform RecouvrementContentieux
           end-evaluate.

       SaisiePret-Fin.
           continue.

      * --- Creation d'un pret : le compte lie doit exister et
      * appartenir au client ; la mensualite est calculee par la
      * formule d'annuite constante, les fonds sont verses sur le
      * compte lie (nature PRD) et le contrat est insere ---

       CreationPret.
           initialize Pret.

           display M-Pret-E.

           accept M-Pret-E.

           if CodeClientPret not = space
               perform ControlerCreationPret

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationPret.
           move spaces to MessagePret.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessagePret
           end-if.

           if MontantPret = 0
               move "Montant du pret invalide" to MessagePret
           end-if.

           if MessagePret = space and DureeMoisPret = 0
               move "Duree du pret invalide" to MessagePret
           end-if.

           if MessagePret = space and CategoriePret = space
               move "Categorie de pret obligatoire" to MessagePret
           end-if.

           if MessagePret = space
               if MontantPret > SeuilEtudeCredit or NoEtudePret > 0
                   perform ControlerEtudeCreditPret
               end-if
           end-if.

           if MessagePret = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque = :Pret.CodeBanquePret
                   and CodeGuichet = :Pret.CodeGuichetPret
                   and NoCompte = :Pret.NoComptePret
                   and TypeCompte = :Pret.TypeComptePret
                   and StatutCompte <> 'C'
               end-exec

               if sqlcode not = 0
                   move "Compte de remboursement introuvable ou clos"
                   to MessagePret
               else
                   if CodeClientCompteExistant not = CodeClientPret
                       move "Le compte n'appartient pas a ce client"
                       to MessagePret
                   end-if
               end-if
           end-if.

      * TAEG et seuil d'usure en vigueur a la date de l'offre

           if MessagePret = space
               perform CalculerMensualitePret
               perform CalculerTaegPret
               perform ControlerSeuilUsure
           end-if.

           if MessagePret = space
               move CodeBanquePret to CodeBanque of Mouvement
               move CodeGuichetPret to CodeGuichet of Mouvement

               move NoComptePret
               to RacineCompte of CompteComplet of Mouvement

               move TypeComptePret
               to TypeCompte of CompteComplet of Mouvement

               move MontantPret to MontantOperationCourante
               move "PRD" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MessagePret
               else
                   perform PreleverFraisDossierPret

                   perform InsererPret
               end-if
           end-if.

      * --- Au-dela du seuil, le pret doit s'appuyer sur une etude
      * accordee du meme client, non encore utilisee, portant sur un
      * montant au moins egal ---

       ControlerEtudeCreditPret.
           if NoEtudePret = 0
               move "Etude de credit obligatoire au-dela du seuil"
               to MessagePret
           else
               initialize EtudeCredit

               exec sql
                   select CodeClient, Montant, Decision,
                   coalesce(NoPret, 0)
                   into :EtudeCredit.CodeClientEtude,
                   :EtudeCredit.MontantEtude,
                   :EtudeCredit.DecisionEtude,
                   :EtudeCredit.NoPretEtude
                   from EtudeCredit
                   where NoEtude = :Pret.NoEtudePret
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Etude de credit introuvable"
                       to MessagePret
                   when CodeClientEtude not = CodeClientPret
                       move "Etude de credit d'un autre client"
                       to MessagePret
                   when DecisionEtude not = "A"
                       move "Etude de credit non accordee"
                       to MessagePret
                   when NoPretEtude > 0
                       move "Etude de credit deja utilisee"
                       to MessagePret
                   when MontantPret > MontantEtude
                       move "Montant superieur au montant etudie"
                       to MessagePret
               end-evaluate
           end-if.

       RattacherEtudeCreditPret.
           exec sql
               update EtudeCredit
               set NoPret = :Pret.NoPret
               where NoEtude = :Pret.NoEtudePret
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Rattachement etude de credit" to LibelleErreurSql
               move NoEtudePret to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Frais de dossier preleves sur le compte lie au deblocage ---

       PreleverFraisDossierPret.
           if FraisDossierPret > 0
               move FraisDossierPret to MontantOperationCourante
               move "FDP" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move "Creation pret (frais de dossier)"
                   to LibelleErreurSql
                   move CodeClientPret to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- TAEG actuariel : taux mensuel i egalisant le capital net
      * des frais de dossier et la valeur actuelle des echeances
      * assurance comprise, cherche par dichotomie (40 tours entre 0
      * et 5 % par mois), puis annualise : TAEG = (1+i)**12 - 1 ---

       CalculerTaegPret.
           move 0 to TaegPret.

           compute CapitalNetTaeg = MontantPret - FraisDossierPret.

           compute EcheanceTaeg =
           MensualitePret + AssuranceMensuellePret.

           if CapitalNetTaeg > 0
               move 0 to BorneBasseTaeg
               move 0.05 to BorneHauteTaeg

               perform AffinerTaegPret
                   varying IterationTaeg from 1 by 1
                   until IterationTaeg > 40

               compute TaegPret rounded =
               (1 + TauxMensuelTaeg) ** 12 - 1
           end-if.

           compute TaegPourcent rounded = TaegPret * 100.

           move TaegPourcent to TaegPourcentAffiche.

       AffinerTaegPret.
           compute TauxMensuelTaeg =
           (BorneBasseTaeg + BorneHauteTaeg) / 2.

           compute ValeurActuelleTaeg rounded =
           EcheanceTaeg
           * (1 - (1 + TauxMensuelTaeg) ** (0 - DureeMoisPret))
           / TauxMensuelTaeg.

           if ValeurActuelleTaeg > CapitalNetTaeg
               move TauxMensuelTaeg to BorneBasseTaeg
           else
               move TauxMensuelTaeg to BorneHauteTaeg
           end-if.

      * --- Seuil d'usure de la categorie en vigueur a la date de
      * l'offre (date comptable de la creation) ---

       ControlerSeuilUsure.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateOffrePret
           end-string.

           move CategoriePret to CategorieSeuil.
           move 0 to TauxSeuil.

           exec sql
               select top 1 Taux
               into :SeuilUsure.TauxSeuil
               from SeuilUsure
               where Categorie = :SeuilUsure.CategorieSeuil
               and DateEffet <= :Pret.DateOffrePret
               order by DateEffet desc
           end-exec.

           if sqlcode not = 0
               move "Aucun seuil d'usure en vigueur pour la categorie"
               to MessagePret
           else
               if TaegPret > TauxSeuil
                   move spaces to MessagePret

                   string
                     "TAEG de " delimited by size
                     TaegPourcentAffiche delimited by size
                     " % superieur au seuil d'usure, pret refuse"
                     delimited by size
                     into MessagePret
                   end-string
               end-if
           end-if.

      * --- Mensualite d'annuite constante : m = C.t / (1-(1+t)**-n),
      * t etant le taux mensuel ; a taux nul la mensualite est le
      * capital divise par la duree ---

       CalculerMensualitePret.
           compute TauxMensuelPret rounded = TauxPret / 12.

           if TauxMensuelPret = 0
               compute MensualitePret rounded =
               MontantPret / DureeMoisPret
           else
               compute MensualitePret rounded =
               MontantPret * TauxMensuelPret
               / (1 - (1 + TauxMensuelPret) ** (0 - DureeMoisPret))
           end-if.

       InsererPret.
           move 0 to NoPret.

           exec sql
               select coalesce(max(NoPret), 0) + 1
               into :Pret.NoPret
               from Pret
           end-exec.

           move MontantPret to CapitalRestantPret.
           move 0 to NbEcheancesPayees.
           move 0 to NbImpayesPret.
           move spaces to DateDernierImpaye.
           move "A" to StatutPret.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateBaseCalcul
           end-string.

           move 1 to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateProchaineEcheance.

           exec sql
               insert into Pret
               (NoPret, CodeClient, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Montant, Taux, DureeMois, Mensualite,
                CapitalRestant, NbEcheancesPayees, NbImpayes,
                DateDernierImpaye, DateProchaineEcheance, Statut,
                CodeSociete, Categorie, FraisDossier,
                AssuranceMensuelle, Taeg, DateOffre, NoEtude,
                DateMiseEnDemeure, DateDecheance)
               values
               (:Pret.NoPret, :Pret.CodeClientPret,
                :Pret.CodeBanquePret, :Pret.CodeGuichetPret,
                :Pret.NoComptePret, :Pret.TypeComptePret,
                :Pret.MontantPret, :Pret.TauxPret,
                :Pret.DureeMoisPret, :Pret.MensualitePret,
                :Pret.CapitalRestantPret, :Pret.NbEcheancesPayees,
                :Pret.NbImpayesPret, :Pret.DateDernierImpaye,
                :Pret.DateProchaineEcheance, :Pret.StatutPret,
                :CodeSocieteCourant, :Pret.CategoriePret,
                :Pret.FraisDossierPret, :Pret.AssuranceMensuellePret,
                :Pret.TaegPret, :Pret.DateOffrePret, :Pret.NoEtudePret,
                ' ', ' ')
           end-exec.

           if sqlcode not = 0
               move "Creation pret" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation du pret" to MessagePret
           else
               move "Pret" to TableAudit
               move NoPret of Pret to CleAudit
               move spaces to AncienneValeurAudit
               move "pret debloque" to NouvelleValeurAudit

               perform EnregistrerAudit

               if NoEtudePret > 0
                   perform RattacherEtudeCreditPret
               end-if

               perform ImprimerTableauPret

               move "Pret debloque, tableau d'amortissement edite"
               to MessagePret
           end-if.

      * --- Tableau d'amortissement d'un pret par numero ---

       ImpressionTableauAmortissement.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space
                   perform ImprimerTableauPret

                   move "Tableau d'amortissement edite" to MessagePret
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ChargerPret.
           move spaces to MessagePret.

           initialize Pret.

           exec sql
               select NoPret, CodeClient, CodeBanque, CodeGuichet,
               NoCompte, TypeCompte, Montant, Taux, DureeMois,
               Mensualite, CapitalRestant, NbEcheancesPayees,
               NbImpayes, DateProchaineEcheance, Statut,
               coalesce(Categorie, ''), coalesce(FraisDossier, 0),
               coalesce(AssuranceMensuelle, 0), coalesce(Taeg, 0),
               coalesce(DateOffre, ''), coalesce(DateMiseEnDemeure, ''),
               coalesce(DateDecheance, '')
               into :Pret.NoPret, :Pret.CodeClientPret,
               :Pret.CodeBanquePret, :Pret.CodeGuichetPret,
               :Pret.NoComptePret, :Pret.TypeComptePret,
               :Pret.MontantPret, :Pret.TauxPret,
               :Pret.DureeMoisPret, :Pret.MensualitePret,
               :Pret.CapitalRestantPret, :Pret.NbEcheancesPayees,
               :Pret.NbImpayesPret, :Pret.DateProchaineEcheance,
               :Pret.StatutPret, :Pret.CategoriePret,
               :Pret.FraisDossierPret, :Pret.AssuranceMensuellePret,
               :Pret.TaegPret, :Pret.DateOffrePret,
               :Pret.DateMiseEnDemeure, :Pret.DateDecheance
               from Pret
               where NoPret = :NoPretSaisi
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Pret introuvable" to MessagePret
           else
               compute TaegPourcent rounded = TaegPret * 100
               move TaegPourcent to TaegPourcentAffiche
           end-if.

      * --- Edition du tableau (echeancier theorique complet, comme
      * l'attestation de solde edite son document) ---

       ImprimerTableauPret.
           open output F-TableauAmortissement.

      * Apres un remboursement anticipe, le tableau est reedite sur le
      * reste du contrat a partir du capital restant du

           if TableauPretRecalcule = "O"
               move CapitalRestantPret to CapitalTableau
               compute PremiereEcheanceTableau = NbEcheancesPayees + 1
           else
               move MontantPret to CapitalTableau
               move 1 to PremiereEcheanceTableau
           end-if.

           move corresponding DateSysteme to AmortissementEntete1.

           move NomSocieteEntete
           to SocieteEntete of AmortissementEntete1.

           move NoPret of Pret to NoPretEntete.

           write E-TableauAmortissement from AmortissementEntete1.
           write E-TableauAmortissement from AmortissementEntete2.
           write E-TableauAmortissement from " ".
           if TaegPret > 0
               compute TaegPourcent rounded = TaegPret * 100
               move TaegPourcent to TaegEdit
               move FraisDossierPret to FraisDossierEdit
               move AssuranceMensuellePret to AssuranceEdit

               write E-TableauAmortissement from AmortissementTaeg
               write E-TableauAmortissement from " "
           end-if.

           if TableauPretRecalcule = "O"
               move MontantRembAnticipe to MontantRembEdit
               move IndemniteRembAnticipe to IndemniteRembEdit

               write E-TableauAmortissement
               from AmortissementRembAnticipe

               write E-TableauAmortissement from " "
           end-if.

           write E-TableauAmortissement from AmortissementEntete4.
           write E-TableauAmortissement from " ".

           compute TauxMensuelPret rounded = TauxPret / 12.

           perform EcrireLigneTableauPret
               varying NoEcheanceTableau from PremiereEcheanceTableau
               by 1 until NoEcheanceTableau > DureeMoisPret.

           close F-TableauAmortissement.

           move "N" to TableauPretRecalcule.

      * --- Une echeance theorique du tableau ---

       EcrireLigneTableauPret.
           compute InteretsEcheance rounded =
           CapitalTableau * TauxMensuelPret.

           if NoEcheanceTableau = DureeMoisPret
               move CapitalTableau to CapitalEcheance
           else
               compute CapitalEcheance =
               MensualitePret - InteretsEcheance
           end-if.

           subtract CapitalEcheance from CapitalTableau.

           move NoEcheanceTableau to NoEcheanceEdit.
           move InteretsEcheance to InteretsEcheanceEdit.
           move CapitalEcheance to CapitalEcheanceEdit.
           move CapitalTableau to CapitalRestantEdit.

           write E-TableauAmortissement from AmortissementDetail.

      * --- Mise en demeure d'un pret en retard ayant atteint le
      * nombre d'impayes de la decheance ; elle ouvre le delai au
      * terme duquel la decheance peut etre prononcee ---

       MiseEnDemeurePret.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space
                   perform ControlerMiseEnDemeure
               end-if

               if MessagePret = space
                   perform EnregistrerMiseEnDemeure
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerMiseEnDemeure.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           evaluate true
               when StatutPret not = "A"
                   move "Pret non actif" to MessagePret
               when DateMiseEnDemeure not = space
                   move spaces to MessagePret
                   string
                     "Mise en demeure deja envoyee le "
                     delimited by size
                     DateMiseEnDemeure delimited by size
                     into MessagePret
                   end-string
               when NbImpayesPret < NbImpayesDecheance
               or DateProchaineEcheance not < DateComptableTexte
                   move "Impayes insuffisants pour une mise en demeure"
                   to MessagePret
           end-evaluate.

       EnregistrerMiseEnDemeure.
           move DateComptableTexte to DateMiseEnDemeure.

           exec sql
               update Pret
               set DateMiseEnDemeure = :Pret.DateMiseEnDemeure
               where NoPret = :Pret.NoPret
           end-exec.

           if sqlcode not = 0
               move "Mise en demeure pret" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise en demeure" to MessagePret
           else
               move "Pret" to TableAudit
               move NoPret of Pret to CleAudit
               move "impayes" to AncienneValeurAudit
               move "mise en demeure" to NouvelleValeurAudit

               perform EnregistrerAudit

               move spaces to E-LettresContentieux

               string
                 DateComptableTexte delimited by size
                 ";" delimited by size
                 CodeClientPret delimited by space
                 ";PRET " delimited by size
                 NoPret of Pret delimited by size
                 ";MISE EN DEMEURE - " delimited by size
                 NbImpayesPret delimited by size
                 " ECHEANCES IMPAYEES, DELAI " delimited by size
                 DelaiMiseEnDemeure delimited by size
                 " JOURS AVANT DECHEANCE DU TERME" delimited by size
                 into E-LettresContentieux
               end-string

               perform EcrireLettreContentieux

               move "Mise en demeure enregistree, lettre editee"
               to MessagePret
           end-if.

       EcrireLettreContentieux.
           move E-LettresContentieux to CorpsCourrier.
           move CodeClientPret to CodeClientCourrier.
           move "CONTENTIEUX" to TypeCourrier.

           perform PreparerBlocAdresse.

           open extend F-LettresContentieux.

           if StatutFichierLettreCtx not = "00"
               open output F-LettresContentieux
           end-if.

           perform EcrireBlocLettreContentieux
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettresContentieux from " ".
           write E-LettresContentieux from CorpsCourrier.

           close F-LettresContentieux.

       EcrireBlocLettreContentieux.
           write E-LettresContentieux
           from LigneBlocAdresse(IdxBlocAdresse).

      * --- Decheance du terme : une fois le delai de la mise en
      * demeure ecoule, le capital restant, les interets des echeances
      * en retard et les interets de retard (taux du pret majore) sont
      * exigibles ; le pret passe au statut X, ce qui arrete
      * l'echeancier de la chaine de nuit, et la creance passe au
      * compte de contentieux ---

       DecheancePret.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space
                   perform ControlerDecheance
               end-if

               if MessagePret = space
                   perform CalculerExigibleDecheance

                   move CapitalRestantPret to CapitalRestantAffiche

                   display M-Pret-Ctx

                   display " Confirmez-vous la decheance (o/N) : "
                     line 1 col 1
                     with no advancing

                   move "N" to Reponse

                   accept Reponse line 1 col 38

                   display M-EffaceQuestion

                   if Reponse = "o" or Reponse = "O"
                       perform PrononcerDecheance
                   else
                       move "Decheance abandonnee" to MessagePret
                   end-if
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerDecheance.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           if StatutPret not = "A"
               move "Pret non actif" to MessagePret
           end-if.

           if MessagePret = space and DateMiseEnDemeure = space
               move "Pas de mise en demeure prealable" to MessagePret
           end-if.

           if MessagePret = space
               move DateMiseEnDemeure to DateBaseCalcul
               move DelaiMiseEnDemeure to NbJoursAvance

               perform CalculerDateAvanceeJours

               if DateAvanceeJours > DateComptableTexte
                   move spaces to MessagePret
                   string
                     "Delai de mise en demeure en cours jusqu'au "
                     delimited by size
                     DateAvanceeJours delimited by size
                     into MessagePret
                   end-string
               end-if
           end-if.

           if MessagePret = space
           and DateProchaineEcheance not < DateComptableTexte
               move "Pret regularise depuis la mise en demeure"
               to MessagePret
           end-if.

       CalculerExigibleDecheance.
           move DateProchaineEcheance to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilDebut.

           move DateComptableTexte to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

           compute NbJoursRetardPret = JourCivilFin - JourCivilDebut.

           compute NbEcheancesEnRetard = NbJoursRetardPret / 30 + 1.

           compute TauxMensuelPret rounded = TauxPret / 12.

           initialize Contentieux.

           move CapitalRestantPret to CapitalContentieux.

           compute InteretsEchusContentieux rounded =
           CapitalRestantPret * TauxMensuelPret * NbEcheancesEnRetard.

           compute InteretsRetardContentieux rounded =
           CapitalRestantPret * (TauxPret + TauxMajorationRetard)
           * NbJoursRetardPret / 365.

           compute TotalDuContentieux =
           CapitalContentieux + InteretsEchusContentieux
           + InteretsRetardContentieux.

       PrononcerDecheance.
           move 0 to NoContentieux.

           exec sql
               select coalesce(max(NoContentieux), 0) + 1
               into :Contentieux.NoContentieux
               from Contentieux
           end-exec.

           move NoPret of Pret to NoPretContentieux.
           move CodeClientPret to CodeClientContentieux.
           move DateComptableTexte to DateOuvertureContentieux.
           move 0 to RecouvreContentieux.
           move "O" to StatutContentieux.
           move spaces to DateDernierRecouvrement.

           exec sql
               insert into Contentieux
               (NoContentieux, NoPret, CodeClient, DateOuverture,
                Capital, InteretsEchus, InteretsRetard, TotalDu,
                Recouvre, Statut, DateDernierRecouvrement,
                CodeSociete)
               values
               (:Contentieux.NoContentieux,
                :Contentieux.NoPretContentieux,
                :Contentieux.CodeClientContentieux,
                :Contentieux.DateOuvertureContentieux,
                :Contentieux.CapitalContentieux,
                :Contentieux.InteretsEchusContentieux,
                :Contentieux.InteretsRetardContentieux,
                :Contentieux.TotalDuContentieux,
                :Contentieux.RecouvreContentieux,
                :Contentieux.StatutContentieux,
                :Contentieux.DateDernierRecouvrement,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Decheance pret (contentieux)" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'ouverture du contentieux"
               to MessagePret
           else
               move "X" to StatutPret
               move DateComptableTexte to DateDecheance

               exec sql
                   update Pret
                   set Statut = :Pret.StatutPret,
                   DateDecheance = :Pret.DateDecheance
                   where NoPret = :Pret.NoPret
               end-exec

               move "Pret" to TableAudit
               move NoPret of Pret to CleAudit
               move "A" to AncienneValeurAudit
               move "X (decheance du terme)" to NouvelleValeurAudit

               perform EnregistrerAudit

      * Transfert au compte de contentieux : le capital depuis les
      * prets a la clientele, les interets en produits

               string
                 "CTX" delimited by size
                 NoContentieux delimited by size
                 into ReferenceGl
               end-string

               move "416000" to CompteDebitGl
               move "272000" to CompteCreditGl
               move CapitalContentieux to MontantEcritureGl
               move "DECHEANCE CAPITAL" to LibelleGl
               perform InsererEcritureGl

               if InteretsEchusContentieux + InteretsRetardContentieux
               > 0
                   move "416000" to CompteDebitGl
                   move "702000" to CompteCreditGl
                   compute MontantEcritureGl =
                   InteretsEchusContentieux
                   + InteretsRetardContentieux
                   move "DECHEANCE INTERETS" to LibelleGl
                   perform InsererEcritureGl
               end-if

               move TotalDuContentieux to ResteDuAffiche
               move spaces to E-LettresContentieux

               string
                 DateComptableTexte delimited by size
                 ";" delimited by size
                 CodeClientPret delimited by space
                 ";PRET " delimited by size
                 NoPret of Pret delimited by size
                 ";DECHEANCE DU TERME - SOMME EXIGIBLE "
                 delimited by size
                 ResteDuAffiche delimited by size
                 into E-LettresContentieux
               end-string

               perform EcrireLettreContentieux

               move "Decheance prononcee, dossier de contentieux ouvert"
               to MessagePret
           end-if.

      * --- Recouvrement sur un dossier de contentieux : debit du
      * compte lie (nature REC) dans la limite de la provision, le
      * dossier et le pret etant soldes au dernier euro ---

       RecouvrementContentieux.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space
                   perform ChargerContentieux
               end-if

               if MessagePret = space
                   move 0 to MontantRecouvrement

                   display M-Recouvrement

                   accept M-Recouvrement

                   perform ControlerRecouvrement
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ChargerContentieux.
           initialize Contentieux.

           exec sql
               select NoContentieux, TotalDu, Recouvre
               into :Contentieux.NoContentieux,
               :Contentieux.TotalDuContentieux,
               :Contentieux.RecouvreContentieux
               from Contentieux
               where NoPret = :Pret.NoPret
               and Statut = 'O'
           end-exec.

           if sqlcode not = 0
               move "Aucun contentieux ouvert sur ce pret"
               to MessagePret
           else
               compute ResteDuContentieux =
               TotalDuContentieux - RecouvreContentieux

               move ResteDuContentieux to ResteDuAffiche
           end-if.

       ControlerRecouvrement.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessagePret
               when MontantRecouvrement = 0
                   move "Montant invalide" to MessagePret
               when MontantRecouvrement > ResteDuContentieux
                   move "Montant superieur au reste du" to MessagePret
           end-evaluate.

           if MessagePret = space
               move 0 to DecouvertAutoriseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise
                   into :Compte.Debit, :Compte.Credit,
                        :DecouvertAutoriseSource
                   from Compte
                   where CodeBanque = :Pret.CodeBanquePret
                   and CodeGuichet = :Pret.CodeGuichetPret
                   and NoCompte = :Pret.NoComptePret
                   and TypeCompte = :Pret.TypeComptePret
               end-exec

               if sqlcode not = 0
                   move "Compte lie introuvable" to MessagePret
               else
                   if (Credit of Compte + MontantRecouvrement)
                   > (Debit of Compte + DecouvertAutoriseSource)
                       move "Provision insuffisante sur le compte lie"
                       to MessagePret
                   end-if
               end-if
           end-if.

           if MessagePret = space
               move CodeBanquePret to CodeBanque of Mouvement
               move CodeGuichetPret to CodeGuichet of Mouvement

               move NoComptePret
               to RacineCompte of CompteComplet of Mouvement

               move TypeComptePret
               to TypeCompte of CompteComplet of Mouvement

               move MontantRecouvrement to MontantOperationCourante
               move "REC" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MessagePret
               else
                   perform MajContentieuxRecouvrement
               end-if
           end-if.

       MajContentieuxRecouvrement.
           add MontantRecouvrement to RecouvreContentieux.
           move DateComptableTexte to DateDernierRecouvrement.

           if RecouvreContentieux not < TotalDuContentieux
               move "S" to StatutContentieux
           else
               move "O" to StatutContentieux
           end-if.

           exec sql
               update Contentieux
               set Recouvre = :Contentieux.RecouvreContentieux,
               Statut = :Contentieux.StatutContentieux,
               DateDernierRecouvrement =
               :Contentieux.DateDernierRecouvrement
               where NoContentieux = :Contentieux.NoContentieux
           end-exec.

           if sqlcode not = 0
               move "Recouvrement contentieux" to LibelleErreurSql
               move NoContentieux to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           move "Contentieux" to TableAudit.
           move NoContentieux to CleAudit.
           move ResteDuAffiche to AncienneValeurAudit.

           compute ResteDuContentieux =
           TotalDuContentieux - RecouvreContentieux.

           move ResteDuContentieux to ResteDuAffiche.
           move ResteDuAffiche to NouvelleValeurAudit.

           perform EnregistrerAudit.

           if StatutContentieux = "S"
               move 0 to CapitalRestantPret
               move "S" to StatutPret

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateSoldePret
               end-string

               exec sql
                   update Pret
                   set Statut = :Pret.StatutPret,
                   CapitalRestant = :Pret.CapitalRestantPret,
                   DateSolde = :Pret.DateSoldePret
                   where NoPret = :Pret.NoPret
               end-exec

               move "P" to TypeGarantiNant
               move NoPret of Pret to NoEngagementNant

               perform LeverNantissementsEngagement

               move "Recouvrement enregistre, contentieux solde"
               to MessagePret
           else
               move spaces to MessagePret

               string
                 "Recouvrement enregistre, reste du "
                 delimited by size
                 ResteDuAffiche delimited by size
                 into MessagePret
               end-string
           end-if.

      * --- Etude de credit : calcul du taux d'endettement et
      * releve des incidents, recommandation, decision de l'operateur
      * puis enregistrement et impression de la fiche ---

       EtudeCreditPret.
           initialize EtudeCredit.

           display M-EtudeCredit-E.

           accept M-EtudeCredit-E.

           if CodeClientEtude not = space
               perform ControlerEtudeCredit

               if MessagePret = space
                   perform CalculerEtudeCredit

                   display M-EtudeCredit-Fiche

                   accept M-EtudeCredit-Fiche

                   perform EnregistrerEtudeCredit
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerEtudeCredit.
           move spaces to MessagePret.

           move CodeClientEtude to CodeClient of Client.

           exec sql
               select InterditCheques, NiveauRisque
               into :Client.InterditCheques, :Client.NiveauRisque
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Client inexistant" to MessagePret
           end-if.

           if MessagePret = space and MontantEtude = 0
               move "Montant demande invalide" to MessagePret
           end-if.

           if MessagePret = space and DureeEtude = 0
               move "Duree demandee invalide" to MessagePret
           end-if.

      * --- Revenus : credits des six derniers mois complets cumules
      * sur les comptes du client ; charges : mensualites et
      * assurance des prets actifs ; la mensualite envisagee suit la
      * formule d'annuite de la creation de pret ---

       CalculerEtudeCredit.
           move InterditCheques to InterditEtude.
           move NiveauRisque to RisqueEtude.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateEtude
           end-string.

           move CodeOperateurCourant to OperateurEtude.

           move DateEtude(1:6) to MoisFinEtude.

           move 6 to NbMoisRecul.

           perform CalculerDateReculeeMois.

           move DateReculeeMois(1:6) to MoisDebutEtude.

           move 0 to RevenusPeriodeEtude.

           exec sql
               select coalesce(sum(CumulMensuel.TotalCredits), 0)
               into :RevenusPeriodeEtude
               from CumulMensuel
               inner join Compte
               on Compte.CodeBanque = CumulMensuel.CodeBanque
               and Compte.CodeGuichet = CumulMensuel.CodeGuichet
               and Compte.NoCompte = CumulMensuel.NoCompte
               and Compte.TypeCompte = CumulMensuel.TypeCompte
               where Compte.CodeClient = :EtudeCredit.CodeClientEtude
               and CumulMensuel.Mois >= :MoisDebutEtude
               and CumulMensuel.Mois < :MoisFinEtude
           end-exec.

           compute RevenuMensuelEtude rounded =
           RevenusPeriodeEtude / 6.

           move 0 to ChargesPretsEtude.

           exec sql
               select coalesce(sum(Mensualite
               + coalesce(AssuranceMensuelle, 0)), 0)
               into :EtudeCredit.ChargesPretsEtude
               from Pret
               where CodeClient = :EtudeCredit.CodeClientEtude
               and Statut = 'A'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           initialize Pret.
           move MontantEtude to MontantPret.
           move TauxEtude to TauxPret.
           move DureeEtude to DureeMoisPret.

           perform CalculerMensualitePret.

           move MensualitePret to MensualiteEtude.

           if RevenuMensuelEtude = 0
               move 999.99 to TauxEndettementEtude
           else
               compute TauxEndettementEtude rounded =
               (ChargesPretsEtude + MensualiteEtude) * 100
               / RevenuMensuelEtude
                   on size error
                       move 999.99 to TauxEndettementEtude
               end-compute
           end-if.

           move 0 to NbIncidentsEtude.

           exec sql
               select count(*)
               into :EtudeCredit.NbIncidentsEtude
               from IncidentCheque
               where CodeClient = :EtudeCredit.CodeClientEtude
               and Statut = 'D'
           end-exec.

           move 0 to NbFicpEtude.

           exec sql
               select count(*)
               into :EtudeCredit.NbFicpEtude
               from DeclarationFicp d
               inner join Compte
               on Compte.CodeBanque = d.CodeBanque
               and Compte.CodeGuichet = d.CodeGuichet
               and Compte.NoCompte = d.NoCompte
               and Compte.TypeCompte = d.TypeCompte
               where Compte.CodeClient = :EtudeCredit.CodeClientEtude
               and d.DateRadiation = ' '
           end-exec.

           move 0 to RelanceEtude.

           exec sql
               select coalesce(max(NiveauRelance), 0)
               into :EtudeCredit.RelanceEtude
               from Compte
               where CodeClient = :EtudeCredit.CodeClientEtude
           end-exec.

      * Defavorable : FICP, interdit ou endettement excessif ; avec
      * reserves : incidents, relance ou risque eleve

           evaluate true
               when NbFicpEtude > 0
               when InterditEtude = "O"
               when TauxEndettementEtude > TauxEndettementMax
                   move "D" to RecommandationEtude
                   move "Defavorable" to LibelleRecommandation
               when NbIncidentsEtude > 0
               when RelanceEtude > 0
               when RisqueEtude = "E"
                   move "R" to RecommandationEtude
                   move "Favorable avec reserves"
                   to LibelleRecommandation
               when other
                   move "F" to RecommandationEtude
                   move "Favorable" to LibelleRecommandation
           end-evaluate.

           move RevenuMensuelEtude to RevenuEtudeAffiche.
           move ChargesPretsEtude to ChargesEtudeAffiche.
           move MensualiteEtude to MensualiteEtudeAffiche.
           move TauxEndettementEtude to TauxEndettementAffiche.

       EnregistrerEtudeCredit.
           if DecisionEtude = "a"
               move "A" to DecisionEtude
           end-if.

           if DecisionEtude = "r"
               move "R" to DecisionEtude
           end-if.

           if DecisionEtude not = "A" and DecisionEtude not = "R"
               move "E" to DecisionEtude
           end-if.

           move 0 to NoEtude.

           exec sql
               select coalesce(max(NoEtude), 0) + 1
               into :EtudeCredit.NoEtude
               from EtudeCredit
           end-exec.

           move 0 to NoPretEtude.

           exec sql
               insert into EtudeCredit
               (NoEtude, CodeClient, Montant, Duree, Taux,
                RevenuMensuel, ChargesPrets, Mensualite,
                TauxEndettement, NbIncidents, Interdit, NbFicp,
                Relance, Risque, Recommandation, Decision,
                DateEtude, Operateur, NoPret, CodeSociete)
               values
               (:EtudeCredit.NoEtude, :EtudeCredit.CodeClientEtude,
                :EtudeCredit.MontantEtude, :EtudeCredit.DureeEtude,
                :EtudeCredit.TauxEtude,
                :EtudeCredit.RevenuMensuelEtude,
                :EtudeCredit.ChargesPretsEtude,
                :EtudeCredit.MensualiteEtude,
                :EtudeCredit.TauxEndettementEtude,
                :EtudeCredit.NbIncidentsEtude,
                :EtudeCredit.InterditEtude, :EtudeCredit.NbFicpEtude,
                :EtudeCredit.RelanceEtude, :EtudeCredit.RisqueEtude,
                :EtudeCredit.RecommandationEtude,
                :EtudeCredit.DecisionEtude, :EtudeCredit.DateEtude,
                :EtudeCredit.OperateurEtude, :EtudeCredit.NoPretEtude,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Creation etude de credit" to LibelleErreurSql
               move CodeClientEtude to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de l'enregistrement de l'etude"
               to MessagePret
           else
               move "EtudeCredit" to TableAudit
               move NoEtude to CleAudit
               move spaces to AncienneValeurAudit
               move DecisionEtude to NouvelleValeurAudit

               perform EnregistrerAudit

               perform ImprimerFicheEtudeCredit

               move spaces to MessagePret

               string
                 "Etude No " delimited by size
                 NoEtude delimited by size
                 " enregistree, fiche de decision editee"
                 delimited by size
                 into MessagePret
               end-string
           end-if.

      * --- Fiche de decision, conservee au dossier et archivee avec
      * les editions ---

       ImprimerFicheEtudeCredit.
           open output F-FicheEtudeCredit.

           move corresponding DateSysteme to FicheEtudeEntete1.

           move NomSocieteEntete
           to SocieteEntete of FicheEtudeEntete1.

           move NoEtude to NoEtudeEntete.

           write E-FicheEtudeCredit from FicheEtudeEntete1.
           write E-FicheEtudeCredit from AmortissementEntete2.
           write E-FicheEtudeCredit from " ".

           move spaces to FicheEtudeLigne.

           move "Client" to LibelleFicheEtude.
           move CodeClientEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move MontantEtude to MontantPretAffiche.
           move "Montant demande" to LibelleFicheEtude.
           move MontantPretAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Duree (mois)" to LibelleFicheEtude.
           move DureeEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           compute TaegPourcent rounded = TauxEtude * 100.
           move TaegPourcent to TaegPourcentAffiche.
           move "Taux annuel (%)" to LibelleFicheEtude.
           move TaegPourcentAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           write E-FicheEtudeCredit from " ".

           move "Revenu mensuel moyen (6 mois)" to LibelleFicheEtude.
           move RevenuEtudeAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Charges des prets en cours" to LibelleFicheEtude.
           move ChargesEtudeAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Mensualite envisagee" to LibelleFicheEtude.
           move MensualiteEtudeAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Taux d'endettement (%)" to LibelleFicheEtude.
           move TauxEndettementAffiche to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Taux d'endettement maximum (%)" to LibelleFicheEtude.
           move TauxEndettementMax to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           write E-FicheEtudeCredit from " ".

           move "Incidents de cheques en cours" to LibelleFicheEtude.
           move NbIncidentsEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Interdit de cheques" to LibelleFicheEtude.
           move InterditEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Inscriptions FICP" to LibelleFicheEtude.
           move NbFicpEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Niveau de relance" to LibelleFicheEtude.
           move RelanceEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Niveau de risque" to LibelleFicheEtude.
           move RisqueEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           write E-FicheEtudeCredit from " ".

           move "Recommandation" to LibelleFicheEtude.
           move LibelleRecommandation to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           evaluate DecisionEtude
               when "A"
                   move "Accord" to LibelleDecisionEtude
               when "R"
                   move "Refus" to LibelleDecisionEtude
               when other
                   move "En attente" to LibelleDecisionEtude
           end-evaluate.

           move "Decision" to LibelleFicheEtude.
           move LibelleDecisionEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           move "Operateur" to LibelleFicheEtude.
           move OperateurEtude to ValeurFicheEtude.
           write E-FicheEtudeCredit from FicheEtudeLigne.

           close F-FicheEtudeCredit.

           move spaces to NomEdition.

           string
             "FicheEtudeCredit " delimited by size
             NoEtude delimited by size
             into NomEdition
           end-string.

           move "EtudeCredit" to EtapeProductrice.

           move "C:\Users\dugs\Documents\FicheEtudeCredit.txt"
           to CheminEdition.

           move 21 to NbLignesEdition.

           perform EnregistrerEdition.

      * --- Detail d'un pret par numero ---

       ConsultationPret.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space
                   move MensualitePret to MontantPretAffiche

                   display M-Pret-Detail
               else
                   display M-Pret-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Remboursement anticipe partiel ou total d'un pret actif ---

       RemboursementAnticipePret.
           move 0 to NoPretSaisi.

           display M-Pret-C.

           accept M-Pret-C.

           if NoPretSaisi > 0
               perform ChargerPret

               if MessagePret = space and StatutPret not = "A"
                   move "Pret non actif" to MessagePret
               end-if

               if MessagePret = space
                   move CapitalRestantPret to CapitalRestantAffiche
                   move MensualitePret to MontantPretAffiche
                   move 0 to MontantRembAnticipe
                   move "M" to ModeReductionPret

                   display M-Pret-RA

                   accept M-Pret-RA

                   perform ControlerRembAnticipe
               end-if

               display M-Pret-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerRembAnticipe.
           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessagePret
           end-if.

           if ModeReductionPret = "m"
               move "M" to ModeReductionPret
           end-if.

           if ModeReductionPret = "d"
               move "D" to ModeReductionPret
           end-if.

           if MontantRembAnticipe = 0
           or MontantRembAnticipe > CapitalRestantPret
               move CapitalRestantPret to MontantRembAnticipe
           end-if.

           if MessagePret = space
           and MontantRembAnticipe < CapitalRestantPret
           and ModeReductionPret not = "M"
           and ModeReductionPret not = "D"
               move "Mode de reduction invalide (M ou D)"
               to MessagePret
           end-if.

      * Indemnite legale : le plus faible de six mois d'interets au
      * taux du pret et de 3 % du capital rembourse

           if MessagePret = space
               compute IndemniteSixMoisInterets rounded =
               MontantRembAnticipe * TauxPret / 2

               compute IndemniteTroisPourCent rounded =
               MontantRembAnticipe * TauxPlafondIndemnite

               if IndemniteSixMoisInterets < IndemniteTroisPourCent
                   move IndemniteSixMoisInterets
                   to IndemniteRembAnticipe
               else
                   move IndemniteTroisPourCent
                   to IndemniteRembAnticipe
               end-if
           end-if.

      * Provision du compte lie, decouvert autorise compris, pour le
      * capital et l'indemnite

           if MessagePret = space
               move 0 to DecouvertAutoriseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise
                   into :Compte.Debit, :Compte.Credit,
                        :DecouvertAutoriseSource
                   from Compte
                   where CodeBanque = :Pret.CodeBanquePret
                   and CodeGuichet = :Pret.CodeGuichetPret
                   and NoCompte = :Pret.NoComptePret
                   and TypeCompte = :Pret.TypeComptePret
               end-exec

               if sqlcode not = 0
                   move "Compte lie introuvable" to MessagePret
               else
                   if (Credit of Compte + MontantRembAnticipe
                   + IndemniteRembAnticipe)
                   > (Debit of Compte + DecouvertAutoriseSource)
                       move "Provision insuffisante sur le compte lie"
                       to MessagePret
                   end-if
               end-if
           end-if.

           if MessagePret = space
               move IndemniteRembAnticipe to IndemniteAffiche

               display " Indemnite " line 1 col 1
                 with no advancing

               display IndemniteAffiche line 1 col 12
                 with no advancing

               display " - confirmez-vous (o/N) : " line 1 col 24
                 with no advancing

               move "N" to Reponse

               accept Reponse line 1 col 50

               display M-EffaceQuestion

               if Reponse = "o" or Reponse = "O"
                   perform ComptabiliserRembAnticipe
               else
                   move "Remboursement anticipe abandonne"
                   to MessagePret
               end-if
           end-if.

      * --- Prelevement du capital (RAP) puis de l'indemnite (IRA),
      * mise a jour du contrat et reedition du tableau ---

       ComptabiliserRembAnticipe.
           move CodeBanquePret to CodeBanque of Mouvement.
           move CodeGuichetPret to CodeGuichet of Mouvement.

           move NoComptePret
           to RacineCompte of CompteComplet of Mouvement.

           move TypeComptePret
           to TypeCompte of CompteComplet of Mouvement.

           move MontantRembAnticipe to MontantOperationCourante.
           move "RAP" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessagePret
           else
               if IndemniteRembAnticipe > 0
                   move IndemniteRembAnticipe
                   to MontantOperationCourante
                   move "IRA" to NatureMouvement of Mouvement

                   perform PosterDebitCompteCourant

                   if not PosteOk
                       move "Remb. anticipe (indemnite)"
                       to LibelleErreurSql
                       move NoPret of Pret to CleErreurSql
                       perform JournaliserErreurSql
                   end-if
               end-if

               perform MajPretRembAnticipe
           end-if.

       MajPretRembAnticipe.
           move MensualitePret to MensualiteAvantRembPret.
           move DureeMoisPret to DureeAvantRembPret.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateRembPret
           end-string.

           subtract MontantRembAnticipe from CapitalRestantPret.

           if CapitalRestantPret = 0
               move "S" to StatutPret
               move DateRembPret to DateSoldePret
           else
               move spaces to DateSoldePret

               perform RecalculerPretApresRemb
           end-if.

           exec sql
               update Pret
               set CapitalRestant = :Pret.CapitalRestantPret,
               Mensualite = :Pret.MensualitePret,
               DureeMois = :Pret.DureeMoisPret,
               Statut = :Pret.StatutPret,
               DateSolde = :Pret.DateSoldePret
               where NoPret = :Pret.NoPret
           end-exec.

           if sqlcode not = 0
               move "Remb. anticipe (MAJ contrat)" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise a jour du pret" to MessagePret
           else
               move "Pret" to TableAudit
               move NoPret of Pret to CleAudit
               move "pret actif" to AncienneValeurAudit
               move MontantRembAnticipe to MontantPretAffiche
               move spaces to NouvelleValeurAudit

               string
                 "remboursement anticipe " delimited by size
                 MontantPretAffiche delimited by size
                 " mode " delimited by size
                 ModeReductionPret delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               perform EnregistrerRembAnticipePret

               if StatutPret = "S"
                   move "P" to TypeGarantiNant
                   move NoPret of Pret to NoEngagementNant

                   perform LeverNantissementsEngagement
               end-if

               if StatutPret = "S"
                   move "Pret rembourse et solde" to MessagePret
               else
                   move "O" to TableauPretRecalcule

                   perform ImprimerTableauPret

                   move "Remboursement anticipe passe, tableau reedite"
                   to MessagePret
               end-if
           end-if.

      * --- Trace du remboursement dans l'historique du pret ---

       EnregistrerRembAnticipePret.
           move NoPret of Pret to NoPretRemb.
           move MontantRembAnticipe to MontantRembPret.
           move CapitalRestantPret to CapitalApresRembPret.
           move NbEcheancesPayees to EcheancesPayeesRembPret.
           move MensualitePret to MensualiteApresRembPret.
           move DureeMoisPret to DureeApresRembPret.

           exec sql
               insert into RembAnticipePret
               (NoPret, DateRemb, Montant, CapitalApres,
                NbEcheancesPayees, MensualiteAvant, DureeMoisAvant,
                MensualiteApres, DureeMoisApres)
               values
               (:RembAnticipePret.NoPretRemb,
                :RembAnticipePret.DateRembPret,
                :RembAnticipePret.MontantRembPret,
                :RembAnticipePret.CapitalApresRembPret,
                :RembAnticipePret.EcheancesPayeesRembPret,
                :RembAnticipePret.MensualiteAvantRembPret,
                :RembAnticipePret.DureeAvantRembPret,
                :RembAnticipePret.MensualiteApresRembPret,
                :RembAnticipePret.DureeApresRembPret)
           end-exec.

           if sqlcode not = 0
               move "Remb. anticipe (historique)" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Nouvelle mensualite sur la duree restante (M) ou nouvelle
      * duree a mensualite inchangee (D), la derniere echeance
      * soldant le reliquat ---

       RecalculerPretApresRemb.
           compute TauxMensuelPret rounded = TauxPret / 12.

           compute NbEcheancesRestantes =
           DureeMoisPret - NbEcheancesPayees.

           if NbEcheancesRestantes = 0
               move 1 to NbEcheancesRestantes
           end-if.

           if ModeReductionPret = "M"
               if TauxMensuelPret = 0
                   compute MensualitePret rounded =
                   CapitalRestantPret / NbEcheancesRestantes
               else
                   compute MensualitePret rounded =
                   CapitalRestantPret * TauxMensuelPret
                   / (1 - (1 + TauxMensuelPret)
                   ** (0 - NbEcheancesRestantes))
               end-if
           else
               move CapitalRestantPret to CapitalSimulation
               move 0 to NbEcheancesRestantes

               perform SimulerEcheancePret
                   until CapitalSimulation not > 0
                   or NbEcheancesRestantes = 999

               compute DureeMoisPret =
               NbEcheancesPayees + NbEcheancesRestantes
           end-if.

       SimulerEcheancePret.
           add 1 to NbEcheancesRestantes.

           compute CapitalSimulation rounded =
           CapitalSimulation * (1 + TauxMensuelPret)
           - MensualitePret.

      **************************************************************************
      * Prelevement des mensualites de prets (etape de la chaine de
      * nuit) : les contrats actifs dont l'echeance est atteinte sont
      * preleves sur le compte lie (nature PRE) apres le controle de
      * provision du virement ; un echec de provision compte un impaye
      * -- un seul par echeance, la date du dernier impaye faisant foi
      **************************************************************************
       EcheancesPrets.
           perform EcheancesPrets-Init.
           perform EcheancesPrets-Trt until Eot = 1.
           perform EcheancesPrets-Fin.

       EcheancesPrets-Init.
           move 0 to Eot.
           move 0 to NbEcheancesPrets.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-EcheancesPrets cursor for
                   select NoPret, CodeClient, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Taux, DureeMois, Mensualite,
                   CapitalRestant, NbEcheancesPayees, NbImpayes,
                   DateDernierImpaye, DateProchaineEcheance,
                   coalesce(AssuranceMensuelle, 0)
                   from Pret
                   where Statut = 'A'
                   and DateProchaineEcheance <= :DateComptableTexte
                   and CodeSociete = :CodeSocieteCourant
                   order by NoPret
           end-exec.

           exec sql
             open C-EcheancesPrets
           end-exec.

       EcheancesPrets-Trt.
           exec sql
               fetch C-EcheancesPrets
               into :Pret.NoPret, :Pret.CodeClientPret,
               :Pret.CodeBanquePret, :Pret.CodeGuichetPret,
               :Pret.NoComptePret, :Pret.TypeComptePret,
               :Pret.TauxPret, :Pret.DureeMoisPret,
               :Pret.MensualitePret, :Pret.CapitalRestantPret,
               :Pret.NbEcheancesPayees, :Pret.NbImpayesPret,
               :Pret.DateDernierImpaye, :Pret.DateProchaineEcheance,
               :Pret.AssuranceMensuellePret
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform TraitementEcheancePret
           end-if.

       EcheancesPrets-Fin.
           exec sql
             close C-EcheancesPrets
           end-exec.

      * --- Prelevement d'une mensualite ---

       TraitementEcheancePret.
           compute TauxMensuelPret rounded = TauxPret / 12.

           compute InteretsEcheance rounded =
           CapitalRestantPret * TauxMensuelPret.

           if NbEcheancesPayees + 1 = DureeMoisPret
           or MensualitePret - InteretsEcheance
           not < CapitalRestantPret
               move CapitalRestantPret to CapitalEcheance

               compute MontantOperationCourante =
               CapitalEcheance + InteretsEcheance
           else
               compute CapitalEcheance =
               MensualitePret - InteretsEcheance

               move MensualitePret to MontantOperationCourante
           end-if.

      * Provision du compte lie, decouvert autorise compris

           move 0 to DecouvertAutoriseSource.

           exec sql
               select Debit, Credit, DecouvertAutorise
               into :Compte.Debit, :Compte.Credit,
                    :DecouvertAutoriseSource
               from Compte
               where CodeBanque = :Pret.CodeBanquePret
               and CodeGuichet = :Pret.CodeGuichetPret
               and NoCompte = :Pret.NoComptePret
               and TypeCompte = :Pret.TypeComptePret
           end-exec.

           if sqlcode not = 0
               move "Echeance pret (compte lie)" to LibelleErreurSql
               move NoPret of Pret to CleErreurSql
               perform JournaliserErreurSql
           else
               if (Credit of Compte + MontantOperationCourante
               + AssuranceMensuellePret)
               > (Debit of Compte + DecouvertAutoriseSource)
                   perform ComptabiliserImpayePret
               else
                   perform PreleverMensualitePret
               end-if
           end-if.

      * --- Impaye sur provision : un seul par echeance ---

       ComptabiliserImpayePret.
           if DateDernierImpaye not = DateProchaineEcheance
               add 1 to NbImpayesPret

               move DateProchaineEcheance to DateDernierImpaye

               exec sql
                   update Pret
                   set NbImpayes = :Pret.NbImpayesPret,
                   DateDernierImpaye = :Pret.DateDernierImpaye
                   where NoPret = :Pret.NoPret
               end-exec

               move "Pret" to TableAudit
               move NoPret of Pret to CleAudit
               move "echeance presentee" to AncienneValeurAudit
               move "impaye sur provision" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

       PreleverMensualitePret.
           move CodeBanquePret to CodeBanque of Mouvement.
           move CodeGuichetPret to CodeGuichet of Mouvement.

           move NoComptePret
           to RacineCompte of CompteComplet of Mouvement.

           move TypeComptePret
           to TypeCompte of CompteComplet of Mouvement.

           move "PRE" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if PosteOk and AssuranceMensuellePret > 0
               move MontantOperationCourante to MontantEcheanceSauve
               move AssuranceMensuellePret to MontantOperationCourante
               move "ASS" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move "Echeance pret (assurance)" to LibelleErreurSql
                   move NoPret of Pret to CleErreurSql
                   perform JournaliserErreurSql

                   move "O" to StatutPoste
               end-if

               move MontantEcheanceSauve to MontantOperationCourante
           end-if.

           if PosteOk
               add 1 to NbEcheancesPayees

               subtract CapitalEcheance from CapitalRestantPret

               if CapitalRestantPret = 0
                   move "S" to StatutPret
                   move DateProchaineEcheance to DateSoldePret
               else
                   move "A" to StatutPret
                   move spaces to DateSoldePret
               end-if

               move DateProchaineEcheance to DateBaseCalcul
               move 1 to NbMoisAvance

               perform CalculerDateAvanceeMois

               move DateAvanceeCalcul to DateProchaineEcheance

               exec sql
                   update Pret
                   set CapitalRestant = :Pret.CapitalRestantPret,
                   NbEcheancesPayees = :Pret.NbEcheancesPayees,
                   DateProchaineEcheance =
                   :Pret.DateProchaineEcheance,
                   Statut = :Pret.StatutPret,
                   DateSolde = :Pret.DateSoldePret
                   where NoPret = :Pret.NoPret
               end-exec

               if sqlcode not = 0
                   move "Echeance pret (MAJ contrat)"
                   to LibelleErreurSql
                   move NoPret of Pret to CleErreurSql
                   perform JournaliserErreurSql
               else
                   add 1 to NbEcheancesPrets

                   if StatutPret = "S"
                       move "P" to TypeGarantiNant
                       move NoPret of Pret to NoEngagementNant

                       perform LeverNantissementsEngagement
                   end-if
               end-if
           end-if.

      **************************************************************************
      * Cartes bancaires : registre des cartes par compte (creation,
      * opposition, detail) ; le fichier acquereur quotidien est
      * comptabilise par numero de carte par la chaine de nuit
      * (IntegrationCartes, nature CBO), les cartes a debit differe
      * cumulant leur encours poste en une fois a l'arrete de fin de
      * mois (ArreteCartesDifferees, nature CBD)
      **************************************************************************
       GestionCartes.
           perform SaisieCarte-Init.
           perform SaisieCarte-Trt until ChoixCarte = space.
           perform SaisieCarte-Fin.

       SaisieCarte-Init.
           move "" to ChoixCarte.

       SaisieCarte-Trt.
           move space to ChoixCarte.

           display M-Carte.

           accept ChoixCarte line 6 col 53.

           if ChoixCarte = "c" then
               move "C" to ChoixCarte
           end-if.

           if ChoixCarte = "p" then
               move "P" to ChoixCarte
           end-if.

           if ChoixCarte = "t" then
               move "T" to ChoixCarte
           end-if.

           if ChoixCarte = "l" then
               move "L" to ChoixCarte
           end-if.

           if ChoixCarte = "g" then
               move "G" to ChoixCarte
           end-if.

           if ChoixCarte = "o" then
               move "O" to ChoixCarte
           end-if.

           if ChoixCarte = "d" then
               move "D" to ChoixCarte
           end-if.

           evaluate ChoixCarte
               when "C"
                   perform CreationCarte
               when "O"
                   perform OppositionCarte
               when "D"
                   perform ConsultationCarte
               when "P"
                   perform RehausseCarte
               when "T"
                   perform GestionPlafondsCarte
               when "L"
                   perform ListeAlertesCarte
               when "G"
                   perform GestionLitigeCarte
           end-evaluate.

       SaisieCarte-Fin.
           continue.

      * --- Creation d'une carte : le compte doit exister et le
      * titulaire declare doit porter le compte (ligne Compte ou
      * TitulaireCompte) ---

       CreationCarte.
           initialize Carte.

           move "I" to TypeDebitCarte.

           display M-Carte-E.

           accept M-Carte-E.

           if NoCarte of Carte not = space
               perform ControlerCreationCarte

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationCarte.
           move spaces to MessageCarte.

           if TypeDebitCarte not = "I" and TypeDebitCarte not = "D"
               move "Type de debit I (immediat) ou D (differe)"
               to MessageCarte
           end-if.

           if MessageCarte = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque = :Carte.CodeBanqueCarte
                   and CodeGuichet = :Carte.CodeGuichetCarte
                   and NoCompte = :Carte.NoCompteCarte
                   and TypeCompte = :Carte.TypeCompteCarte
                   and StatutCompte <> 'C'
               end-exec

               if sqlcode not = 0
                   move "Compte porteur introuvable ou clos"
                   to MessageCarte
               end-if
           end-if.

           if MessageCarte = space
               and CodeClientCompteExistant not = TitulaireCarte
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from TitulaireCompte
                   where CodeClient = :Carte.TitulaireCarte
                   and CodeBanque = :Carte.CodeBanqueCarte
                   and CodeGuichet = :Carte.CodeGuichetCarte
                   and NoCompte = :Carte.NoCompteCarte
                   and TypeCompte = :Carte.TypeCompteCarte
               end-exec

               if NbOccurrencesRib = 0
                   move "Le titulaire declare ne porte pas ce compte"
                   to MessageCarte
               end-if
           end-if.

           if MessageCarte = space
               move "A" to StatutCarte
               move 0 to EncoursDiffere
               move 0 to RehaussePaiement
               move 0 to RehausseRetrait
               move spaces to DateFinRehausse
               move spaces to NoCarteRemplacee

               perform InsererCarte

               if sqlcode not = 0
                   move "Creation carte" to LibelleErreurSql
                   move NoCarte of Carte to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la creation de la carte"
                   to MessageCarte
               else
                   move "Carte" to TableAudit
                   move NoCarte of Carte to CleAudit
                   move spaces to AncienneValeurAudit
                   move "carte creee" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Carte enregistree" to MessageCarte
               end-if
           end-if.

       InsererCarte.
           exec sql
               insert into Carte
               (NoCarte, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, Titulaire, TypeDebit, DateExpiration,
                Statut, EncoursDiffere, Categorie,
                RehaussePaiement, RehausseRetrait, DateFinRehausse,
                NoCarteRemplacee)
               values
               (:Carte.NoCarte, :Carte.CodeBanqueCarte,
                :Carte.CodeGuichetCarte, :Carte.NoCompteCarte,
                :Carte.TypeCompteCarte, :Carte.TitulaireCarte,
                :Carte.TypeDebitCarte,
                :Carte.DateExpirationCarte, :Carte.StatutCarte,
                :Carte.EncoursDiffere, :Carte.CategorieCarte,
                :Carte.RehaussePaiement, :Carte.RehausseRetrait,
                :Carte.DateFinRehausse, :Carte.NoCarteRemplacee)
           end-exec.

      * --- Opposition sur une carte par numero ---

       OppositionCarte.
           move spaces to NoCarteSaisie.

           display M-Carte-O.

           accept M-Carte-O.

           if NoCarteSaisie not = space
               exec sql
                   update Carte set Statut = 'O'
                   where NoCarte = :NoCarteSaisie
                   and Statut = 'A'
               end-exec

               if sqlcode not = 0
                   move "Carte introuvable ou deja inactive"
                   to MessageCarte
               else
                   move "Carte" to TableAudit
                   move NoCarteSaisie to CleAudit
                   move "A" to AncienneValeurAudit
                   move "O" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Opposition enregistree" to MessageCarte
               end-if

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Detail d'une carte par numero ---

       ConsultationCarte.
           move spaces to NoCarteSaisie.

           display M-Carte-O.

           accept M-Carte-O.

           if NoCarteSaisie not = space
               initialize Carte

               perform ChargerCarte

               if sqlcode not = 0
                   move "Carte introuvable" to MessageCarte

                   display M-Carte-Resultat
               else
                   move EncoursDiffere to MontantPretAffiche

                   perform PreparerJoursPlafondsCarte

                   move "R" to TypeOperationCarte
                   perform CalculerConsommationCarte
                   move Consommation7j to ConsoRetrait7jAffiche
                   move Consommation30j to ConsoRetrait30jAffiche
                   move Plafond7jApplique to PlafondRetrait7jAffiche
                   move Plafond30jApplique to PlafondRetrait30jAffiche

                   move "P" to TypeOperationCarte
                   perform CalculerConsommationCarte
                   move Consommation7j to Consommation7jAffiche
                   move Consommation30j to Consommation30jAffiche
                   move Plafond7jApplique to Plafond7jAffiche
                   move Plafond30jApplique to Plafond30jAffiche

                   display M-Carte-Detail
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ChargerCarte.
           initialize Carte.

           exec sql
               select NoCarte, CodeBanque, CodeGuichet, NoCompte,
               TypeCompte, Titulaire, TypeDebit, DateExpiration,
               Statut, EncoursDiffere, coalesce(Categorie, ' '),
               coalesce(RehaussePaiement, 0),
               coalesce(RehausseRetrait, 0),
               coalesce(DateFinRehausse, ' '),
               coalesce(NoCarteRemplacee, ' ')
               into :Carte.NoCarte, :Carte.CodeBanqueCarte,
               :Carte.CodeGuichetCarte, :Carte.NoCompteCarte,
               :Carte.TypeCompteCarte, :Carte.TitulaireCarte,
               :Carte.TypeDebitCarte, :Carte.DateExpirationCarte,
               :Carte.StatutCarte, :Carte.EncoursDiffere,
               :Carte.CategorieCarte, :Carte.RehaussePaiement,
               :Carte.RehausseRetrait, :Carte.DateFinRehausse,
               :Carte.NoCarteRemplacee
               from Carte
               where NoCarte = :NoCarteSaisie
           end-exec.

      * --- Fenetres glissantes des plafonds : jour civil du jour et
      * premiers jours des periodes de 7 et 30 jours ---

       PreparerJoursPlafondsCarte.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to NumeroJourCartes.

           compute NumeroJourDebut7j = NumeroJourCartes - 6.
           compute NumeroJourDebut30j = NumeroJourCartes - 29.

      * --- Plafonds applicables et consommation de la carte pour le
      * type d'operation (P paiement, R retrait) ---

       CalculerConsommationCarte.
           move CategorieCarte to CategoriePlafond.

           exec sql
               select Paiement7j, Paiement30j, Retrait7j, Retrait30j
               into :PlafondCarte.PlafondPaiement7j,
               :PlafondCarte.PlafondPaiement30j,
               :PlafondCarte.PlafondRetrait7j,
               :PlafondCarte.PlafondRetrait30j
               from PlafondTypeCarte
               where Categorie = :PlafondCarte.CategoriePlafond
           end-exec.

           if sqlcode not = 0
               move PlafondPaiement7jStandard to PlafondPaiement7j
               move PlafondPaiement30jStandard to PlafondPaiement30j
               move PlafondRetrait7jStandard to PlafondRetrait7j
               move PlafondRetrait30jStandard to PlafondRetrait30j
           end-if.

           if TypeOperationCarte = "R"
               move PlafondRetrait7j to Plafond7jApplique
               move PlafondRetrait30j to Plafond30jApplique
           else
               move PlafondPaiement7j to Plafond7jApplique
               move PlafondPaiement30j to Plafond30jApplique
           end-if.

      * Rehaussement temporaire encore en vigueur

           if DateFinRehausse not = space
           and DateFinRehausse not < DateComptableTexte
               if TypeOperationCarte = "R"
                   add RehausseRetrait to Plafond7jApplique
                   add RehausseRetrait to Plafond30jApplique
               else
                   add RehaussePaiement to Plafond7jApplique
                   add RehaussePaiement to Plafond30jApplique
               end-if
           end-if.

           move 0 to Consommation7j.
           move 0 to Consommation30j.

           exec sql
               select
               coalesce(sum(case when NumeroJour >= :NumeroJourDebut7j
               then Montant else 0 end), 0),
               coalesce(sum(Montant), 0)
               into :Consommation7j, :Consommation30j
               from OperationCarte
               where NoCarte = :Carte.NoCarte
               and TypeOperation = :TypeOperationCarte
               and Statut = 'A'
               and NumeroJour >= :NumeroJourDebut30j
           end-exec.

      * --- Litiges cartes : ouverture sur un mouvement ou decision
      * sur un litige ouvert ---

       GestionLitigeCarte.
           move 0 to NoLitigeSaisi.
           move spaces to MessageLitige.

           display M-Litige.

           accept M-Litige.

      * Recredit et nouveau debit postent : rien ne passe journee
      * fermee

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageLitige
           else
               if NoLitigeSaisi = 0
                   perform OuvertureLitigeCarte
               else
                   perform DecisionLitigeCarte
               end-if
           end-if.

           if MessageLitige not = space
               move MessageLitige to MessageCarte

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       OuvertureLitigeCarte.
           initialize LitigeCarte.

           display M-Litige-E.

           accept M-Litige-E.

           if NoMouvementLitige not = 0
               perform ControlerOuvertureLitige

               if MessageLitige = space
                   perform LibellerMotifLitige

                   move MontantLitige to MontantLitigeAffiche

                   move NoCarteLitige to NoCarteMasque
                   move "Ouverture litige" to EcranDemasquage

                   perform AfficherNoCarteEcran

                   display M-Litige-Detail

                   display " Confirmez-vous l'ouverture (o/N) : "
                     line 1 col 1
                     with no advancing

                   move "N" to Reponse

                   accept Reponse line 1 col 38

                   display M-EffaceQuestion

                   if Reponse = "o" or Reponse = "O"
                       perform EnregistrerOuvertureLitige
                   end-if
               end-if
           end-if.

      * --- Le mouvement doit etre un debit carte non annule et pas
      * deja conteste ---

       ControlerOuvertureLitige.
           if CodeMotifLitige not = "10" and CodeMotifLitige not = "12"
           and CodeMotifLitige not = "13" and CodeMotifLitige not = "53"
           and CodeMotifLitige not = "57"
               move "Code motif inconnu" to MessageLitige
           end-if.

           if MessageLitige = space
               exec sql
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, DateMouvement, Sens, Montant, Nature,
                   Annule
                   into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                   :Mouvement.CompteComplet.RacineCompte,
                   :Mouvement.CompteComplet.TypeCompte,
                   :Mouvement.DateMouvement, :Mouvement.SensMouvement,
                   :Mouvement.Montant, :Mouvement.NatureMouvement,
                   :Mouvement.MouvementAnnule
                   from Mouvement
                   where NoMouvement = :LitigeCarte.NoMouvementLitige
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Mouvement introuvable" to MessageLitige
                   when NatureMouvement of Mouvement not = "CBO"
                   and NatureMouvement of Mouvement not = "CBD"
                       move "Le mouvement n'est pas une operation carte"
                       to MessageLitige
                   when SensMouvement of Mouvement not = "C"
                       move "Le mouvement n'est pas un debit du client"
                       to MessageLitige
                   when MouvementAnnule of Mouvement = "O"
                       move "Mouvement deja contre-passe"
                       to MessageLitige
               end-evaluate
           end-if.

           if MessageLitige = space
               move 0 to NbLitigesExistants

               exec sql
                   select count(*)
                   into :NbLitigesExistants
                   from LitigeCarte
                   where NoMouvement = :LitigeCarte.NoMouvementLitige
               end-exec

               if NbLitigesExistants > 0
                   move "Un litige existe deja sur ce mouvement"
                   to MessageLitige
               end-if
           end-if.

      * Carte du compte debite : la carte active de preference a une
      * carte remplacee ou en opposition

           if MessageLitige = space
               move spaces to NoCarteLitige

               exec sql
                   select top 1 NoCarte, Titulaire
                   into :LitigeCarte.NoCarteLitige,
                   :LitigeCarte.CodeClientLitige
                   from Carte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte = :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   order by Statut
               end-exec

               if sqlcode not = 0
                   move "Aucune carte sur le compte debite"
                   to MessageLitige
               end-if
           end-if.

           if MessageLitige = space
               move CodeBanque of Mouvement to CodeBanqueLitige
               move CodeGuichet of Mouvement to CodeGuichetLitige

               move RacineCompte of CompteComplet of Mouvement
               to NoCompteLitige

               move TypeCompte of CompteComplet of Mouvement
               to TypeCompteLitige

               move Montant of Mouvement to MontantLitige
               move DateMouvement of Mouvement to DateMouvementLitige
               move "O" to StatutLitige
           end-if.

       LibellerMotifLitige.
           evaluate CodeMotifLitige
               when "10"
                   move "Fraude" to LibelleMotifLitige
               when "12"
                   move "Debit en double" to LibelleMotifLitige
               when "13"
                   move "Marchandise non recue" to LibelleMotifLitige
               when "53"
                   move "Non conforme" to LibelleMotifLitige
               when "57"
                   move "Montant errone" to LibelleMotifLitige
               when other
                   move spaces to LibelleMotifLitige
           end-evaluate.

      * --- Ouverture : recredit provisoire immediat (le delai
      * reglementaire est le jour ouvre suivant), dossier et demande de
      * retrofacturation a l'acquereur ---

       EnregistrerOuvertureLitige.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move CodeBanqueLitige to CodeBanque of Mouvement.
           move CodeGuichetLitige to CodeGuichet of Mouvement.

           move NoCompteLitige
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteLitige
           to TypeCompte of CompteComplet of Mouvement.

           move MontantLitige to MontantOperationCourante.
           move "LPR" to NatureMouvement of Mouvement.

           perform PosterCreditCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageLitige
           else
               exec sql
                   select coalesce(max(NoLitige), 0) + 1
                   into :LitigeCarte.NoLitige
                   from LitigeCarte
               end-exec

               move DateComptableTexte to DateOuvertureLitige
               move DateComptableTexte to DateRecreditLitige
               move spaces to DateClotureLitige

               exec sql
                   insert into LitigeCarte
                   (NoLitige, NoMouvement, NoCarte, CodeBanque,
                    CodeGuichet, NoCompte, TypeCompte, CodeClient,
                    Montant, CodeMotif, DateOuverture, DateRecredit,
                    Statut, DateCloture)
                   values
                   (:LitigeCarte.NoLitige,
                    :LitigeCarte.NoMouvementLitige,
                    :LitigeCarte.NoCarteLitige,
                    :LitigeCarte.CodeBanqueLitige,
                    :LitigeCarte.CodeGuichetLitige,
                    :LitigeCarte.NoCompteLitige,
                    :LitigeCarte.TypeCompteLitige,
                    :LitigeCarte.CodeClientLitige,
                    :LitigeCarte.MontantLitige,
                    :LitigeCarte.CodeMotifLitige,
                    :LitigeCarte.DateOuvertureLitige,
                    :LitigeCarte.DateRecreditLitige,
                    :LitigeCarte.StatutLitige,
                    :LitigeCarte.DateClotureLitige)
               end-exec

               if sqlcode not = 0
                   move "Ouverture litige carte" to LibelleErreurSql
                   move NoMouvementLitige to CleErreurSql
                   perform JournaliserErreurSql

                   move "Recredit poste, echec de l'ouverture du litige"
                   to MessageLitige
               else
                   move "LitigeCarte" to TableAudit
                   move NoLitige to CleAudit
                   move spaces to AncienneValeurAudit
                   move "O recredit provisoire" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   perform EcrireRetrofacturation

                   move spaces to MessageLitige

                   string
                     "Litige " delimited by size
                     NoLitige delimited by size
                     " ouvert, client recredite, retrofacturation emise"
                     delimited by size
                     into MessageLitige
                   end-string
               end-if
           end-if.

       EcrireBlocLettreLitige.
           write E-LettresLitiges
           from LigneBlocAdresse(IdxBlocAdresse).

       EcrireRetrofacturation.
           move spaces to E-RetrofacturationCartes.

           string
             NoLitige delimited by size
             ";" delimited by size
             NoCarteLitige delimited by size
             ";" delimited by size
             DateMouvementLitige delimited by size
             ";" delimited by size
             NoMouvementLitige delimited by size
             ";" delimited by size
             MontantLitige delimited by size
             ";" delimited by size
             CodeMotifLitige delimited by size
             ";" delimited by size
             DateOuvertureLitige delimited by size
             into E-RetrofacturationCartes
           end-string.

           open extend F-RetrofacturationCartes.

           if StatutFichierRetrofact not = "00"
               open output F-RetrofacturationCartes
           end-if.

           write E-RetrofacturationCartes.

           close F-RetrofacturationCartes.

      * --- Cloture : A acceptee (le recredit devient definitif),
      * R rejetee (nouveau debit et lettre au client) ---

       DecisionLitigeCarte.
           initialize LitigeCarte.

           move NoLitigeSaisi to NoLitige.

           exec sql
               select NoMouvement, NoCarte, CodeBanque, CodeGuichet,
               NoCompte, TypeCompte, CodeClient, Montant, CodeMotif,
               DateOuverture, DateRecredit, Statut,
               coalesce(DateCloture, ' ')
               into :LitigeCarte.NoMouvementLitige,
               :LitigeCarte.NoCarteLitige,
               :LitigeCarte.CodeBanqueLitige,
               :LitigeCarte.CodeGuichetLitige,
               :LitigeCarte.NoCompteLitige,
               :LitigeCarte.TypeCompteLitige,
               :LitigeCarte.CodeClientLitige,
               :LitigeCarte.MontantLitige,
               :LitigeCarte.CodeMotifLitige,
               :LitigeCarte.DateOuvertureLitige,
               :LitigeCarte.DateRecreditLitige,
               :LitigeCarte.StatutLitige,
               :LitigeCarte.DateClotureLitige
               from LitigeCarte
               where NoLitige = :LitigeCarte.NoLitige
           end-exec.

           if sqlcode not = 0
               move "Litige introuvable" to MessageLitige
           else
               perform LibellerMotifLitige

               move MontantLitige to MontantLitigeAffiche

               move NoCarteLitige to NoCarteMasque
               move "Traitement litige" to EcranDemasquage

               perform AfficherNoCarteEcran

               display M-Litige-Detail

               if StatutLitige not = "O"
                   move "Litige deja clos" to MessageLitige
               else
                   display " Decision (A acceptee, R rejetee) : "
                     line 1 col 1
                     with no advancing

                   move space to DecisionLitige

                   accept DecisionLitige line 1 col 38

                   display M-EffaceQuestion

                   if DecisionLitige = "a"
                       move "A" to DecisionLitige
                   end-if

                   if DecisionLitige = "r"
                       move "R" to DecisionLitige
                   end-if

                   evaluate DecisionLitige
                       when "A"
                           perform AccepterLitigeCarte
                       when "R"
                           perform RejeterLitigeCarte
                   end-evaluate
               end-if
           end-if.

       AccepterLitigeCarte.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move "A" to StatutLitige.

           perform CloreLitigeCarte.

           if MessageLitige = space
               move "Litige accepte, recredit definitif"
               to MessageLitige
           end-if.

       RejeterLitigeCarte.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move CodeBanqueLitige to CodeBanque of Mouvement.
           move CodeGuichetLitige to CodeGuichet of Mouvement.

           move NoCompteLitige
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteLitige
           to TypeCompte of CompteComplet of Mouvement.

           move MontantLitige to MontantOperationCourante.
           move "LRD" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageLitige
           else
               move "R" to StatutLitige

               perform CloreLitigeCarte

               move spaces to E-LettresLitiges

               move NoCarteLitige to NoCarteMasque

               perform MasquerNoCarte

               string
                 DateComptableTexte delimited by size
                 ";" delimited by size
                 CodeClientLitige delimited by space
                 ";LITIGE " delimited by size
                 NoLitige delimited by size
                 ";CARTE " delimited by size
                 NoCarteMasque delimited by size
                 ";CONTESTATION REJETEE PAR L'ACQUEREUR, MONTANT "
                 delimited by size
                 MontantLitigeAffiche delimited by size
                 " EUR DEBITE A NOUVEAU" delimited by size
                 into E-LettresLitiges
               end-string

               move E-LettresLitiges to CorpsCourrier
               move CodeClientLitige to CodeClientCourrier
               move "LITIGE" to TypeCourrier

               perform PreparerBlocAdresse

               open extend F-LettresLitiges

               if StatutFichierLettreLitige not = "00"
                   open output F-LettresLitiges
               end-if

               perform EcrireBlocLettreLitige
                   varying IdxBlocAdresse from 1 by 1
                   until IdxBlocAdresse > 6

               write E-LettresLitiges from " "
               write E-LettresLitiges from CorpsCourrier

               close F-LettresLitiges

               if MessageLitige = space
                   move "Litige rejete, client redebite, lettre editee"
                   to MessageLitige
               end-if
           end-if.

       CloreLitigeCarte.
           move DateComptableTexte to DateClotureLitige.

           exec sql
               update LitigeCarte
               set Statut = :LitigeCarte.StatutLitige,
               DateCloture = :LitigeCarte.DateClotureLitige
               where NoLitige = :LitigeCarte.NoLitige
           end-exec.

           if sqlcode not = 0
               move "Cloture litige carte" to LibelleErreurSql
               move NoLitige to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la cloture du litige" to MessageLitige
           else
               move "LitigeCarte" to TableAudit
               move NoLitige to CleAudit
               move "O" to AncienneValeurAudit
               move StatutLitige to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Rehaussement temporaire des plafonds d'une carte ---

       RehausseCarte.
           move spaces to NoCarteSaisie.

           display M-Carte-O.

           accept M-Carte-O.

           if NoCarteSaisie not = space
               move spaces to MessageCarte

               perform ChargerCarte

               if sqlcode not = 0
                   move "Carte introuvable" to MessageCarte
               else
                   if StatutCarte not = "A"
                       move "Carte inactive" to MessageCarte
                   end-if
               end-if

               if MessageCarte = space
                   move 0 to RehaussePaiement
                   move 0 to RehausseRetrait
                   move 0 to NbJoursRehausse

                   display M-Carte-Rehausse

                   accept M-Carte-Rehausse

                   perform EnregistrerRehausseCarte
               end-if

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       EnregistrerRehausseCarte.
           if NbJoursRehausse = 0
               move spaces to DateFinRehausse
               move 0 to RehaussePaiement
               move 0 to RehausseRetrait
           else
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateBaseCalcul
               end-string

               move NbJoursRehausse to NbJoursAvance

               perform CalculerDateAvanceeJours

               move DateAvanceeJours to DateFinRehausse
           end-if.

           exec sql
               update Carte
               set RehaussePaiement = :Carte.RehaussePaiement,
               RehausseRetrait = :Carte.RehausseRetrait,
               DateFinRehausse = :Carte.DateFinRehausse
               where NoCarte = :Carte.NoCarte
           end-exec.

           if sqlcode not = 0
               move "Rehausse carte" to LibelleErreurSql
               move NoCarte of Carte to CleErreurSql
               perform JournaliserErreurSql

               move "Echec du rehaussement" to MessageCarte
           else
               move "Carte" to TableAudit
               move NoCarte of Carte to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "rehausse jusqu'au " delimited by size
                 DateFinRehausse delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if NbJoursRehausse = 0
                   move "Rehaussement supprime" to MessageCarte
               else
                   move spaces to MessageCarte

                   string
                     "Plafonds rehausses jusqu'au " delimited by size
                     DateFinRehausse delimited by size
                     into MessageCarte
                   end-string
               end-if
           end-if.

      * --- Plafonds par categorie de carte (creation ou mise a
      * jour) ---

       GestionPlafondsCarte.
           initialize PlafondCarte.

           display M-Carte.

           display M-PlafondCarte.

           accept M-PlafondCarte.

           if CategoriePlafond not = space
               exec sql
                   select Paiement7j, Paiement30j, Retrait7j,
                   Retrait30j
                   into :PlafondCarte.PlafondPaiement7j,
                   :PlafondCarte.PlafondPaiement30j,
                   :PlafondCarte.PlafondRetrait7j,
                   :PlafondCarte.PlafondRetrait30j
                   from PlafondTypeCarte
                   where Categorie = :PlafondCarte.CategoriePlafond
               end-exec

               if sqlcode not = 0
                   move "N" to Reponse
                   move PlafondPaiement7jStandard to PlafondPaiement7j
                   move PlafondPaiement30jStandard
                   to PlafondPaiement30j
                   move PlafondRetrait7jStandard to PlafondRetrait7j
                   move PlafondRetrait30jStandard to PlafondRetrait30j
               else
                   move "O" to Reponse
               end-if

               display M-PlafondCarte-E

               accept M-PlafondCarte-E

               if Reponse = "O"
                   exec sql
                       update PlafondTypeCarte
                       set Paiement7j = :PlafondCarte.PlafondPaiement7j,
                       Paiement30j =
                       :PlafondCarte.PlafondPaiement30j,
                       Retrait7j = :PlafondCarte.PlafondRetrait7j,
                       Retrait30j = :PlafondCarte.PlafondRetrait30j
                       where Categorie = :PlafondCarte.CategoriePlafond
                   end-exec
               else
                   exec sql
                       insert into PlafondTypeCarte
                       (Categorie, Paiement7j, Paiement30j, Retrait7j,
                        Retrait30j)
                       values
                       (:PlafondCarte.CategoriePlafond,
                        :PlafondCarte.PlafondPaiement7j,
                        :PlafondCarte.PlafondPaiement30j,
                        :PlafondCarte.PlafondRetrait7j,
                        :PlafondCarte.PlafondRetrait30j)
                   end-exec
               end-if

               if sqlcode not = 0
                   move "Plafonds carte" to LibelleErreurSql
                   move CategoriePlafond to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'enregistrement des plafonds"
                   to MessageCarte
               else
                   move "PlafondTypeCarte" to TableAudit
                   move CategoriePlafond to CleAudit
                   move spaces to AncienneValeurAudit
                   move PlafondPaiement30j to Plafond30jAffiche
                   move PlafondRetrait30j to PlafondRetrait30jAffiche

                   string
                     "paiement 30j " delimited by size
                     Plafond30jAffiche delimited by size
                     " retrait 30j " delimited by size
                     PlafondRetrait30jAffiche delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Plafonds de la categorie enregistres"
                   to MessageCarte
               end-if

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Alertes de depassement ouvertes, acquittees par le
      * gestionnaire (numero complet ou tel qu'affiche, masque) : le
      * numero saisi est rapproche des lignes affichees et seule
      * l'alerte de la carte ainsi designee est acquittee ---

       ListeAlertesCarte.
           display M-AlerteCarte-Liste.

           move 0 to EotAlerteCarte.
           move 7 to NoLigneEcran.
           move 0 to NbAlertesAffichees.

           exec sql
               declare C-AlertesCarte cursor for
                   select NoCarte, DateAlerte, NbDepassements
                   from AlerteCarte
                   where Statut = 'N'
                   order by DateAlerte, NoCarte
           end-exec.

           exec sql
             open C-AlertesCarte
           end-exec.

           perform ListeAlertesCarte-Trt
               until EotAlerteCarte = 1 or NoLigneEcran = 20.

           exec sql
             close C-AlertesCarte
           end-exec.

           move spaces to NoCarteSaisie.

           accept NoCarteSaisie line 22 col 22.

           if NoCarteSaisie not = space
               move 0 to NbAlertesDesignees
               move spaces to NoCarteAcquittee

               perform DesignerAlerteCarte
                   varying IdxAlerteAffichee from 1 by 1
                   until IdxAlerteAffichee > NbAlertesAffichees

               evaluate true
                   when NbAlertesDesignees = 0
                       move "Aucune alerte ouverte sur cette carte"
                       to MessageCarte
                   when NbAlertesDesignees > 1
                       move "Plusieurs cartes, saisir le numero complet"
                       to MessageCarte
                   when other
                       perform AcquitterAlerteCarte
               end-evaluate

               display M-Carte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ListeAlertesCarte-Trt.
           exec sql
               fetch C-AlertesCarte
               into :AlerteCarte.NoCarteAlerte,
               :AlerteCarte.DateAlerteCarte,
               :AlerteCarte.NbDepassementsAlerte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAlerteCarte
           else
               add 1 to NoLigneEcran

               move NoCarteAlerte to NoCarteMasque
               move "Alertes de plafond" to EcranDemasquage

               perform AfficherNoCarteEcran

               display LigneAlerteCarte

               add 1 to NbAlertesAffichees
               move NoCarteAlerte
               to NoCarteAffichee(NbAlertesAffichees)
               move NoCarteMasque
               to NoCarteAfficheeEcran(NbAlertesAffichees)
           end-if.

       DesignerAlerteCarte.
           if NoCarteSaisie = NoCarteAffichee(IdxAlerteAffichee)
           or NoCarteSaisie = NoCarteAfficheeEcran(IdxAlerteAffichee)
               add 1 to NbAlertesDesignees
               move NoCarteAffichee(IdxAlerteAffichee)
               to NoCarteAcquittee
           end-if.

       AcquitterAlerteCarte.
           exec sql
               update AlerteCarte set Statut = 'T'
               where NoCarte = :NoCarteAcquittee
               and Statut = 'N'
           end-exec.

           if sqlcode not = 0
               move "Aucune alerte ouverte sur cette carte"
               to MessageCarte
           else
               move "AlerteCarte" to TableAudit
               move NoCarteAcquittee to CleAudit
               move "N" to AncienneValeurAudit
               move "T (acquittee)" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Alerte acquittee" to MessageCarte
           end-if.

      **************************************************************************
      * Integration du fichier acquereur (etape de la chaine de nuit) :
      * chaque ligne (numero de carte;montant en centimes;libelle) est
      * rapprochee du registre par numero de carte -- carte active et
      * non expiree ; debit immediat comptabilise sur le compte
      * porteur (nature CBO), debit differe cumule dans l'encours de
      * la carte, poste a l'arrete de fin de mois
      **************************************************************************
       IntegrationCartes.
           perform IntegrationCartes-Init.
           perform IntegrationCartes-Trt until Eof = 1.
           perform IntegrationCartes-Fin.

       IntegrationCartes-Init.
           move 0 to Eof.
           move 0 to NbCartesLues.
           move 0 to NbCartesIntegrees.
           move 0 to NbCartesRejetees.
           move 0 to NbDepassementsCartes.
           move 0 to NbAlertesCartes.
           move 0 to RapportCartesOuvert.

           move corresponding DateSysteme to CarteRapportEntete1.

           move NomSocieteEntete
           to SocieteEntete of CarteRapportEntete1.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           perform PreparerJoursPlafondsCarte.

      * Fichier optionnel : pas de fichier acquereur = rien a poster

           open input F-FichierCartes.

           if StatutFichierCartes not = "00" then
               move 1 to Eof
           end-if.

       IntegrationCartes-Trt.
           read F-FichierCartes
               at end
                   move 1 to Eof
               not at end
                   perform TraitementLigneCarte
           end-read.

       IntegrationCartes-Fin.
           if StatutFichierCartes = "00" then
               close F-FichierCartes

               perform ImpressionRapportCartes
           end-if.

       TraitementLigneCarte.
           add 1 to NbCartesLues.

           move 0 to NbSeparateursCarte.

           inspect E-FichierCartes
             tallying NbSeparateursCarte for all ";".

      * Le type d'operation (P paiement, R retrait) est un quatrieme
      * champ facultatif, paiement par defaut

           if NbSeparateursCarte not = 2 and NbSeparateursCarte not = 3
               move "Nombre de champs incorrect" to MotifRejetCarte
               perform RejeterLigneCarte
           else
               perform RapprocherCarte
           end-if.

       RapprocherCarte.
           move spaces to MontantCarteTexte.
           move spaces to LibelleCarte.
           move spaces to TypeOperationCarte.

           unstring E-FichierCartes delimited by ";" into
               NoCarteSaisie
               MontantCarteTexte
               LibelleCarte
               TypeOperationCarte
           end-unstring.

           if TypeOperationCarte = "r"
               move "R" to TypeOperationCarte
           end-if.

           if TypeOperationCarte not = "R"
               move "P" to TypeOperationCarte
           end-if.

           if MontantCarteTexte not numeric
               move "Montant non numerique" to MotifRejetCarte
               perform RejeterLigneCarte
           else
               move MontantCarteTexte to MontantCarte

               divide 100 into MontantCarte

               perform ChargerCarte

               evaluate true
                   when sqlcode not = 0
                       move "Carte inconnue du registre"
                       to MotifRejetCarte
                       perform RejeterLigneCarte
                   when StatutCarte = "O"
                       move "Carte frappee d'opposition"
                       to MotifRejetCarte
                       perform RejeterLigneCarte
                   when StatutCarte not = "A"
                       move "Carte inactive" to MotifRejetCarte
                       perform RejeterLigneCarte
                   when DateExpirationCarte < DateComptableTexte
                       move "Carte expiree" to MotifRejetCarte
                       perform RejeterLigneCarte
                   when other
                       perform ControlerPlafondsCarte

                       if DepassementPlafond = "O"
                           perform SignalerDepassementCarte
                       else
                           perform ComptabiliserOperationCarte
                       end-if
               end-evaluate
           end-if.

       ComptabiliserOperationCarte.
           if TypeDebitCarte = "D"
               add MontantCarte to EncoursDiffere

               exec sql
                   update Carte
                   set EncoursDiffere = :Carte.EncoursDiffere
                   where NoCarte = :Carte.NoCarte
               end-exec

               if sqlcode not = 0
                   move "Carte (encours differe)" to LibelleErreurSql
                   move NoCarte of Carte to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec du cumul de l'encours"
                   to MotifRejetCarte
                   perform RejeterLigneCarte
               else
                   add 1 to NbCartesIntegrees

                   move "A" to StatutOperationCarte
                   perform EnregistrerOperationCarte

                   perform CumulerFluxCarte

                   if NoCarteRemplacee not = space
                       perform ActiverCarteRenouvelee
                   end-if
               end-if
           else
               move CodeBanqueCarte to CodeBanque of Mouvement
               move CodeGuichetCarte to CodeGuichet of Mouvement

               move NoCompteCarte
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteCarte
               to TypeCompte of CompteComplet of Mouvement

               move MontantCarte to MontantOperationCourante
               move "CBO" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MotifRejetCarte
                   perform RejeterLigneCarte
               else
                   add 1 to NbCartesIntegrees

                   move "A" to StatutOperationCarte
                   perform EnregistrerOperationCarte

                   perform CumulerFluxCarte

                   if NoCarteRemplacee not = space
                       perform ActiverCarteRenouvelee
                   end-if
               end-if
           end-if.

      * Les operations acceptees (debit immediat ou differe) sont
      * reglees a l'acquereur par la compensation du jour

       CumulerFluxCarte.
           move "CB" to TypeFluxComp.
           move DateComptableTexte to DateFluxComp.
           move MontantCarte to MontantFluxComp.

           perform CumulerFluxCompensation.

      * --- Premiere operation d'une carte renouvelee : l'ancienne
      * carte passe en R (remplacee) ---

       ActiverCarteRenouvelee.
           exec sql
               update Carte set Statut = 'R'
               where NoCarte = :Carte.NoCarteRemplacee
               and Statut = 'A'
           end-exec.

           exec sql
               update Carte set NoCarteRemplacee = ' '
               where NoCarte = :Carte.NoCarte
           end-exec.

           if sqlcode not = 0
               move "Activation carte renouvelee" to LibelleErreurSql
               move NoCarte of Carte to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Carte" to TableAudit
               move NoCarteRemplacee to CleAudit
               move "A" to AncienneValeurAudit

               string
                 "R remplacee par " delimited by size
                 NoCarte of Carte delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move spaces to NoCarteRemplacee
           end-if.

      * --- Controle des plafonds 7 et 30 jours avant de poster ---

       ControlerPlafondsCarte.
           move "N" to DepassementPlafond.

           perform CalculerConsommationCarte.

           if Consommation7j + MontantCarte > Plafond7jApplique
           or Consommation30j + MontantCarte > Plafond30jApplique
               move "O" to DepassementPlafond
           end-if.

      * --- Trace de l'operation (A integree, X depassement) ---

       EnregistrerOperationCarte.
           exec sql
               insert into OperationCarte
               (NoCarte, DateOperation, NumeroJour, TypeOperation,
                Montant, Libelle, Statut)
               values
               (:Carte.NoCarte, :DateComptableTexte,
                :NumeroJourCartes, :TypeOperationCarte,
                :MontantCarte, :LibelleCarte, :StatutOperationCarte)
           end-exec.

           if sqlcode not = 0
               move "Operation carte" to LibelleErreurSql
               move NoCarte of Carte to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Depassement : l'operation n'est pas postee, elle part dans
      * la section des depassements ; les depassements repetes ouvrent
      * une alerte pour le gestionnaire du compte ---

       SignalerDepassementCarte.
           add 1 to NbDepassementsCartes.

           move "X" to StatutOperationCarte.
           perform EnregistrerOperationCarte.

           move 0 to NbDepassements30j.

           exec sql
               select count(*)
               into :NbDepassements30j
               from OperationCarte
               where NoCarte = :Carte.NoCarte
               and Statut = 'X'
               and NumeroJour >= :NumeroJourDebut30j
           end-exec.

           move 0 to NbAlertesOuvertes.

           exec sql
               select count(*)
               into :NbAlertesOuvertes
               from AlerteCarte
               where NoCarte = :Carte.NoCarte
               and Statut = 'N'
           end-exec.

           if NbDepassements30j >= SeuilAlerteDepassements
           and NbAlertesOuvertes = 0
               move NoCarte of Carte to NoCarteAlerte
               move DateComptableTexte to DateAlerteCarte
               move NbDepassements30j to NbDepassementsAlerte
               move "N" to StatutAlerteCarte

               exec sql
                   insert into AlerteCarte
                   (NoCarte, CodeBanque, CodeGuichet, NoCompte,
                    TypeCompte, DateAlerte, NbDepassements, Statut)
                   values
                   (:AlerteCarte.NoCarteAlerte,
                    :Carte.CodeBanqueCarte, :Carte.CodeGuichetCarte,
                    :Carte.NoCompteCarte, :Carte.TypeCompteCarte,
                    :AlerteCarte.DateAlerteCarte,
                    :AlerteCarte.NbDepassementsAlerte,
                    :AlerteCarte.StatutAlerteCarte)
               end-exec

               if sqlcode not = 0
                   move "Alerte carte" to LibelleErreurSql
                   move NoCarte of Carte to CleErreurSql
                   perform JournaliserErreurSql
               else
                   add 1 to NbAlertesCartes
               end-if
           end-if.

       RejeterLigneCarte.
           add 1 to NbCartesRejetees.

           perform OuvrirRapportCartes.

           move NbCartesLues to NoLigneRejetCarte.
           move MotifRejetCarte to MotifRejetCarteEdit.
           move E-FichierCartes to ContenuRejetCarte.

           if ContenuRejetCarte(17:1) = ";"
               move "******" to ContenuRejetCarte(7:6)
           end-if.

           write E-RapportCartes from CarteRapportRejet.

       OuvrirRapportCartes.
           if RapportCartesOuvert = 0 then
               open output F-RapportCartes

               move 1 to RapportCartesOuvert

               write E-RapportCartes from CarteRapportEntete1
               write E-RapportCartes from CarteRapportEntete2
               write E-RapportCartes from " "
           end-if.

       ImpressionRapportCartes.
           perform OuvrirRapportCartes.

           if NbDepassementsCartes > 0
               perform ImprimerDepassementsCartes
           end-if.

           write E-RapportCartes from " ".

           move NbCartesLues to NbCartesLuesEdit.
           write E-RapportCartes from CarteRapportTotal1.

           move NbCartesIntegrees to NbCartesIntegreesEdit.
           write E-RapportCartes from CarteRapportTotal2.

           move NbCartesRejetees to NbCartesRejeteesEdit.
           write E-RapportCartes from CarteRapportTotal3.

           move NbDepassementsCartes to NbDepassementsCartesEdit.
           write E-RapportCartes from CarteRapportTotal4.

           move NbAlertesCartes to NbAlertesCartesEdit.
           write E-RapportCartes from CarteRapportTotal5.

           close F-RapportCartes.

      * --- Section des depassements de plafond du jour, les cartes
      * passees en alerte etant signalees a la suite ---

       ImprimerDepassementsCartes.
           write E-RapportCartes from " ".
           write E-RapportCartes
           from " Depassements de plafond (operations non postees)".
           write E-RapportCartes from " ".

           move 0 to EotAlerteCarte.

           exec sql
               declare C-DepassementsCartes cursor for
                   select NoCarte, TypeOperation, Montant, Libelle
                   from OperationCarte
                   where DateOperation = :DateComptableTexte
                   and Statut = 'X'
                   order by NoCarte
           end-exec.

           exec sql
             open C-DepassementsCartes
           end-exec.

           perform ImprimerUnDepassementCarte until EotAlerteCarte = 1.

           exec sql
             close C-DepassementsCartes
           end-exec.

           if NbAlertesCartes > 0
               write E-RapportCartes from " "
               write E-RapportCartes
               from " Alertes ouvertes pour le gestionnaire"
               write E-RapportCartes from " "

               move 0 to EotAlerteCarte

               exec sql
                   declare C-NouvellesAlertesCarte cursor for
                       select NoCarte, NbDepassements
                       from AlerteCarte
                       where DateAlerte = :DateComptableTexte
                       and Statut = 'N'
                       order by NoCarte
               end-exec

               exec sql
                 open C-NouvellesAlertesCarte
               end-exec

               perform ImprimerUneAlerteCarte until EotAlerteCarte = 1

               exec sql
                 close C-NouvellesAlertesCarte
               end-exec
           end-if.

       ImprimerUnDepassementCarte.
           exec sql
               fetch C-DepassementsCartes
               into :Carte.NoCarte, :TypeOperationCarte,
               :MontantCarte, :LibelleCarte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAlerteCarte
           else
               move spaces to CarteRapportDepassement
               move NoCarte of Carte to NoCarteMasque

               perform MasquerNoCarte

               move NoCarteMasque to NoCarteDepassementEdit
               move TypeOperationCarte to TypeOperationDepassementEdit
               move MontantCarte to MontantDepassementEdit
               move LibelleCarte to LibelleDepassementEdit

               write E-RapportCartes from CarteRapportDepassement
           end-if.

       ImprimerUneAlerteCarte.
           exec sql
               fetch C-NouvellesAlertesCarte
               into :AlerteCarte.NoCarteAlerte,
               :AlerteCarte.NbDepassementsAlerte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAlerteCarte
           else
               move spaces to CarteRapportDepassement
               move NoCarteAlerte to NoCarteMasque

               perform MasquerNoCarte

               move NoCarteMasque to NoCarteDepassementEdit
               move NbDepassementsAlerte to NbDepassementsAlerteEdit

               string
                 NbDepassementsAlerteEdit delimited by size
                 " depassements sur 30 jours" delimited by size
                 into LibelleDepassementEdit
               end-string

               write E-RapportCartes from CarteRapportDepassement
           end-if.

      * --- Arrete mensuel des cartes a debit differe : l'encours
      * cumule de chaque carte est poste en un mouvement (nature CBD)
      * sur le compte porteur puis remis a zero (etape de la chaine
      * de fin de mois) ---

       ArreteCartesDifferees.
           move 0 to Eot.
           move 0 to NbCartesArretees.

           exec sql
               declare C-CartesDifferees cursor for
                   select NoCarte, CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, EncoursDiffere
                   from Carte
                   where TypeDebit = 'D'
                   and EncoursDiffere > 0
                   order by NoCarte
           end-exec.

           exec sql
             open C-CartesDifferees
           end-exec.

           perform ArreteCartesDifferees-Trt until Eot = 1.

           exec sql
             close C-CartesDifferees
           end-exec.

       ArreteCartesDifferees-Trt.
           exec sql
               fetch C-CartesDifferees
               into :Carte.NoCarte, :Carte.CodeBanqueCarte,
               :Carte.CodeGuichetCarte, :Carte.NoCompteCarte,
               :Carte.TypeCompteCarte, :Carte.EncoursDiffere
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move CodeBanqueCarte to CodeBanque of Mouvement
               move CodeGuichetCarte to CodeGuichet of Mouvement

               move NoCompteCarte
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteCarte
               to TypeCompte of CompteComplet of Mouvement

               move EncoursDiffere to MontantOperationCourante
               move "CBD" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if PosteOk
                   exec sql
                       update Carte set EncoursDiffere = 0
                       where NoCarte = :Carte.NoCarte
                   end-exec

                   add 1 to NbCartesArretees
               end-if
           end-if.

      **************************************************************************
      * Renouvellement des cartes arrivant a expiration (etape de la
      * chaine de fin de mois) : une carte de remplacement par carte
      * active expirant d'ici deux mois et pas encore renouvelee, un
      * fichier de fabrication pour le fabricant et l'etat des cartes
      * non renouvelees (client decede ou bloque, compte clos)
      **************************************************************************
       RenouvellementCartes.
           perform RenouvellementCartes-Init.
           perform RenouvellementCartes-Trt until Eot = 1.
           perform RenouvellementCartes-Fin.

       RenouvellementCartes-Init.
           move 0 to Eot.
           move 0 to NbCartesRenouvelees.
           move 0 to NbCartesNonRenouvelees.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateBaseCalcul.
           move 2 to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateLimiteRenouvellement.

           open output F-FabricationCartes.
           open output F-NonRenouvellementCartes.

           move corresponding DateSysteme to NonRenouvellementEntete1.

           move NomSocieteEntete
           to SocieteEntete of NonRenouvellementEntete1.

           write E-NonRenouvellementCartes
           from NonRenouvellementEntete1.
           write E-NonRenouvellementCartes from AmortissementEntete2.
           write E-NonRenouvellementCartes from " ".
           write E-NonRenouvellementCartes
           from NonRenouvellementEntete2.
           write E-NonRenouvellementCartes from " ".

           exec sql
               declare C-CartesARenouveler cursor for
                   select ca.NoCarte, ca.CodeBanque, ca.CodeGuichet,
                   ca.NoCompte, ca.TypeCompte, ca.Titulaire,
                   ca.TypeDebit, ca.DateExpiration,
                   coalesce(ca.Categorie, ' '),
                   coalesce(cl.StatutClient, 'A'),
                   coalesce(cl.Nom, ' '), coalesce(cl.Prenom, ' '),
                   coalesce(co.StatutCompte, 'C')
                   from Carte ca
                   left join Client cl
                   on cl.CodeClient = ca.Titulaire
                   left join Compte co
                   on co.CodeBanque = ca.CodeBanque
                   and co.CodeGuichet = ca.CodeGuichet
                   and co.NoCompte = ca.NoCompte
                   and co.TypeCompte = ca.TypeCompte
                   where ca.Statut = 'A'
                   and ca.DateExpiration >= :DateComptableTexte
                   and ca.DateExpiration <= :DateLimiteRenouvellement
                   and not exists
                   (select 1 from Carte nc
                    where nc.NoCarteRemplacee = ca.NoCarte)
                   order by ca.NoCarte
           end-exec.

           exec sql
             open C-CartesARenouveler
           end-exec.

       RenouvellementCartes-Trt.
           exec sql
               fetch C-CartesARenouveler
               into :Carte.NoCarte, :Carte.CodeBanqueCarte,
               :Carte.CodeGuichetCarte, :Carte.NoCompteCarte,
               :Carte.TypeCompteCarte, :Carte.TitulaireCarte,
               :Carte.TypeDebitCarte, :Carte.DateExpirationCarte,
               :Carte.CategorieCarte, :StatutClientCarte,
               :NomTitulaireCarte, :PrenomTitulaireCarte,
               :StatutCompteCarte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move spaces to MotifNonRenouvellement

               evaluate true
                   when StatutClientCarte = "D"
                       move "Titulaire decede"
                       to MotifNonRenouvellement
                   when StatutClientCarte = "B"
                       move "Titulaire bloque"
                       to MotifNonRenouvellement
                   when StatutCompteCarte = "C"
                       move "Compte porteur clos"
                       to MotifNonRenouvellement
               end-evaluate

               if MotifNonRenouvellement not = space
                   perform SignalerNonRenouvellement
               else
                   perform RenouvelerCarte
               end-if
           end-if.

       RenouvellementCartes-Fin.
           exec sql
             close C-CartesARenouveler
           end-exec.

           move NbCartesRenouvelees to NbCartesRenouveleesEdit.
           move NbCartesNonRenouvelees to NbCartesNonRenouveleesEdit.

           write E-NonRenouvellementCartes from " ".
           write E-NonRenouvellementCartes
           from NonRenouvellementTotal.

           close F-FabricationCartes.
           close F-NonRenouvellementCartes.

           move "NonRenouvellementCartes" to NomEdition.
           move "RenouvellementCartes" to EtapeProductrice.

           move "C:\Users\dugs\Documents\NonRenouvellementCartes.txt"
           to CheminEdition.

           move NbCartesNonRenouvelees to NbLignesEdition.

           perform EnregistrerEdition.

           move "FabricationCartes" to NomEdition.
           move "RenouvellementCartes" to EtapeProductrice.

           move "C:\Users\dugs\Documents\FabricationCartes.txt"
           to CheminEdition.

           move NbCartesRenouvelees to NbLignesEdition.

           perform EnregistrerEdition.

       SignalerNonRenouvellement.
           move spaces to NonRenouvellementDetail.
           move NoCarte of Carte to NoCarteMasque.

           perform MasquerNoCarte.

           move NoCarteMasque to NoCarteNonRenouvEdit.
           move DateExpirationCarte to ExpirationNonRenouvEdit.
           move CodeGuichetCarte to GuichetNonRenouvEdit.
           move NoCompteCarte to CompteNonRenouvEdit.
           move MotifNonRenouvellement to MotifNonRenouvEdit.

           write E-NonRenouvellementCartes
           from NonRenouvellementDetail.

           add 1 to NbCartesNonRenouvelees.

      * --- Carte de remplacement : nouveau numero du meme BIN,
      * nouvelle date d'expiration, memes compte, titulaire, type de
      * debit et categorie ---

       RenouvelerCarte.
           move NoCarte of Carte to AncienneCarteRenouvelee.
           move DateExpirationCarte to AncienneExpirationCarte.

           perform AttribuerNumeroCarte.

           move DateExpirationCarte to DateBaseCalcul.
           move DureeValiditeCarte to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateExpirationCarte.

           move NumeroCarteCalcul to NoCarte of Carte.
           move "A" to StatutCarte.
           move 0 to EncoursDiffere.
           move 0 to RehaussePaiement.
           move 0 to RehausseRetrait.
           move spaces to DateFinRehausse.
           move AncienneCarteRenouvelee to NoCarteRemplacee.

           perform InsererCarte.

           if sqlcode not = 0
               move "Renouvellement carte" to LibelleErreurSql
               move AncienneCarteRenouvelee to CleErreurSql
               perform JournaliserErreurSql

               move AncienneCarteRenouvelee to NoCarte of Carte
               move AncienneExpirationCarte to DateExpirationCarte
               move "Echec de creation de la nouvelle carte"
               to MotifNonRenouvellement

               perform SignalerNonRenouvellement
           else
               move NoCarte of Carte to NoCarteFabrication
               move DateExpirationCarte to ExpirationFabrication
               move CodeBanqueCarte to BanqueFabrication
               move CodeGuichetCarte to GuichetFabrication
               move NoCompteCarte to CompteFabrication
               move TypeDebitCarte to TypeDebitFabrication
               move CategorieCarte to CategorieFabrication
               move AncienneCarteRenouvelee
               to AncienneCarteFabrication
               move spaces to PorteurFabrication

               string
                 PrenomTitulaireCarte delimited by "  "
                 " " delimited by size
                 NomTitulaireCarte delimited by "  "
                 into PorteurFabrication
               end-string

               write E-FabricationCartes from FabricationCarteLigne

               move "Carte" to TableAudit
               move NoCarte of Carte to CleAudit
               move AncienneCarteRenouvelee to AncienneValeurAudit
               move "carte de renouvellement creee"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               add 1 to NbCartesRenouvelees
           end-if.

      * --- Prochain numero libre du BIN de l'ancienne carte, complete
      * de son chiffre de controle Luhn ---

       AttribuerNumeroCarte.
           move AncienneCarteRenouvelee(1:6) to BinCarteCalcul.
           move "000000000" to SequenceCarteTexte.

           exec sql
               select coalesce(max(substring(NoCarte, 7, 9)),
               '000000000')
               into :SequenceCarteTexte
               from Carte
               where substring(NoCarte, 1, 6) = :BinCarteCalcul
           end-exec.

           move SequenceCarteTexte to SequenceCarteCalcul.
           add 1 to SequenceCarteCalcul.

           perform CalculerCleLuhn.

       CalculerCleLuhn.
           move 0 to SommeLuhn.
           move 1 to IdxLuhn.

           perform CumulerChiffreLuhn until IdxLuhn > 15.

           divide SommeLuhn by 10 giving QuotientLuhn
           remainder ResteLuhn.

           if ResteLuhn = 0
               move 0 to CleLuhnCarteCalcul
           else
               subtract ResteLuhn from 10 giving CleLuhnCarteCalcul
           end-if.

      * Les positions impaires (la premiere a gauche de la cle puis une
      * sur deux) sont doublees, 9 retranche au-dela de 9

       CumulerChiffreLuhn.
           divide IdxLuhn by 2 giving QuotientLuhn
           remainder ResteLuhn.

           if ResteLuhn = 1
               multiply ChiffreCarteCalcul(IdxLuhn) by 2
               giving ProduitLuhn

               if ProduitLuhn > 9
                   subtract 9 from ProduitLuhn
               end-if
           else
               move ChiffreCarteCalcul(IdxLuhn) to ProduitLuhn
           end-if.

           add ProduitLuhn to SommeLuhn.
           add 1 to IdxLuhn.

      **************************************************************************
      * Etat mensuel des litiges cartes ouverts par anciennete (etape
      * de la chaine de fin de mois) : detail par litige puis
      * repartition par tranche d'age (moins de 30 jours, 30 a 59, 60
      * a 89, 90 jours et plus)
      **************************************************************************
       EtatLitigesCartes.
           move 0 to Eot.
           move 0 to NbLitigesOuverts.
           move 0 to NbLitigesMoins30.
           move 0 to NbLitiges30a59.
           move 0 to NbLitiges60a89.
           move 0 to NbLitiges90Plus.
           move 0 to TotalLitigesOuverts.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

           open output F-EtatLitigesCartes.

           move corresponding DateSysteme to EtatLitigesEntete1.

           move NomSocieteEntete
           to SocieteEntete of EtatLitigesEntete1.

           write E-EtatLitigesCartes from EtatLitigesEntete1.
           write E-EtatLitigesCartes from AmortissementEntete2.
           write E-EtatLitigesCartes from " ".
           write E-EtatLitigesCartes from EtatLitigesEntete2.
           write E-EtatLitigesCartes from " ".

           exec sql
               declare C-LitigesOuverts cursor for
                   select NoLitige, NoCarte, DateOuverture, CodeMotif,
                   Montant
                   from LitigeCarte
                   where Statut = 'O'
                   order by DateOuverture, NoLitige
           end-exec.

           exec sql
             open C-LitigesOuverts
           end-exec.

           perform EtatLitigesCartes-Trt until Eot = 1.

           exec sql
             close C-LitigesOuverts
           end-exec.

           write E-EtatLitigesCartes from " ".

           move spaces to EtatLitigesTotal.
           move "Moins de 30 jours ........ :" to LibelleTotalLitiges.
           move NbLitigesMoins30 to NbTotalLitigesEdit.
           write E-EtatLitigesCartes from EtatLitigesTotal.

           move spaces to EtatLitigesTotal.
           move "30 a 59 jours ............ :" to LibelleTotalLitiges.
           move NbLitiges30a59 to NbTotalLitigesEdit.
           write E-EtatLitigesCartes from EtatLitigesTotal.

           move spaces to EtatLitigesTotal.
           move "60 a 89 jours ............ :" to LibelleTotalLitiges.
           move NbLitiges60a89 to NbTotalLitigesEdit.
           write E-EtatLitigesCartes from EtatLitigesTotal.

           move spaces to EtatLitigesTotal.
           move "90 jours et plus ......... :" to LibelleTotalLitiges.
           move NbLitiges90Plus to NbTotalLitigesEdit.
           write E-EtatLitigesCartes from EtatLitigesTotal.

           move spaces to EtatLitigesTotal.
           move "Total des litiges ouverts  :" to LibelleTotalLitiges.
           move NbLitigesOuverts to NbTotalLitigesEdit.
           move TotalLitigesOuverts to MontantTotalLitigesEdit.
           write E-EtatLitigesCartes from EtatLitigesTotal.

           close F-EtatLitigesCartes.

           move "LitigesCartes" to NomEdition.
           move "EtatLitigesCartes" to EtapeProductrice.

           move "C:\Users\dugs\Documents\LitigesCartes.txt"
           to CheminEdition.

           move NbLitigesOuverts to NbLignesEdition.

           perform EnregistrerEdition.

       EtatLitigesCartes-Trt.
           exec sql
               fetch C-LitigesOuverts
               into :LitigeCarte.NoLitige, :LitigeCarte.NoCarteLitige,
               :LitigeCarte.DateOuvertureLitige,
               :LitigeCarte.CodeMotifLitige,
               :LitigeCarte.MontantLitige
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move DateOuvertureLitige to DateCivileTravail
               perform CalculerNumeroJourCivil
               compute AgeLitige = JourCivilFin - NumeroJourCivil

               evaluate true
                   when AgeLitige < 30
                       add 1 to NbLitigesMoins30
                   when AgeLitige < 60
                       add 1 to NbLitiges30a59
                   when AgeLitige < 90
                       add 1 to NbLitiges60a89
                   when other
                       add 1 to NbLitiges90Plus
               end-evaluate

               add 1 to NbLitigesOuverts
               add MontantLitige to TotalLitigesOuverts

               move spaces to EtatLitigesDetail
               move NoLitige to NoLitigeEdit
               move NoCarteLitige to NoCarteMasque

               perform MasquerNoCarte

               move NoCarteMasque to NoCarteLitigeEdit
               move DateOuvertureLitige to DateOuvertureLitigeEdit
               move AgeLitige to AgeLitigeEdit
               move CodeMotifLitige to CodeMotifLitigeEdit
               move MontantLitige to MontantLitigeEdit

               write E-EtatLitigesCartes from EtatLitigesDetail
           end-if.

      **************************************************************************
      * Retours de statut des remises SEPA (etape de la chaine de
      * nuit) : le fichier retourne par la banque partenaire re-credite
      * le compte debite a l'emission, avec un mouvement VRR lie au
      * debit d'origine comme la contre-passation lie les siens, et un
      * rapport liste les lignes rejetees avec leur code motif
      **************************************************************************
       RetourRemiseSepa.
           perform RetourRemiseSepa-Init.
           perform RetourRemiseSepa-Trt until Eof = 1.
           perform RetourRemiseSepa-Fin.

       RetourRemiseSepa-Init.
           move 0 to Eof.
           move 0 to NbRetoursSepaLus.
           move 0 to NbRetoursSepaIntegres.
           move 0 to NbRetoursSepaRejetes.
           move 0 to RapportRetourSepaOuvert.

           move corresponding DateSysteme to RetourSepaEntete1.

           move NomSocieteEntete
           to SocieteEntete of RetourSepaEntete1.

           open input F-RetourSepa.

           if StatutFichierRetourSepa not = "00" then
               move 1 to Eof
           end-if.

       RetourRemiseSepa-Trt.
           read F-RetourSepa
               at end
                   move 1 to Eof
               not at end
                   perform TraitementLigneRetourSepa
           end-read.

       RetourRemiseSepa-Fin.
           if StatutFichierRetourSepa = "00" then
               close F-RetourSepa

               perform ImpressionRapportRetourSepa
           end-if.

       TraitementLigneRetourSepa.
           add 1 to NbRetoursSepaLus.

           move 0 to NbSeparateursRetour.

           inspect E-RetourSepa
             tallying NbSeparateursRetour for all ";".

           if NbSeparateursRetour not = 3 then
               move spaces to CodeMotifRetour
               move "Nombre de champs incorrect" to MotifRejetRetour
               perform RejeterLigneRetourSepa
           else
               perform RapprocherRetourSepa
           end-if.

       RapprocherRetourSepa.
           move spaces to MontantRetourTexte.

           unstring E-RetourSepa delimited by ";" into
               DateRemiseRetour
               IbanRetourSepa
               MontantRetourTexte
               CodeMotifRetour
           end-unstring.

           if MontantRetourTexte not numeric
               move "Montant non numerique" to MotifRejetRetour
               perform RejeterLigneRetourSepa
           else
               move MontantRetourTexte to MontantRetourSepa

               divide 100 into MontantRetourSepa

      * Le compte debite a l'emission est retrouve par son Iban

               exec sql
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
                   into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                   :Mouvement.CompteComplet.RacineCompte,
                   :Mouvement.CompteComplet.TypeCompte
                   from Compte
                   where Iban = :IbanRetourSepa
               end-exec

               if sqlcode not = 0
                   move "Iban inconnu de nos livres"
                   to MotifRejetRetour
                   perform RejeterLigneRetourSepa
               else
                   perform RecrediterRetourSepa
               end-if
           end-if.

      * --- Re-credit du compte source : le dernier debit VIR de meme
      * montant a la date de la remise sert de mouvement d'origine ---

       RecrediterRetourSepa.
           move 0 to NoMouvementOrigine.

           exec sql
               select coalesce(max(NoMouvement), 0)
               into :NoMouvementOrigine
               from Mouvement
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
               and DateMouvement = :DateRemiseRetour
               and Sens = 'C'
               and Nature = 'VIR'
               and Montant = :MontantRetourSepa
           end-exec.

           if NoMouvementOrigine = 0
               move "Debit d'origine introuvable" to MotifRejetRetour
               perform RejeterLigneRetourSepa
           else
               exec sql
                   select Debit, Credit
                   into :Compte.Debit, :Compte.Credit
                   from Compte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               move Debit of Compte to DebitAvantMaj
               add MontantRetourSepa to Debit of Compte

               exec sql
                   update Compte set Debit = :Compte.Debit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Retour SEPA (re-credit)" to LibelleErreurSql
                   move NoMouvementOrigine to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to MotifRejetRetour
                   perform RejeterLigneRetourSepa
               else
                   move "Compte" to TableAudit
                   perform ClePosteCourant
                   move DebitAvantMaj to AncienneValeurAudit
                   move Debit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateMouvement of Mouvement
                   end-string

                   exec sql
                       insert into Mouvement
                       (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                        DateMouvement, Sens, Montant, Operateur,
                        Nature, RefMouvementOrigine, DateValeur)
                       values
                       (:Mouvement.CodeBanque,
                        :Mouvement.CodeGuichet,
                        :Mouvement.CompteComplet.RacineCompte,
                        :Mouvement.CompteComplet.TypeCompte,
                        :Mouvement.DateMouvement, 'D',
                        :MontantRetourSepa, :CodeOperateurCourant,
                        'VRR', :NoMouvementOrigine,
                        :Mouvement.DateMouvement)
                   end-exec

                   if sqlcode not = 0
                       move "Retour SEPA (mouvement)"
                       to LibelleErreurSql
                       move NoMouvementOrigine to CleErreurSql
                       perform JournaliserErreurSql

                       move "Echec de l'enregistrement du mouvement"
                       to MotifRejetRetour
                       perform RejeterLigneRetourSepa
                   else
                       add 1 to NbRetoursSepaIntegres

                       move NbRetoursSepaLus to NoLigneRetourEdit
                       move CodeMotifRetour to CodeMotifRetourEdit
                       move "Compte re-credite" to MotifRejetRetourEdit
                       move E-RetourSepa to ContenuRetourEdit

                       perform OuvrirRapportRetourSepa

                       write E-RapportRetourSepa from RetourSepaLigne
                   end-if
               end-if
           end-if.

       RejeterLigneRetourSepa.
           add 1 to NbRetoursSepaRejetes.

           perform OuvrirRapportRetourSepa.

           move NbRetoursSepaLus to NoLigneRetourEdit.
           move CodeMotifRetour to CodeMotifRetourEdit.
           move MotifRejetRetour to MotifRejetRetourEdit.
           move E-RetourSepa to ContenuRetourEdit.

           write E-RapportRetourSepa from RetourSepaLigne.

       OuvrirRapportRetourSepa.
           if RapportRetourSepaOuvert = 0 then
               open output F-RapportRetourSepa

               move 1 to RapportRetourSepaOuvert

               write E-RapportRetourSepa from RetourSepaEntete1
               write E-RapportRetourSepa from RetourSepaEntete2
               write E-RapportRetourSepa from " "
           end-if.

       ImpressionRapportRetourSepa.
           perform OuvrirRapportRetourSepa.

           write E-RapportRetourSepa from " ".

           move NbRetoursSepaLus to NbRetoursLusEdit.
           write E-RapportRetourSepa from RetourSepaTotal1.

           move NbRetoursSepaIntegres to NbRetoursIntegresEdit.
           write E-RapportRetourSepa from RetourSepaTotal2.

           move NbRetoursSepaRejetes to NbRetoursRejetesEdit.
           write E-RapportRetourSepa from RetourSepaTotal3.

           close F-RapportRetourSepa.

      **************************************************************************
      * Remboursement de prelevement : contestation saisie contre le
      * mouvement PRL d'origine, controle des delais reglementaires
      * (8 semaines quand un mandat existe pour le compte, 13 mois
      * sans mandat), re-credit automatique (nature PRR liee a
      * l'origine) et ligne de retour vers le creancier, groupee par
      * sa reference en tete d'enregistrement
      **************************************************************************
       RemboursementPrelevement.
           move 0 to NoMouvementConteste.

           display M-RembPrl.

           accept M-RembPrl.

           if NoMouvementConteste > 0
               perform ControlerContestationPrl

               display M-RembPrl-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerContestationPrl.
           move spaces to MessageRembPrl.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageRembPrl
           end-if.

           if MessageRembPrl = space
               perform ControlerContestationPrl-Trt
           end-if.

       ControlerContestationPrl-Trt.
           initialize Mouvement.

           exec sql
               select CodeBanque, CodeGuichet, NoCompte, TypeCompte,
               DateMouvement, Montant, Nature, Annule
               into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.DateMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement,
               :Mouvement.MouvementAnnule
               from Mouvement
               where NoMouvement = :NoMouvementConteste
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Mouvement introuvable" to MessageRembPrl
               when NatureMouvement of Mouvement not = "PRL"
                   move "Ce mouvement n'est pas un prelevement"
                   to MessageRembPrl
               when MouvementAnnule of Mouvement = "O"
                   move "Mouvement deja rembourse ou contre-passe"
                   to MessageRembPrl
           end-evaluate.

      * Delai reglementaire : 8 semaines si un mandat existe pour ce
      * compte (prelevement autorise), 13 mois sinon

           if MessageRembPrl = space
               move 0 to MandatTrouveRemb
               move spaces to ReferenceCreancierRemb

               exec sql
                   select count(*)
                   into :MandatTrouveRemb
                   from Mandat
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if MandatTrouveRemb > 0
                   exec sql
                       select max(ReferenceCreancier)
                       into :ReferenceCreancierRemb
                       from Mandat
                       where CodeBanque = :Mouvement.CodeBanque
                       and CodeGuichet = :Mouvement.CodeGuichet
                       and NoCompte =
                       :Mouvement.CompteComplet.RacineCompte
                       and TypeCompte =
                       :Mouvement.CompteComplet.TypeCompte
                   end-exec

                   move DateMouvement of Mouvement to DateBaseCalcul
                   move 56 to NbJoursAvance

                   perform CalculerDateAvanceeJours

                   move DateAvanceeJours to DateLimiteContestation
               else
                   move "SANS MANDAT" to ReferenceCreancierRemb

                   move DateMouvement of Mouvement to DateBaseCalcul
                   move 13 to NbMoisAvance

                   perform CalculerDateAvanceeMois

                   move DateAvanceeCalcul to DateLimiteContestation
               end-if

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateComptableTexte
               end-string

               if DateComptableTexte > DateLimiteContestation
                   move "Delai de contestation depasse"
                   to MessageRembPrl
               end-if
           end-if.

           if MessageRembPrl = space
               perform RecrediterContestationPrl
           end-if.

      * --- Re-credit du compte, mouvement PRR lie, marquage de
      * l'origine et ligne du fichier retour vers le creancier ---

       RecrediterContestationPrl.
           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Compte du prelevement introuvable"
               to MessageRembPrl
           else
               move Debit of Compte to DebitAvantMaj
               add Montant of Mouvement to Debit of Compte

               exec sql
                   update Compte set Debit = :Compte.Debit
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Remboursement prelevement (re-credit)"
                   to LibelleErreurSql
                   move NoMouvementConteste to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la mise a jour du compte"
                   to MessageRembPrl
               else
                   move "Compte" to TableAudit
                   perform ClePosteCourant
                   move DebitAvantMaj to AncienneValeurAudit
                   move Debit of Compte to NouvelleValeurAudit

                   perform EnregistrerAudit

                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateMouvement of Mouvement
                   end-string

                   exec sql
                       insert into Mouvement
                       (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                        DateMouvement, Sens, Montant, Operateur,
                        Nature, RefMouvementOrigine, DateValeur)
                       values
                       (:Mouvement.CodeBanque,
                        :Mouvement.CodeGuichet,
                        :Mouvement.CompteComplet.RacineCompte,
                        :Mouvement.CompteComplet.TypeCompte,
                        :Mouvement.DateMouvement, 'D',
                        :Mouvement.Montant, :CodeOperateurCourant,
                        'PRR', :NoMouvementConteste,
                        :Mouvement.DateMouvement)
                   end-exec

                   if sqlcode not = 0
                       move "Remboursement prelevement (mouvement)"
                       to LibelleErreurSql
                       move NoMouvementConteste to CleErreurSql
                       perform JournaliserErreurSql

                       move "Echec de l'enregistrement du mouvement"
                       to MessageRembPrl
                   else
                       exec sql
                           update Mouvement set Annule = 'O'
                           where NoMouvement = :NoMouvementConteste
                       end-exec

                       perform EcrireRetourPrelevement

                       move "Compte re-credite, retour au creancier"
                       to MessageRembPrl
                   end-if
               end-if
           end-if.

      * --- Ligne du fichier retour, la reference creancier en tete
      * pour le regroupement par creancier ---

       EcrireRetourPrelevement.

      * En base ecole, rien ne part vers la banque du creancier

           if not EcoleActive
               perform EcrireRetourPrelevement-Trt
           end-if.

       EcrireRetourPrelevement-Trt.
           open extend F-RetourPrelevement.

           if StatutFichierRetourPrelev not = "00"
               open output F-RetourPrelevement
           end-if.

           move Montant of Mouvement to MontantRembAffiche.

           string
             ReferenceCreancierRemb delimited by space
             ";" delimited by size
             CodeBanque of Mouvement delimited by size
             ";" delimited by size
             CodeGuichet of Mouvement delimited by size
             ";" delimited by size
             RacineCompte of CompteComplet of Mouvement
             delimited by size
             ";" delimited by size
             TypeCompte of CompteComplet of Mouvement
             delimited by size
             ";" delimited by size
             MontantRembAffiche delimited by size
             ";" delimited by size
             DateMouvement of Mouvement delimited by size
             into E-RetourPrelevement
           end-string.

           write E-RetourPrelevement.

           close F-RetourPrelevement.

      * --- Avance d'une date de NbJoursAvance jours civils (le
      * calcul d'avance de la date comptable est reutilise, puis la
      * date comptable est restauree) ---

       CalculerDateAvanceeJours.
           move JourSemaineComptable to JourSemaineSauve.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableSauvee
           end-string.

           move DateBaseCalcul(1:4) to AnneeComptable.
           move DateBaseCalcul(5:2) to MoisComptable.
           move DateBaseCalcul(7:2) to JourComptable.

           perform AvancerDateComptable
               varying CompteurJoursAvance from 1 by 1
               until CompteurJoursAvance > NbJoursAvance.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateAvanceeJours
           end-string.

           move DateComptableSauvee(1:4) to AnneeComptable.
           move DateComptableSauvee(5:2) to MoisComptable.
           move DateComptableSauvee(7:2) to JourComptable.

           move JourSemaineSauve to JourSemaineComptable.

      * --- Avance d'une date de NbJoursAvance jours ouvres (fins de
      * semaine et jours feries du calendrier sautes), sur la meme
      * mecanique que la date comptable, restauree ensuite ---

       CalculerDateAvanceeOuvres.
           move JourSemaineComptable to JourSemaineSauve.
           move DateComptableTexte to DateComptableTexteSauvee.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableSauvee
           end-string.

           move DateBaseCalcul to DateCivileTravail.

           perform CalculerJourSemaine.

           move JourSemaineCalcule to JourSemaineComptable.

           move DateBaseCalcul(1:4) to AnneeComptable.
           move DateBaseCalcul(5:2) to MoisComptable.
           move DateBaseCalcul(7:2) to JourComptable.

           perform AvancerJourOuvre
               varying CompteurJoursAvance from 1 by 1
               until CompteurJoursAvance > NbJoursAvance.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateAvanceeJours
           end-string.

           move DateComptableSauvee(1:4) to AnneeComptable.
           move DateComptableSauvee(5:2) to MoisComptable.
           move DateComptableSauvee(7:2) to JourComptable.

           move JourSemaineSauve to JourSemaineComptable.
           move DateComptableTexteSauvee to DateComptableTexte.

       AvancerJourOuvre.
           perform AvancerDateComptable.
           perform VerifierJourOuvre.
           perform RolerJourOuvre until JourOuvre.

      * --- Jour de semaine (1 = lundi ... 7 = dimanche) de la date
      * DateCivileTravail, par la congruence de Zeller (janvier et
      * fevrier comptes comme mois 13 et 14 de l'annee precedente) ---

       CalculerJourSemaine.
           move DateCivileTravail(1:4) to AnneeZeller.
           move DateCivileTravail(5:2) to MoisZeller.
           move DateCivileTravail(7:2) to JourZeller.

           if MoisZeller < 3
               add 12 to MoisZeller
               subtract 1 from AnneeZeller
           end-if.

           divide AnneeZeller by 100 giving SiecleZeller
           remainder AnneeSiecleZeller.

           compute TermeZeller = 13 * (MoisZeller + 1).
           divide TermeZeller by 5 giving TermeZeller.

           divide AnneeSiecleZeller by 4 giving QuotientZeller.
           add QuotientZeller to TermeZeller.

           divide SiecleZeller by 4 giving QuotientZeller.
           add QuotientZeller to TermeZeller.

      * Le rang de Zeller (0 = samedi) est decale de 5 pour partir du
      * lundi

           compute TermeZeller = TermeZeller + JourZeller
           + AnneeSiecleZeller + 5 * SiecleZeller + 5.

           divide TermeZeller by 7 giving QuotientZeller
           remainder ResteZeller.

           compute JourSemaineCalcule = ResteZeller + 1.

      **************************************************************************
      * Recapitulatif annuel des frais (etape de la chaine de fin de
      * mois, tournee en janvier sur l'annee ecoulee) : totaux par
      * client et par nature de frais, deposes dans l'outbox quand le
      * client a un Email (meme mecanique que le releve electronique)
      * et sur l'etat papier sinon
      **************************************************************************
       RecapitulatifFrais.
           move 0 to EofRecapFrais.
           move 0 to NbRecapFraisProduits.
           move 0 to RecapFraisOuvert.
           move 0 to NbNaturesFrais.
           move 0 to TotalFraisClient.
           move spaces to CodeClientFraisPrec.

           compute AnneeCalculSauvee = Annee of DateSysteme - 1.

           move AnneeCalculSauvee to AnneeFraisRecap.
           move AnneeFraisRecap to AnneeFraisEntete.

           move NomSocieteEntete
           to SocieteEntete of RecapFraisEntete1.

           exec sql
               declare C-RecapFrais cursor for
                   select Compte.CodeClient, Client.Nom, Client.Email,
                   Mouvement.Nature, sum(Mouvement.Montant)
                   from Mouvement
                   join Compte
                   on Compte.CodeBanque = Mouvement.CodeBanque
                   and Compte.CodeGuichet = Mouvement.CodeGuichet
                   and Compte.NoCompte = Mouvement.NoCompte
                   and Compte.TypeCompte = Mouvement.TypeCompte
                   join Client
                   on Client.CodeClient = Compte.CodeClient
                   where left(Mouvement.DateMouvement, 4) =
                   :AnneeFraisRecap
                   and Mouvement.Sens = 'C'
                   and Mouvement.Nature
                   in ('FRA', 'AGI', 'FRC', 'FRR', 'FRV', 'CIN',
                   'COT', 'AGE', 'COE', 'FRE', 'CAU', 'LCF')
                   and Compte.CodeSociete = :CodeSocieteCourant
                   group by Compte.CodeClient, Client.Nom,
                   Client.Email, Mouvement.Nature
                   order by Compte.CodeClient, Mouvement.Nature
           end-exec.

           exec sql
             open C-RecapFrais
           end-exec.

           perform RecapitulatifFrais-Trt until EofRecapFrais = 1.

           exec sql
             close C-RecapFrais
           end-exec.

           if CodeClientFraisPrec not = space
               perform EmettreRecapFraisClient
           end-if.

           if RecapFraisOuvert = 1
               close F-RecapFrais
           end-if.

           string
             "Recapitulatifs de frais produits " delimited by size
             NbRecapFraisProduits delimited by size
             into DetailActivite
           end-string.

       RecapitulatifFrais-Trt.
           exec sql
               fetch C-RecapFrais
               into :Client.CodeClient, :Client.Nom, :EmailFraisRecap,
               :NatureFraisRecap, :MontantNatureFrais
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofRecapFrais
           else
               if CodeClient of CLIENT not = CodeClientFraisPrec
                   if CodeClientFraisPrec not = space
                       perform EmettreRecapFraisClient
                   end-if

                   move CodeClient of CLIENT to CodeClientFraisPrec
                   move Nom of CLIENT to NomFraisPrec
                   move EmailFraisRecap to EmailFraisPrec
                   move 0 to NbNaturesFrais
                   move 0 to TotalFraisClient
               end-if

               add 1 to NbNaturesFrais

               move NatureFraisRecap
               to NatureFraisTable(NbNaturesFrais)

               move MontantNatureFrais
               to MontantFraisTable(NbNaturesFrais)

               add MontantNatureFrais to TotalFraisClient
           end-if.

      * --- Emission du recapitulatif d'un client : outbox (fichier
      * individuel indexe) quand il a un Email, etat papier sinon ---

       EmettreRecapFraisClient.
           if EmailFraisPrec not = space and not EcoleActive
               string
                 "Frais-" delimited by size
                 CodeClientFraisPrec delimited by space
                 ".txt" delimited by size
                 into NomFichierOutbox
               end-string

               string
                 CheminOutbox delimited by space
                 "\" delimited by size
                 NomFichierOutbox delimited by space
                 into CheminReleveOutbox
               end-string

               open output F-ReleveOutbox

               write E-ReleveOutbox from RecapFraisEntete1
               write E-ReleveOutbox from RecapFraisEntete2
               write E-ReleveOutbox from " "

               move CodeClientFraisPrec to CodeClientFraisEdit
               move NomFraisPrec to NomClientFraisEdit

               write E-ReleveOutbox from RecapFraisClientLigne

               perform EcrireNatureFraisOutbox
                   varying IdxNatureFrais from 1 by 1
                   until IdxNatureFrais > NbNaturesFrais

               move TotalFraisClient to TotalFraisEdit

               write E-ReleveOutbox from RecapFraisTotalLigne

               close F-ReleveOutbox

      * Le depot est indexe pour l'envoi et entre au registre des
      * editions, comme les releves

               open extend F-IndexOutbox

               string
                 CodeClientFraisPrec delimited by space
                 ";" delimited by size
                 EmailFraisPrec delimited by space
                 ";" delimited by size
                 NomFichierOutbox delimited by space
                 into E-IndexOutbox
               end-string

               write E-IndexOutbox

               close F-IndexOutbox

               move NomFichierOutbox to NomEdition
               move "RecapitulatifFrais" to EtapeProductrice
               move CheminReleveOutbox to CheminEdition
               move NbNaturesFrais to NbLignesEdition

               perform EnregistrerEdition
           else
               if RecapFraisOuvert = 0
                   open output F-RecapFrais

                   move 1 to RecapFraisOuvert

                   write E-RecapFrais from RecapFraisEntete1
                   write E-RecapFrais from RecapFraisEntete2
               end-if

               write E-RecapFrais from " "

               move CodeClientFraisPrec to CodeClientFraisEdit
               move NomFraisPrec to NomClientFraisEdit

               write E-RecapFrais from RecapFraisClientLigne

               perform EcrireNatureFraisPapier
                   varying IdxNatureFrais from 1 by 1
                   until IdxNatureFrais > NbNaturesFrais

               move TotalFraisClient to TotalFraisEdit

               write E-RecapFrais from RecapFraisTotalLigne
           end-if.

           add 1 to NbRecapFraisProduits.

      * --- Une ligne de nature de frais, vers l'outbox ou le papier ---

       EcrireNatureFraisOutbox.
           move NatureFraisTable(IdxNatureFrais) to NatureFraisEdit.
           move MontantFraisTable(IdxNatureFrais) to MontantFraisEdit.

           write E-ReleveOutbox from RecapFraisDetail.

       EcrireNatureFraisPapier.
           move NatureFraisTable(IdxNatureFrais) to NatureFraisEdit.
           move MontantFraisTable(IdxNatureFrais) to MontantFraisEdit.

           write E-RecapFrais from RecapFraisDetail.

      **************************************************************************
      * Dossiers de succession : ouverture d'un dossier pour un client
      * decede (reference et contact du notaire), liste des comptes
      * bloques et de leurs co-titulaires, reglements autorises (frais
      * de notaire, facture d'obseques plafonnee) passes au travers du
      * blocage avec l'approbation d'un second operateur, et transfert
      * final du solde qui clot les comptes et le dossier
      **************************************************************************
       GestionSuccessions.
           perform SaisieSuccession-Init.
           perform SaisieSuccession-Trt until ChoixSuccession = space.
           perform SaisieSuccession-Fin.

       SaisieSuccession-Init.
           move "" to ChoixSuccession.

       SaisieSuccession-Trt.
           move space to ChoixSuccession.

           display M-Succession.

           accept ChoixSuccession line 5 col 61.

           if ChoixSuccession = "o" then
               move "O" to ChoixSuccession
           end-if.

           if ChoixSuccession = "c" then
               move "C" to ChoixSuccession
           end-if.

           if ChoixSuccession = "r" then
               move "R" to ChoixSuccession
           end-if.

           if ChoixSuccession = "t" then
               move "T" to ChoixSuccession
           end-if.

           evaluate ChoixSuccession
               when "O"
                   perform OuvertureDossierSuccession
               when "C"
                   perform AfficherComptesSuccession
               when "R"
                   perform ReglementSuccession
               when "T"
                   perform TransfertFinalSuccession
           end-evaluate.

       SaisieSuccession-Fin.
           continue.

      * --- Ouverture : le client doit etre decede (statut D) ---

       OuvertureDossierSuccession.
           initialize DossierSuccession.

           display M-Succession-E.

           accept M-Succession-E.

           if CodeClientDefunt not = space
               perform ControlerOuvertureSuccession

               display M-Succession-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerOuvertureSuccession.
           move spaces to MessageSuccession.

           move "A" to StatutClientControle.

           exec sql
               select StatutClient
               into :StatutClientControle
               from Client
               where CodeClient =
               :DossierSuccession.CodeClientDefunt
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Client introuvable" to MessageSuccession
               when StatutClientControle not = "D"
                   move "Le client n'est pas decede (statut D requis)"
                   to MessageSuccession
           end-evaluate.

           if MessageSuccession = space
               move 0 to NoDossierSucc

               exec sql
                   select coalesce(max(NoDossier), 0) + 1
                   into :DossierSuccession.NoDossierSucc
                   from DossierSuccession
               end-exec

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateOuvertureDossier
               end-string

               move spaces to DateClotureDossier
               move "O" to StatutDossier

               exec sql
                   insert into DossierSuccession
                   (NoDossier, CodeClient, ReferenceNotaire,
                    ContactNotaire, DateOuverture, DateCloture,
                    Statut)
                   values
                   (:DossierSuccession.NoDossierSucc,
                    :DossierSuccession.CodeClientDefunt,
                    :DossierSuccession.ReferenceNotaire,
                    :DossierSuccession.ContactNotaire,
                    :DossierSuccession.DateOuvertureDossier,
                    :DossierSuccession.DateClotureDossier,
                    :DossierSuccession.StatutDossier)
               end-exec

               if sqlcode not = 0
                   move "Ouverture dossier succession"
                   to LibelleErreurSql
                   move NoDossierSucc to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'ouverture du dossier"
                   to MessageSuccession
               else
                   move "DossierSuccession" to TableAudit
                   move NoDossierSucc to CleAudit
                   move spaces to AncienneValeurAudit
                   move "dossier ouvert" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Dossier de succession ouvert"
                   to MessageSuccession
               end-if
           end-if.

      * --- Comptes bloques du defunt et leurs co-titulaires ---

       AfficherComptesSuccession.
           move 0 to NoDossierSaisi.

           display M-Succession-N.

           accept M-Succession-N.

           if NoDossierSaisi > 0
               perform ChargerDossierSuccession

               if MessageSuccession = space
                   display " Comptes du defunt et co-titulaires "
                     line 9 col 2

                   move 11 to NoLigneSuccession
                   move 0 to Eot

                   exec sql
                       declare C-ComptesSucc cursor for
                           select CodeBanque, CodeGuichet, NoCompte,
                           TypeCompte, Debit, Credit
                           from Compte
                           where CodeClient =
                           :DossierSuccession.CodeClientDefunt
                           and StatutCompte <> 'C'
                           order by CodeBanque, CodeGuichet, NoCompte
                   end-exec

                   exec sql
                     open C-ComptesSucc
                   end-exec

                   perform AfficherUnCompteSuccession until Eot = 1

                   exec sql
                     close C-ComptesSucc
                   end-exec
               else
                   display M-Succession-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ChargerDossierSuccession.
           move spaces to MessageSuccession.

           initialize DossierSuccession.

           exec sql
               select NoDossier, CodeClient, ReferenceNotaire,
               ContactNotaire, Statut
               into :DossierSuccession.NoDossierSucc,
               :DossierSuccession.CodeClientDefunt,
               :DossierSuccession.ReferenceNotaire,
               :DossierSuccession.ContactNotaire,
               :DossierSuccession.StatutDossier
               from DossierSuccession
               where NoDossier = :NoDossierSaisi
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Dossier introuvable" to MessageSuccession
               when StatutDossier not = "O"
                   move "Dossier deja clos" to MessageSuccession
           end-evaluate.

       AfficherUnCompteSuccession.
           exec sql
               fetch C-ComptesSucc
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               compute SoldeCompteDefunt =
               Debit of Compte - Credit of Compte

               display CodeBanque of Compte
                 line NoLigneSuccession col 2
               display CodeGuichet of Compte
                 line NoLigneSuccession col 8
               display RacineCompte of CompteComplet of Compte
                 line NoLigneSuccession col 14
               display TypeCompte of CompteComplet of Compte
                 line NoLigneSuccession col 24
               display SoldeCompteDefunt
                 line NoLigneSuccession col 28

               add 1 to NoLigneSuccession

               perform AfficherTitulairesSuccession
           end-if.

       AfficherTitulairesSuccession.
           move 0 to Eof.

           exec sql
               declare C-TitulairesSucc cursor for
                   select CodeClient, Role
                   from TitulaireCompte
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
                   and CodeClient <>
                   :DossierSuccession.CodeClientDefunt
                   order by CodeClient
           end-exec.

           exec sql
             open C-TitulairesSucc
           end-exec.

           perform AfficherUnTitulaireSuccession until Eof = 1.

           exec sql
             close C-TitulairesSucc
           end-exec.

       AfficherUnTitulaireSuccession.
           exec sql
               fetch C-TitulairesSucc
               into :TitulaireCompte.CodeClientTitulaire,
               :TitulaireCompte.RoleTitulaire
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eof
           else
               display "  co-titulaire "
                 line NoLigneSuccession col 4
               display CodeClientTitulaire
                 line NoLigneSuccession col 19
               display RoleTitulaire
                 line NoLigneSuccession col 57

               add 1 to NoLigneSuccession
           end-if.

      * --- Reglement autorise au travers du blocage : frais de
      * notaire (N, libre) ou facture d'obseques (F, plafonnee), avec
      * l'approbation d'un second operateur ---

       ReglementSuccession.
           move 0 to NoDossierSaisi.

           display M-Succession-N.

           accept M-Succession-N.

           if NoDossierSaisi > 0
               perform ChargerDossierSuccession

               if MessageSuccession = space
                   move spaces to TypeReglementSucc
                   move 0 to MontantReglementSucc
                   move spaces to OperateurApprobant

                   display M-Succession-R

                   accept M-Succession-R

                   perform ControlerReglementSuccession
               end-if

               display M-Succession-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerReglementSuccession.

      * Un reglement poste : rien ne passe journee fermee

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageSuccession
           end-if.

           if TypeReglementSucc = "n"
               move "N" to TypeReglementSucc
           end-if.

           if TypeReglementSucc = "f"
               move "F" to TypeReglementSucc
           end-if.

           evaluate true
               when TypeReglementSucc not = "N"
               and TypeReglementSucc not = "F"
                   move "Reglement N (notaire) ou F (obseques)"
                   to MessageSuccession
               when MontantReglementSucc = 0
                   move "Montant du reglement invalide"
                   to MessageSuccession
               when TypeReglementSucc = "F"
               and MontantReglementSucc > PlafondObseques
                   move "Facture d'obseques au-dela du plafond legal"
                   to MessageSuccession
           end-evaluate.

           if MessageSuccession = space
               perform ControlerApprobateurSuccession
           end-if.

           if MessageSuccession = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte =
                   :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Mouvement.CompteComplet.TypeCompte
                   and StatutCompte <> 'C'
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Compte du defunt introuvable ou clos"
                       to MessageSuccession
                   when CodeClientCompteExistant
                   not = CodeClientDefunt
                       move "Le compte n'appartient pas au defunt"
                       to MessageSuccession
               end-evaluate
           end-if.

           if MessageSuccession = space
               move MontantReglementSucc to MontantOperationCourante
               move "SUC" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MessageSuccession
               else
                   move "DossierSuccession" to TableAudit
                   move NoDossierSucc to CleAudit
                   move TypeReglementSucc to AncienneValeurAudit

                   string
                     "reglement approuve par " delimited by size
                     OperateurApprobant delimited by space
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Reglement de succession comptabilise"
                   to MessageSuccession
               end-if
           end-if.

      * --- L'approbation exige un second operateur connu ---

       ControlerApprobateurSuccession.
           if OperateurApprobant = space
           or OperateurApprobant = CodeOperateurCourant
               move "Approbation d'un second operateur requise"
               to MessageSuccession
           else
               move 0 to NbOperateursApprobants

               exec sql
                   select count(*)
                   into :NbOperateursApprobants
                   from Operateur
                   where CodeOperateur = :OperateurApprobant
               end-exec

               if NbOperateursApprobants = 0
                   move "Operateur approbant inconnu"
                   to MessageSuccession
               end-if
           end-if.

      * --- Transfert final : chaque compte ouvert du defunt est vide
      * vers le compte designe (nature SUC, deux pattes), clos, puis
      * le dossier est solde ---

       TransfertFinalSuccession.
           move 0 to NoDossierSaisi.

           display M-Succession-N.

           accept M-Succession-N.

           if NoDossierSaisi > 0
               perform ChargerDossierSuccession

               if MessageSuccession = space
                   perform ControlerJourneeOuverte

                   if not JourneeOuverte
                       move "Journee comptable fermee, saisie refusee"
                       to MessageSuccession
                   end-if
               end-if

               if MessageSuccession = space
                   initialize CompteDestSuccession
                   move spaces to OperateurApprobant

                   display M-Succession-T

                   accept M-Succession-T

                   perform ControlerApprobateurSuccession

                   if MessageSuccession = space
                       perform ControlerDestinationSuccession
                   end-if

                   if MessageSuccession = space
                       perform ViderComptesSuccession
                   end-if
               end-if

               display M-Succession-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerDestinationSuccession.
           move 0 to NbOccurrencesRib.

           exec sql
               select count(*)
               into :NbOccurrencesRib
               from Compte
               where CodeBanque =
               :CompteDestSuccession.CodeBanqueDestSucc
               and CodeGuichet =
               :CompteDestSuccession.CodeGuichetDestSucc
               and NoCompte = :CompteDestSuccession.NoCompteDestSucc
               and TypeCompte =
               :CompteDestSuccession.TypeCompteDestSucc
               and StatutCompte <> 'C'
           end-exec.

           if NbOccurrencesRib = 0
               move "Compte destinataire introuvable ou clos"
               to MessageSuccession
           end-if.

       ViderComptesSuccession.
           move 0 to Eot.
           move 0 to NbComptesSoldes.

           exec sql
               declare C-TransfertSucc cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit
                   from Compte
                   where CodeClient =
                   :DossierSuccession.CodeClientDefunt
                   and StatutCompte <> 'C'
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-TransfertSucc
           end-exec.

           perform TransfererUnCompteSuccession until Eot = 1.

           exec sql
             close C-TransfertSucc
           end-exec.

           perform ClotureDossierSuccession.

       TransfererUnCompteSuccession.
           exec sql
               fetch C-TransfertSucc
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               compute SoldeCompteDefunt =
               Debit of Compte - Credit of Compte

      * Un compte debiteur ne se clot pas en abandonnant la dette :
      * le dossier reste ouvert jusqu'a regularisation

               if SoldeCompteDefunt < 0
                   move
                   "Compte debiteur dans la succession, a regulariser"
                   to MessageSuccession
               end-if

               if SoldeCompteDefunt > 0
                   move CodeBanque of Compte
                   to CodeBanque of Mouvement

                   move CodeGuichet of Compte
                   to CodeGuichet of Mouvement

                   move RacineCompte of CompteComplet of Compte
                   to RacineCompte of CompteComplet of Mouvement

                   move TypeCompte of CompteComplet of Compte
                   to TypeCompte of CompteComplet of Mouvement

                   move SoldeCompteDefunt
                   to MontantOperationCourante

                   move "SUC" to NatureMouvement of Mouvement

                   perform PosterDebitCompteCourant

                   if not PosteOk
                       move LibellePosteErreur to MessageSuccession
                   else
                       move CodeBanqueDestSucc
                       to CodeBanque of Mouvement

                       move CodeGuichetDestSucc
                       to CodeGuichet of Mouvement

                       move NoCompteDestSucc
                       to RacineCompte of CompteComplet of Mouvement

                       move TypeCompteDestSucc
                       to TypeCompte of CompteComplet of Mouvement

                       perform PosterCreditCompteCourant

                       if not PosteOk
                           move LibellePosteErreur
                           to MessageSuccession
                       end-if
                   end-if
               end-if

               if MessageSuccession = space
                   perform CloreCompteSuccession
               end-if
           end-if.

       CloreCompteSuccession.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               update Compte
               set StatutCompte = 'C',
               DateCloture = :DateComptableTexte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Succession (cloture compte)" to LibelleErreurSql

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql

               move "Echec de la cloture d'un compte"
               to MessageSuccession
           else
               move "Compte" to TableAudit

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleAudit
               end-string

               move "ouvert" to AncienneValeurAudit
               move "clos (succession)" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "CLO" to TypeSignaletique

               perform JournaliserSignaletiqueCompte

               add 1 to NbComptesSoldes
           end-if.

       ClotureDossierSuccession.
           if MessageSuccession = space
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateClotureDossier
               end-string

               exec sql
                   update DossierSuccession
                   set Statut = 'C',
                   DateCloture =
                   :DossierSuccession.DateClotureDossier
                   where NoDossier =
                   :DossierSuccession.NoDossierSucc
               end-exec

               move "DossierSuccession" to TableAudit
               move NoDossierSucc to CleAudit
               move "O" to AncienneValeurAudit
               move "C (transfert final)" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Succession soldee, comptes clos"
               to MessageSuccession
           end-if.

      **************************************************************************
      * Saisies et ATD : enregistrement d'une saisie-attribution
      * (reference, creancier, montant), retenue automatique opposee a
      * toutes les pattes de debit, execution (fonds verses au
      * creancier, nature ATD) ou mainlevee, avec la lettre-reponse a
      * l'huissier dans les deux cas
      **************************************************************************
       GestionSaisies.
           perform SaisieAtd-Init.
           perform SaisieAtd-Trt until ChoixSaisie = space.
           perform SaisieAtd-Fin.

       SaisieAtd-Init.
           move "" to ChoixSaisie.

       SaisieAtd-Trt.
           move space to ChoixSaisie.

           display M-Saisie.

           accept ChoixSaisie line 5 col 48.

           if ChoixSaisie = "c" then
               move "C" to ChoixSaisie
           end-if.

           if ChoixSaisie = "e" then
               move "E" to ChoixSaisie
           end-if.

           if ChoixSaisie = "l" then
               move "L" to ChoixSaisie
           end-if.

           evaluate ChoixSaisie
               when "C"
                   perform CreationSaisie
               when "E"
                   perform ExecutionSaisie
               when "L"
                   perform MainleveeSaisie
           end-evaluate.

       SaisieAtd-Fin.
           continue.

      * --- Enregistrement d'une saisie signifiee par l'huissier ---

       CreationSaisie.
           initialize Saisie.

           display M-Saisie-E.

           accept M-Saisie-E.

           if CodeClientSaisie not = space
               perform ControlerCreationSaisie

               display M-Saisie-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationSaisie.
           move spaces to MessageSaisie.

           if MontantSaisie = 0
               move "Montant saisi invalide" to MessageSaisie
           end-if.

           if MessageSaisie = space and ReferenceSaisie = space
               move "Reference de la saisie obligatoire"
               to MessageSaisie
           end-if.

           if MessageSaisie = space
               move space to CodeClientCompteExistant

               exec sql
                   select CodeClient
                   into :CodeClientCompteExistant
                   from Compte
                   where CodeBanque = :Saisie.CodeBanqueAtd
                   and CodeGuichet = :Saisie.CodeGuichetAtd
                   and NoCompte = :Saisie.NoCompteAtd
                   and TypeCompte = :Saisie.TypeCompteAtd
                   and StatutCompte <> 'C'
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Compte saisi introuvable ou clos"
                       to MessageSaisie
                   when CodeClientCompteExistant
                   not = CodeClientSaisie
                       move "Le compte n'appartient pas a ce client"
                       to MessageSaisie
               end-evaluate
           end-if.

           if MessageSaisie = space
               move 0 to NoSaisie

               exec sql
                   select coalesce(max(NoSaisie), 0) + 1
                   into :Saisie.NoSaisie
                   from Saisie
               end-exec

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateSaisie
               end-string

               move "A" to StatutSaisie

               exec sql
                   insert into Saisie
                   (NoSaisie, CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte, ReferenceSaisie, Creancier,
                    Montant, DateSaisie, Statut)
                   values
                   (:Saisie.NoSaisie, :Saisie.CodeClientSaisie,
                    :Saisie.CodeBanqueAtd, :Saisie.CodeGuichetAtd,
                    :Saisie.NoCompteAtd, :Saisie.TypeCompteAtd,
                    :Saisie.ReferenceSaisie, :Saisie.CreancierSaisie,
                    :Saisie.MontantSaisie, :Saisie.DateSaisie,
                    :Saisie.StatutSaisie)
               end-exec

               if sqlcode not = 0
                   move "Creation saisie" to LibelleErreurSql
                   move NoSaisie of Saisie to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'enregistrement de la saisie"
                   to MessageSaisie
               else
                   move "Saisie" to TableAudit
                   move NoSaisie of Saisie to CleAudit
                   move spaces to AncienneValeurAudit
                   move "saisie enregistree, fonds retenus"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Saisie enregistree, retenue active"
                   to MessageSaisie
               end-if
           end-if.

       ChargerSaisie.
           move spaces to MessageSaisie.

           initialize Saisie.

           exec sql
               select NoSaisie, CodeClient, CodeBanque, CodeGuichet,
               NoCompte, TypeCompte, ReferenceSaisie, Creancier,
               Montant, DateSaisie, Statut
               into :Saisie.NoSaisie, :Saisie.CodeClientSaisie,
               :Saisie.CodeBanqueAtd, :Saisie.CodeGuichetAtd,
               :Saisie.NoCompteAtd, :Saisie.TypeCompteAtd,
               :Saisie.ReferenceSaisie, :Saisie.CreancierSaisie,
               :Saisie.MontantSaisie, :Saisie.DateSaisie,
               :Saisie.StatutSaisie
               from Saisie
               where NoSaisie = :NoSaisieChoisie
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Saisie introuvable" to MessageSaisie
               when StatutSaisie not = "A"
                   move "Saisie deja denouee" to MessageSaisie
           end-evaluate.

      * --- Execution : les fonds retenus (dans la limite du solde
      * moins la part insaisissable) sont verses, nature ATD, et la
      * saisie passe E ---

       ExecutionSaisie.
           move 0 to NoSaisieChoisie.

           display M-Saisie-N.

           accept M-Saisie-N.

           if NoSaisieChoisie > 0
               perform ChargerSaisie

               if MessageSaisie = space
                   perform ExecuterSaisie
               end-if

               display M-Saisie-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ExecuterSaisie.

      * L'execution verse des fonds : rien ne passe journee fermee

           perform ControlerJourneeOuverte.

           if JourneeOuverte
               perform ExecuterSaisie-Trt
           else
               move "Journee comptable fermee, saisie refusee"
               to MessageSaisie
           end-if.

       ExecuterSaisie-Trt.
           move CodeBanqueAtd to CodeBanqueRetenue.
           move CodeGuichetAtd to CodeGuichetRetenue.
           move NoCompteAtd to NoCompteRetenue.
           move TypeCompteAtd to TypeCompteRetenue.

           exec sql
               select Debit - Credit
               into :SoldeRetenueCompte
               from Compte
               where CodeBanque = :Saisie.CodeBanqueAtd
               and CodeGuichet = :Saisie.CodeGuichetAtd
               and NoCompte = :Saisie.NoCompteAtd
               and TypeCompte = :Saisie.TypeCompteAtd
           end-exec.

           if sqlcode not = 0
               move "Compte saisi introuvable" to MessageSaisie
           else
               move 0 to MontantExecutable

               if SoldeRetenueCompte > SoldeInsaisissable
                   compute MontantExecutable =
                   SoldeRetenueCompte - SoldeInsaisissable

                   if MontantExecutable > MontantSaisie
                       move MontantSaisie to MontantExecutable
                   end-if
               end-if

               if MontantExecutable = 0
                   move "Aucun fonds saisissable sur le compte"
                   to MessageSaisie
               else
                   move CodeBanqueAtd to CodeBanque of Mouvement
                   move CodeGuichetAtd to CodeGuichet of Mouvement

                   move NoCompteAtd
                   to RacineCompte of CompteComplet of Mouvement

                   move TypeCompteAtd
                   to TypeCompte of CompteComplet of Mouvement

                   move MontantExecutable to MontantOperationCourante
                   move "ATD" to NatureMouvement of Mouvement

                   move "O" to ExecutionSaisieEnCours

                   perform PosterDebitCompteCourant

                   move "N" to ExecutionSaisieEnCours

                   if not PosteOk
                       move LibellePosteErreur to MessageSaisie
                   else
                       exec sql
                           update Saisie set Statut = 'E'
                           where NoSaisie = :Saisie.NoSaisie
                       end-exec

                       move "Saisie" to TableAudit
                       move NoSaisie of Saisie to CleAudit
                       move "A" to AncienneValeurAudit
                       move "E (executee)" to NouvelleValeurAudit

                       perform EnregistrerAudit

                       move "executee, fonds verses"
                       to LibelleOperationBloquee

                       perform EcrireLettreHuissier

                       move "Saisie executee, lettre emise"
                       to MessageSaisie
                   end-if
               end-if
           end-if.

      * --- Mainlevee : la retenue tombe, lettre a l'huissier ---

       MainleveeSaisie.
           move 0 to NoSaisieChoisie.

           display M-Saisie-N.

           accept M-Saisie-N.

           if NoSaisieChoisie > 0
               perform ChargerSaisie

               if MessageSaisie = space
                   exec sql
                       update Saisie set Statut = 'L'
                       where NoSaisie = :Saisie.NoSaisie
                   end-exec

                   move "Saisie" to TableAudit
                   move NoSaisie of Saisie to CleAudit
                   move "A" to AncienneValeurAudit
                   move "L (mainlevee)" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move 0 to MontantExecutable

                   move "mainlevee, retenue levee"
                   to LibelleOperationBloquee

                   perform EcrireLettreHuissier

                   move "Mainlevee enregistree, lettre emise"
                   to MessageSaisie
               end-if

               display M-Saisie-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Lettre-reponse a l'huissier (une ligne de reference et le
      * sort de la saisie, versees au fichier des lettres) ---

       EcrireLettreHuissier.
           open extend F-LettreHuissier.

           if StatutFichierLettreHuissier not = "00"
               open output F-LettreHuissier
           end-if.

           move MontantExecutable to MontantSaisieAffiche.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             ";" delimited by size
             ReferenceSaisie delimited by space
             ";" delimited by size
             CreancierSaisie delimited by space
             ";" delimited by size
             LibelleOperationBloquee delimited by size
             ";" delimited by size
             MontantSaisieAffiche delimited by size
             into E-LettreHuissier
           end-string.

           move E-LettreHuissier to CorpsCourrier.
           move CodeClientSaisie to CodeClientCourrier.
           move "HUISSIER" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreHuissier
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettreHuissier from " ".
           write E-LettreHuissier from CorpsCourrier.

           close F-LettreHuissier.

       EcrireBlocLettreHuissier.
           write E-LettreHuissier
           from LigneBlocAdresse(IdxBlocAdresse).

      **************************************************************************
      * Incidents de cheques sans provision : ouverture de l'incident
      * au rejet en compensation (lettre d'injonction au tireur,
      * interdiction bancaire posee sur le client), consultation, et
      * regularisation qui leve l'interdiction quand plus aucun
      * incident du client ne reste ouvert
      **************************************************************************

      * --- Ouverture de l'incident depuis la compensation : la ligne
      * du cheque rejete est encore dans ChequeEmis ---

       OuvrirIncidentCheque.
           move 0 to NoIncident.

           exec sql
               select coalesce(max(NoIncident), 0) + 1
               into :IncidentCheque.NoIncident
               from IncidentCheque
           end-exec.

           move CodeBanqueCheque to CodeBanqueIncident.
           move CodeGuichetCheque to CodeGuichetIncident.
           move NoCompteCheque to NoCompteIncident.
           move TypeCompteCheque to TypeCompteIncident.
           move NoCheque of ChequeEmis to NoChequeIncident.
           move MontantCheque of ChequeEmis to MontantIncident.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateIncident
           end-string.

           move "D" to StatutIncident.
           move spaces to DateRegularisation.
           move spaces to DateDeclarationBdf.
           move spaces to DateRadiationBdf.

           move space to CodeClientIncident.

           exec sql
               select CodeClient
               into :IncidentCheque.CodeClientIncident
               from Compte
               where CodeBanque = :IncidentCheque.CodeBanqueIncident
               and CodeGuichet = :IncidentCheque.CodeGuichetIncident
               and NoCompte = :IncidentCheque.NoCompteIncident
               and TypeCompte = :IncidentCheque.TypeCompteIncident
           end-exec.

           exec sql
               insert into IncidentCheque
               (NoIncident, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, NoCheque, Montant, DateIncident, Statut,
                DateRegularisation, DateDeclarationBdf,
                DateRadiationBdf, CodeClient)
               values
               (:IncidentCheque.NoIncident,
                :IncidentCheque.CodeBanqueIncident,
                :IncidentCheque.CodeGuichetIncident,
                :IncidentCheque.NoCompteIncident,
                :IncidentCheque.TypeCompteIncident,
                :IncidentCheque.NoChequeIncident,
                :IncidentCheque.MontantIncident,
                :IncidentCheque.DateIncident,
                :IncidentCheque.StatutIncident,
                :IncidentCheque.DateRegularisation,
                :IncidentCheque.DateDeclarationBdf,
                :IncidentCheque.DateRadiationBdf,
                :IncidentCheque.CodeClientIncident)
           end-exec.

           if sqlcode not = 0
               move "Ouverture incident cheque" to LibelleErreurSql
               move NoIncident of IncidentCheque to CleErreurSql
               perform JournaliserErreurSql
           else
               exec sql
                   update Client set InterditCheques = 'O'
                   where CodeClient =
                   :IncidentCheque.CodeClientIncident
               end-exec

               move "Client" to TableAudit
               move CodeClientIncident to CleAudit
               move spaces to AncienneValeurAudit
               move "interdiction bancaire de cheques"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               perform EcrireLettreInjonction
           end-if.

       EcrireLettreInjonction.
           open extend F-LettreInjonction.

           if StatutFichierInjonction not = "00"
               open output F-LettreInjonction
           end-if.

           move MontantIncident to MontantIncidentAffiche.

           string
             DateIncident delimited by size
             ";" delimited by size
             CodeClientIncident delimited by space
             ";" delimited by size
             NoCompteIncident delimited by size
             ";" delimited by size
             NoChequeIncident delimited by size
             ";" delimited by size
             MontantIncidentAffiche delimited by size
             ";INJONCTION DE RESTITUER LES FORMULES" delimited by size
             into E-LettreInjonction
           end-string.

           move E-LettreInjonction to CorpsCourrier.
           move CodeClientIncident to CodeClientCourrier.
           move "INJONCTION" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreInjonction
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettreInjonction from " ".
           write E-LettreInjonction from CorpsCourrier.

           close F-LettreInjonction.

       EcrireBlocLettreInjonction.
           write E-LettreInjonction
           from LigneBlocAdresse(IdxBlocAdresse).

      * --- Ecran de suivi et de regularisation ---

       GestionIncidentsCheques.
           perform SaisieIncident-Init.
           perform SaisieIncident-Trt until ChoixIncident = space.
           perform SaisieIncident-Fin.

       SaisieIncident-Init.
           move "" to ChoixIncident.

       SaisieIncident-Trt.
           move space to ChoixIncident.

           display M-Incident.

           accept ChoixIncident line 5 col 38.

           if ChoixIncident = "r" then
               move "R" to ChoixIncident
           end-if.

           if ChoixIncident = "d" then
               move "D" to ChoixIncident
           end-if.

           evaluate ChoixIncident
               when "R"
                   perform RegularisationIncident
               when "D"
                   perform ConsultationIncident
           end-evaluate.

       SaisieIncident-Fin.
           continue.

       ChargerIncident.
           move spaces to MessageIncident.

           initialize IncidentCheque.

           exec sql
               select NoIncident, CodeBanque, CodeGuichet, NoCompte,
               TypeCompte, NoCheque, Montant, DateIncident, Statut,
               CodeClient
               into :IncidentCheque.NoIncident,
               :IncidentCheque.CodeBanqueIncident,
               :IncidentCheque.CodeGuichetIncident,
               :IncidentCheque.NoCompteIncident,
               :IncidentCheque.TypeCompteIncident,
               :IncidentCheque.NoChequeIncident,
               :IncidentCheque.MontantIncident,
               :IncidentCheque.DateIncident,
               :IncidentCheque.StatutIncident,
               :IncidentCheque.CodeClientIncident
               from IncidentCheque
               where NoIncident = :NoIncidentChoisi
           end-exec.

           if sqlcode not = 0
               move "Incident introuvable" to MessageIncident
           end-if.

       ConsultationIncident.
           move 0 to NoIncidentChoisi.

           display M-Incident-N.

           accept M-Incident-N.

           if NoIncidentChoisi > 0
               perform ChargerIncident

               if MessageIncident = space
                   move MontantIncident to MontantIncidentAffiche

                   display M-Incident-Detail
               else
                   display M-Incident-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Regularisation (cheque paye ou provision bloquee) : le
      * dernier incident regularise leve l'interdiction ---

       RegularisationIncident.
           move 0 to NoIncidentChoisi.

           display M-Incident-N.

           accept M-Incident-N.

           if NoIncidentChoisi > 0
               perform ChargerIncident

               if MessageIncident = space
                   if StatutIncident not = "D"
                       move "Incident deja regularise"
                       to MessageIncident
                   else
                       perform RegulariserIncident
                   end-if
               end-if

               display M-Incident-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       RegulariserIncident.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateRegularisation
           end-string.

           exec sql
               update IncidentCheque
               set Statut = 'R',
               DateRegularisation =
               :IncidentCheque.DateRegularisation
               where NoIncident = :IncidentCheque.NoIncident
           end-exec.

           if sqlcode not = 0
               move "Regularisation incident" to LibelleErreurSql
               move NoIncidentChoisi to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la regularisation" to MessageIncident
           else
               move "IncidentCheque" to TableAudit
               move NoIncidentChoisi to CleAudit
               move "D" to AncienneValeurAudit
               move "R (regularise)" to NouvelleValeurAudit

               perform EnregistrerAudit

               move 0 to NbIncidentsRestants

               exec sql
                   select count(*)
                   into :NbIncidentsRestants
                   from IncidentCheque
                   where CodeClient =
                   :IncidentCheque.CodeClientIncident
                   and Statut = 'D'
               end-exec

               if NbIncidentsRestants = 0
                   exec sql
                       update Client set InterditCheques = ' '
                       where CodeClient =
                       :IncidentCheque.CodeClientIncident
                   end-exec

                   move "Client" to TableAudit
                   move CodeClientIncident to CleAudit
                   move "interdit de cheques" to AncienneValeurAudit
                   move "interdiction levee" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Incident regularise, interdiction levee"
                   to MessageIncident
               else
                   move "Incident regularise, d'autres restent ouverts"
                   to MessageIncident
               end-if
           end-if.

      **************************************************************************
      * Declarations Banque de France (etape de la chaine de nuit) :
      * fichier FCC des incidents de cheques non declares et de leurs
      * radiations, fichier FICP des decouverts irreguliers durables
      * (depassement constate aujourd'hui et deja present dans la
      * photo des soldes d'il y a deux mois) et de leurs radiations ;
      * chaque ligne porte l'identifiant de l'etablissement et la
      * table DeclarationFicp journalise ce qui a ete declare quand
      **************************************************************************
       DeclarationBdf.
           move 0 to NbDeclarationsBdf.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move 2 to NbMoisRecul.

           perform CalculerDateReculeeMois.

           open output F-DeclarationBdf.

           perform DeclarerIncidentsFcc.
           perform RadierIncidentsFcc.
           perform DeclarerDecouvertsFicp.
           perform RadierDecouvertsFicp.

           close F-DeclarationBdf.

           string
             "Declarations BdF emises " delimited by size
             NbDeclarationsBdf delimited by size
             into DetailActivite
           end-string.

      * --- Recul d'une date de NbMoisRecul mois (pendant du calcul
      * d'avance, meme plafond de fin de mois) ---

       CalculerDateReculeeMois.
           move AnneeComptable to AnneeCalculSauvee.
           move MoisComptable to MoisCalculSauve.

           move JourComptable to JourEcheanceDat.

           compute TotalMoisEcheance =
           AnneeComptable * 12 + MoisComptable - 1 - NbMoisRecul.

           divide TotalMoisEcheance by 12 giving AnneeEcheanceDat
           remainder ResteMoisEcheance.

           compute MoisEcheanceDat = ResteMoisEcheance + 1.

           move AnneeEcheanceDat to AnneeComptable.
           move MoisEcheanceDat to MoisComptable.

           perform CalculerDernierJourDuMois.

           move AnneeCalculSauvee to AnneeComptable.
           move MoisCalculSauve to MoisComptable.

           if JourEcheanceDat > DernierJourDuMois
               move DernierJourDuMois to JourEcheanceDat
           end-if.

           string
             AnneeEcheanceDat delimited by size
             MoisEcheanceDat delimited by size
             JourEcheanceDat delimited by size
             into DateReculeeMois
           end-string.

      * --- FCC : incidents jamais declares ---

       DeclarerIncidentsFcc.
           move 0 to Eot.

           exec sql
               declare C-FccADeclarer cursor for
                   select NoIncident, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, DateIncident,
                   CodeClient
                   from IncidentCheque
                   where Statut = 'D'
                   and DateDeclarationBdf = ' '
                   order by NoIncident
           end-exec.

           exec sql
             open C-FccADeclarer
           end-exec.

           perform DeclarerUnIncidentFcc until Eot = 1.

           exec sql
             close C-FccADeclarer
           end-exec.

       DeclarerUnIncidentFcc.
           exec sql
               fetch C-FccADeclarer
               into :IncidentCheque.NoIncident,
               :IncidentCheque.CodeBanqueIncident,
               :IncidentCheque.CodeGuichetIncident,
               :IncidentCheque.NoCompteIncident,
               :IncidentCheque.TypeCompteIncident,
               :IncidentCheque.MontantIncident,
               :IncidentCheque.DateIncident,
               :IncidentCheque.CodeClientIncident
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "FCC" to FichierBdfEdit
               move "D" to SensBdfEdit
               move CodeClientIncident to ClientBdfEdit
               move MontantIncident to MontantBdfEdit
               move DateIncident to DateBdfEdit

               string
                 CodeBanqueIncident delimited by space
                 " " delimited by size
                 CodeGuichetIncident delimited by space
                 " " delimited by size
                 NoCompteIncident delimited by space
                 " " delimited by size
                 TypeCompteIncident delimited by space
                 into CompteBdfEdit
               end-string

               perform EcrireLigneBdf

               exec sql
                   update IncidentCheque
                   set DateDeclarationBdf = :DateComptableTexte
                   where NoIncident = :IncidentCheque.NoIncident
               end-exec
           end-if.

      * --- FCC : radiations des incidents regularises ---

       RadierIncidentsFcc.
           move 0 to Eot.

           exec sql
               declare C-FccARadier cursor for
                   select NoIncident, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant,
                   DateRegularisation, CodeClient
                   from IncidentCheque
                   where Statut = 'R'
                   and DateDeclarationBdf <> ' '
                   and DateRadiationBdf = ' '
                   order by NoIncident
           end-exec.

           exec sql
             open C-FccARadier
           end-exec.

           perform RadierUnIncidentFcc until Eot = 1.

           exec sql
             close C-FccARadier
           end-exec.

       RadierUnIncidentFcc.
           exec sql
               fetch C-FccARadier
               into :IncidentCheque.NoIncident,
               :IncidentCheque.CodeBanqueIncident,
               :IncidentCheque.CodeGuichetIncident,
               :IncidentCheque.NoCompteIncident,
               :IncidentCheque.TypeCompteIncident,
               :IncidentCheque.MontantIncident,
               :IncidentCheque.DateRegularisation,
               :IncidentCheque.CodeClientIncident
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "FCC" to FichierBdfEdit
               move "R" to SensBdfEdit
               move CodeClientIncident to ClientBdfEdit
               move MontantIncident to MontantBdfEdit
               move DateRegularisation to DateBdfEdit

               string
                 CodeBanqueIncident delimited by space
                 " " delimited by size
                 CodeGuichetIncident delimited by space
                 " " delimited by size
                 NoCompteIncident delimited by space
                 " " delimited by size
                 TypeCompteIncident delimited by space
                 into CompteBdfEdit
               end-string

               perform EcrireLigneBdf

               exec sql
                   update IncidentCheque
                   set DateRadiationBdf = :DateComptableTexte
                   where NoIncident = :IncidentCheque.NoIncident
               end-exec
           end-if.

      * --- FICP : decouverts irreguliers durables jamais declares ---

       DeclarerDecouvertsFicp.
           move 0 to Eot.

           exec sql
               declare C-FicpADeclarer cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet,
                   Compte.NoCompte, Compte.TypeCompte,
                   Compte.Credit - Compte.Debit, Compte.CodeClient
                   from Compte
                   where Compte.Credit - Compte.Debit
                   > Compte.DecouvertAutorise
                   and Compte.CodeSociete = :CodeSocieteCourant
                   and exists
                   (select 1 from SoldeJournalier s
                    where s.CodeBanque = Compte.CodeBanque
                    and s.CodeGuichet = Compte.CodeGuichet
                    and s.NoCompte = Compte.NoCompte
                    and s.TypeCompte = Compte.TypeCompte
                    and s.DateSolde <= :DateReculeeMois
                    and s.Credit - s.Debit
                    > Compte.DecouvertAutorise)
                   and not exists
                   (select 1 from SoldeJournalier s2
                    where s2.CodeBanque = Compte.CodeBanque
                    and s2.CodeGuichet = Compte.CodeGuichet
                    and s2.NoCompte = Compte.NoCompte
                    and s2.TypeCompte = Compte.TypeCompte
                    and s2.DateSolde >= :DateReculeeMois
                    and s2.Credit - s2.Debit
                    <= Compte.DecouvertAutorise)
                   and not exists
                   (select 1 from DeclarationFicp d
                    where d.CodeBanque = Compte.CodeBanque
                    and d.CodeGuichet = Compte.CodeGuichet
                    and d.NoCompte = Compte.NoCompte
                    and d.TypeCompte = Compte.TypeCompte
                    and d.DateRadiation = ' ')
                   order by Compte.CodeBanque, Compte.CodeGuichet,
                   Compte.NoCompte
           end-exec.

           exec sql
             open C-FicpADeclarer
           end-exec.

           perform DeclarerUnDecouvertFicp until Eot = 1.

           exec sql
             close C-FicpADeclarer
           end-exec.

       DeclarerUnDecouvertFicp.
           exec sql
               fetch C-FicpADeclarer
               into :DeclarationFicp.CodeBanqueFicp,
               :DeclarationFicp.CodeGuichetFicp,
               :DeclarationFicp.NoCompteFicp,
               :DeclarationFicp.TypeCompteFicp,
               :DepassementFicp, :CodeClientBloqueLu
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "FICP" to FichierBdfEdit
               move "D" to SensBdfEdit
               move CodeClientBloqueLu to ClientBdfEdit
               move DepassementFicp to MontantBdfEdit
               move DateComptableTexte to DateBdfEdit

               string
                 CodeBanqueFicp delimited by space
                 " " delimited by size
                 CodeGuichetFicp delimited by space
                 " " delimited by size
                 NoCompteFicp delimited by space
                 " " delimited by size
                 TypeCompteFicp delimited by space
                 into CompteBdfEdit
               end-string

               perform EcrireLigneBdf

               move DateComptableTexte to DateDeclarationFicp
               move spaces to DateRadiationFicp

               exec sql
                   insert into DeclarationFicp
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateDeclaration, DateRadiation)
                   values
                   (:DeclarationFicp.CodeBanqueFicp,
                    :DeclarationFicp.CodeGuichetFicp,
                    :DeclarationFicp.NoCompteFicp,
                    :DeclarationFicp.TypeCompteFicp,
                    :DeclarationFicp.DateDeclarationFicp,
                    :DeclarationFicp.DateRadiationFicp)
               end-exec

               if sqlcode not = 0
                   move "Declaration FICP" to LibelleErreurSql
                   move NoCompteFicp to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- FICP : radiations quand la situation est regularisee ---

       RadierDecouvertsFicp.
           move 0 to Eot.

           exec sql
               declare C-FicpARadier cursor for
                   select d.CodeBanque, d.CodeGuichet, d.NoCompte,
                   d.TypeCompte, c.CodeClient
                   from DeclarationFicp d
                   join Compte c
                   on c.CodeBanque = d.CodeBanque
                   and c.CodeGuichet = d.CodeGuichet
                   and c.NoCompte = d.NoCompte
                   and c.TypeCompte = d.TypeCompte
                   where d.DateRadiation = ' '
                   and c.Credit - c.Debit <= c.DecouvertAutorise
                   order by d.CodeBanque, d.CodeGuichet, d.NoCompte
           end-exec.

           exec sql
             open C-FicpARadier
           end-exec.

           perform RadierUnDecouvertFicp until Eot = 1.

           exec sql
             close C-FicpARadier
           end-exec.

       RadierUnDecouvertFicp.
           exec sql
               fetch C-FicpARadier
               into :DeclarationFicp.CodeBanqueFicp,
               :DeclarationFicp.CodeGuichetFicp,
               :DeclarationFicp.NoCompteFicp,
               :DeclarationFicp.TypeCompteFicp,
               :CodeClientBloqueLu
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move "FICP" to FichierBdfEdit
               move "R" to SensBdfEdit
               move CodeClientBloqueLu to ClientBdfEdit
               move 0 to MontantBdfEdit
               move DateComptableTexte to DateBdfEdit

               string
                 CodeBanqueFicp delimited by space
                 " " delimited by size
                 CodeGuichetFicp delimited by space
                 " " delimited by size
                 NoCompteFicp delimited by space
                 " " delimited by size
                 TypeCompteFicp delimited by space
                 into CompteBdfEdit
               end-string

               perform EcrireLigneBdf

               exec sql
                   update DeclarationFicp
                   set DateRadiation = :DateComptableTexte
                   where CodeBanque = :DeclarationFicp.CodeBanqueFicp
                   and CodeGuichet =
                   :DeclarationFicp.CodeGuichetFicp
                   and NoCompte = :DeclarationFicp.NoCompteFicp
                   and TypeCompte = :DeclarationFicp.TypeCompteFicp
                   and DateRadiation = ' '
               end-exec
           end-if.

       EcrireLigneBdf.

      * En base ecole, rien ne part vers la Banque de France

           if not EcoleActive
               move IdentifiantBdf to IdentBdfEdit

               write E-DeclarationBdf from LigneDeclarationBdf

               add 1 to NbDeclarationsBdf
           end-if.

      **************************************************************************
      * Loi Eckert : ageing de la dormance, notification annuelle du
      * titulaire, et transfert des soldes a la Caisse des Depots au
      * terme du delai legal (NbAnneesEckert), le compte etant solde
      * (nature CDC), clos et archive comme a l'archivage de fin
      * d'annee
      **************************************************************************

      * --- Premiere detection : la dormance est datee ---

       OuvrirAgeingDormance.
           move 0 to NbOccurrencesRib.

           exec sql
               select count(*)
               into :NbOccurrencesRib
               from CompteDormant
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and DateTransfertCdc = ' '
           end-exec.

           if NbOccurrencesRib = 0
               move CodeBanque of Compte to CodeBanqueDormant
               move CodeGuichet of Compte to CodeGuichetDormant

               move RacineCompte of CompteComplet of Compte
               to NoCompteDormant

               move TypeCompte of CompteComplet of Compte
               to TypeCompteDormant

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateConstatDormance
               end-string

               move spaces to DateDerniereNotification
               move spaces to DateTransfertCdc

               exec sql
                   insert into CompteDormant
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateConstat, DateDerniereNotification,
                    DateTransfertCdc)
                   values
                   (:CompteDormant.CodeBanqueDormant,
                    :CompteDormant.CodeGuichetDormant,
                    :CompteDormant.NoCompteDormant,
                    :CompteDormant.TypeCompteDormant,
                    :CompteDormant.DateConstatDormance,
                    :CompteDormant.DateDerniereNotification,
                    :CompteDormant.DateTransfertCdc)
               end-exec

               if sqlcode not = 0
                   move "Ageing de dormance" to LibelleErreurSql
                   move NoCompteDormant to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- Notification annuelle des titulaires de comptes dormants
      * (etape annuelle de la chaine de fin de mois) : lettre deposee
      * dans l'outbox quand le client a un Email, dans le fichier des
      * lettres sinon ---

       NotificationDormance.
           move 0 to Eot.
           move 0 to NbNotificationsDormance.

           move Annee of DateSysteme to AnneeNotificationDormance.

           open output F-LettresDormance.

           exec sql
               declare C-NotifDormance cursor for
                   select d.CodeBanque, d.CodeGuichet, d.NoCompte,
                   d.TypeCompte, d.DateConstat, c.CodeClient, cl.Email
                   from CompteDormant d
                   join Compte c
                   on c.CodeBanque = d.CodeBanque
                   and c.CodeGuichet = d.CodeGuichet
                   and c.NoCompte = d.NoCompte
                   and c.TypeCompte = d.TypeCompte
                   join Client cl
                   on cl.CodeClient = c.CodeClient
                   where c.StatutCompte = 'I'
                   and d.DateTransfertCdc = ' '
                   and left(d.DateDerniereNotification, 4)
                   <> :AnneeNotificationDormance
                   order by d.CodeBanque, d.CodeGuichet, d.NoCompte
           end-exec.

           exec sql
             open C-NotifDormance
           end-exec.

           perform NotifierUnCompteDormant until Eot = 1.

           exec sql
             close C-NotifDormance
           end-exec.

           close F-LettresDormance.

       EcrireBlocLettreDormance.
           write E-LettresDormance
           from LigneBlocAdresse(IdxBlocAdresse).

       NotifierUnCompteDormant.
           exec sql
               fetch C-NotifDormance
               into :CompteDormant.CodeBanqueDormant,
               :CompteDormant.CodeGuichetDormant,
               :CompteDormant.NoCompteDormant,
               :CompteDormant.TypeCompteDormant,
               :CompteDormant.DateConstatDormance,
               :Client.CodeClient, :EmailDormance
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move spaces to E-LettresDormance

               string
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 NoCompteDormant delimited by size
                 ";COMPTE DORMANT DEPUIS LE " delimited by size
                 DateConstatDormance delimited by size
                 ";NOTIFICATION ANNUELLE LOI ECKERT" delimited by size
                 into E-LettresDormance
               end-string

               if EmailDormance not = space and not EcoleActive
                   string
                     "Dormance-" delimited by size
                     CodeClient of CLIENT delimited by space
                     ".txt" delimited by size
                     into NomFichierOutbox
                   end-string

                   string
                     CheminOutbox delimited by space
                     "\" delimited by size
                     NomFichierOutbox delimited by space
                     into CheminReleveOutbox
                   end-string

                   open output F-ReleveOutbox

                   write E-ReleveOutbox from E-LettresDormance

                   close F-ReleveOutbox

      * Depot indexe et enregistre au registre des editions

                   open extend F-IndexOutbox

                   string
                     CodeClient of CLIENT delimited by space
                     ";" delimited by size
                     EmailDormance delimited by space
                     ";" delimited by size
                     NomFichierOutbox delimited by space
                     into E-IndexOutbox
                   end-string

                   write E-IndexOutbox

                   close F-IndexOutbox

                   move NomFichierOutbox to NomEdition
                   move "NotificationDormance" to EtapeProductrice
                   move CheminReleveOutbox to CheminEdition
                   move 1 to NbLignesEdition

                   perform EnregistrerEdition
               else
                   move E-LettresDormance to CorpsCourrier
                   move CodeClient of CLIENT to CodeClientCourrier
                   move "DORMANCE" to TypeCourrier

      * Adresse NPAI : la lettre est retenue au lieu d'etre postee

                   perform LireAdresseNpai

                   if AdresseClientNpai
                       perform RetenirCourrierNpai
                   else
                       perform PreparerBlocAdresse

                       perform EcrireBlocLettreDormance
                           varying IdxBlocAdresse from 1 by 1
                           until IdxBlocAdresse > 6

                       write E-LettresDormance from " "
                       write E-LettresDormance from CorpsCourrier
                   end-if
               end-if

               string
                 AnneeNotificationDormance delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateDerniereNotification
               end-string

               exec sql
                   update CompteDormant
                   set DateDerniereNotification =
                   :CompteDormant.DateDerniereNotification
                   where CodeBanque =
                   :CompteDormant.CodeBanqueDormant
                   and CodeGuichet =
                   :CompteDormant.CodeGuichetDormant
                   and NoCompte = :CompteDormant.NoCompteDormant
                   and TypeCompte = :CompteDormant.TypeCompteDormant
                   and DateTransfertCdc = ' '
               end-exec

               add 1 to NbNotificationsDormance
           end-if.

      * --- Transfert CDC des comptes dormants au-dela du delai legal
      * (etape annuelle) : le solde part au fichier de transfert, le
      * compte est vide (nature CDC), clos puis archive ---

       TransfertCdc.
           move 0 to Eot.
           move 0 to NbTransfertsCdc.

           compute AnneeEcheanceDat =
           Annee of DateSysteme - NbAnneesEckert.

           string
             AnneeEcheanceDat delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateLimiteEckert
           end-string.

      * Comptes d'un client decede : transfert au terme du delai
      * compte depuis le deces (NbAnneesEckertDeces)

           compute AnneeEcheanceDat =
           Annee of DateSysteme - NbAnneesEckertDeces.

           string
             AnneeEcheanceDat delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateLimiteEckertDeces
           end-string.

           open output F-TransfertCdc.

           exec sql
               declare C-TransfertCdc cursor for
                   select d.CodeBanque, d.CodeGuichet, d.NoCompte,
                   d.TypeCompte, d.DateConstat
                   from CompteDormant d
                   join Compte c
                   on c.CodeBanque = d.CodeBanque
                   and c.CodeGuichet = d.CodeGuichet
                   and c.NoCompte = d.NoCompte
                   and c.TypeCompte = d.TypeCompte
                   join Client cl
                   on cl.CodeClient = c.CodeClient
                   where c.StatutCompte = 'I'
                   and d.DateTransfertCdc = ' '
                   and (d.DateConstat <= :DateLimiteEckert
                   or (cl.StatutClient = 'D'
                   and cl.DateDeces > ' '
                   and cl.DateDeces <= :DateLimiteEckertDeces))
                   order by d.CodeBanque, d.CodeGuichet, d.NoCompte
           end-exec.

           exec sql
             open C-TransfertCdc
           end-exec.

           perform TransfererUnCompteCdc until Eot = 1.

           exec sql
             close C-TransfertCdc
           end-exec.

           close F-TransfertCdc.

       TransfererUnCompteCdc.
           exec sql
               fetch C-TransfertCdc
               into :CompteDormant.CodeBanqueDormant,
               :CompteDormant.CodeGuichetDormant,
               :CompteDormant.NoCompteDormant,
               :CompteDormant.TypeCompteDormant,
               :CompteDormant.DateConstatDormance
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform RelireCompteDormantCdc

               if sqlcode = 0
                   perform SolderCompteCdc
               end-if
           end-if.

       RelireCompteDormantCdc.
           initialize Compte.

           exec sql
               select CodeBanque, CodeGuichet, NoCompte, TypeCompte,
               CleRib, Iban, Debit, Credit, CodeClient, Devise
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte, :Compte.CleRib,
               :Compte.Iban, :Compte.Debit, :Compte.Credit,
               :Compte.CodeClient, :Compte.Devise
               from Compte
               where CodeBanque = :CompteDormant.CodeBanqueDormant
               and CodeGuichet = :CompteDormant.CodeGuichetDormant
               and NoCompte = :CompteDormant.NoCompteDormant
               and TypeCompte = :CompteDormant.TypeCompteDormant
           end-exec.

       SolderCompteCdc.
           compute SoldeTransfertCdc =
           Debit of Compte - Credit of Compte.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

      * Un compte debiteur ne se transfere pas a la Caisse des Depots :
      * il reste en l'etat, signale dans la piste d'audit pour le
      * recouvrement

           if SoldeTransfertCdc < 0
               move "Compte" to TableAudit

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleAudit
               end-string

               move "dormant (Eckert)" to AncienneValeurAudit
               move "debiteur, transfert CDC refuse"
               to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

           if SoldeTransfertCdc < 0
               continue
           else
               perform SolderCompteCdc-Trt
           end-if.

       SolderCompteCdc-Trt.

      * Ligne du fichier de transfert a la Caisse des Depots (rien ne
      * part en base ecole)

           move SoldeTransfertCdc to MontantCdcAffiche.

           if not EcoleActive
               string
                 IdentifiantBdf delimited by space
                 ";" delimited by size
                 CodeClient of Compte delimited by space
                 ";" delimited by size
                 CodeBanque of Compte delimited by size
                 CodeGuichet of Compte delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 MontantCdcAffiche delimited by size
                 ";" delimited by size
                 DateConstatDormance delimited by size
                 into E-TransfertCdc
               end-string

               write E-TransfertCdc
           end-if.

      * Le solde positif est vide par un debit CDC

           if SoldeTransfertCdc > 0
               move CodeBanque of Compte to CodeBanque of Mouvement
               move CodeGuichet of Compte to CodeGuichet of Mouvement

               move RacineCompte of CompteComplet of Compte
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompte of CompteComplet of Compte
               to TypeCompte of CompteComplet of Mouvement

               move SoldeTransfertCdc to MontantOperationCourante
               move "CDC" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours
           end-if.

      * Cloture puis archivage immediat, comme l'archivage de fin
      * d'annee (copie dans CompteArchive puis suppression)

           move "C" to StatutCompte of Compte.
           move DateComptableTexte to DateCloture of Compte.

           exec sql
               update Compte
               set StatutCompte = 'C',
               DateCloture = :DateComptableTexte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           exec sql
               insert into CompteArchive
               (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, CleRib, Iban, Debit, Credit, StatutCompte,
                DateCloture, Devise, CodeSociete)
               values
               (:Compte.CodeClient, :Compte.CodeBanque,
                :Compte.CodeGuichet,
                :Compte.CompteComplet.RacineCompte,
                :Compte.CompteComplet.TypeCompte, :Compte.CleRib,
                :Compte.Iban, :Compte.Debit, :Compte.Credit,
                :Compte.StatutCompte, :Compte.DateCloture,
                :Compte.Devise, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Transfert CDC (archivage)" to LibelleErreurSql
               move NoCompteDormant to CleErreurSql
               perform JournaliserErreurSql
           else
               exec sql
                   delete from Compte
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
               end-exec

               exec sql
                   update CompteDormant
                   set DateTransfertCdc = :DateComptableTexte
                   where CodeBanque =
                   :CompteDormant.CodeBanqueDormant
                   and CodeGuichet =
                   :CompteDormant.CodeGuichetDormant
                   and NoCompte = :CompteDormant.NoCompteDormant
                   and TypeCompte = :CompteDormant.TypeCompteDormant
               end-exec

               move "Compte" to TableAudit

               string
                 CodeBanque of Compte delimited by space
                 CodeGuichet of Compte delimited by space
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 into CleAudit
               end-string

               move "dormant (Eckert)" to AncienneValeurAudit
               move "transfere CDC, clos, archive"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "CLO" to TypeSignaletique

               perform JournaliserSignaletiqueCompte

               add 1 to NbTransfertsCdc
           end-if.

      **************************************************************************
      * Arrete trimestriel des agios (etape de la chaine de fin de
      * mois des mois de trimestre) : pour chaque compte, l'echelle
      * d'interets est construite depuis les mouvements du trimestre
      * en date de valeur ; les nombres debiteurs (solde debiteur x
      * jours) donnent les agios au taux de frais du bareme, postes en
      * nature AGI, et le ticket detaille est imprime pour le client
      **************************************************************************
       AgiosTrimestriels.
           move 0 to Eot.
           move 0 to NbComptesAgios.
           move 0 to TicketAgiosOuvert.

           perform CalculerBornesTrimestre.

      * Date de reference des taux (bareme et derogations)

           move DateFinTrimestre to DateJourAccrual.

      * Les comptes dormants sont exclus : la loi Eckert suspend les
      * frais pendant la dormance

           exec sql
               declare C-AgiosComptes cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit
                   from Compte
                   where StatutCompte <> 'C'
                   and StatutCompte <> 'I'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-AgiosComptes
           end-exec.

           perform TraitementAgiosCompte until Eot = 1.

           exec sql
             close C-AgiosComptes
           end-exec.

           if TicketAgiosOuvert = 1
               close F-TicketAgios

               move "TicketAgios" to NomEdition
               move "AgiosTrimestriels" to EtapeProductrice

               move "C:\Users\dugs\Documents\TicketAgios.txt"
               to CheminEdition

               move NbComptesAgios to NbLignesEdition

               perform EnregistrerEdition
           end-if.

           string
             "Comptes factures en agios " delimited by size
             NbComptesAgios delimited by size
             into DetailActivite
           end-string.

      * --- Bornes du trimestre civil en cours ---

       CalculerBornesTrimestre.
           compute MoisDebutTrimestre =
           ((MoisComptable - 1) / 3) * 3 + 1.

           string
             AnneeComptable delimited by size
             MoisDebutTrimestre delimited by size
             "01" delimited by size
             into DateDebutTrimestre
           end-string.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateFinTrimestre
           end-string.

           move DateDebutTrimestre to DebutTrimestreEdit.
           move DateFinTrimestre to FinTrimestreEdit.

      * --- Echelle d'interets d'un compte ---

       TraitementAgiosCompte.
           exec sql
               fetch C-AgiosComptes
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform ConstruireEchelleCompte
           end-if.

       ConstruireEchelleCompte.

      * Solde au debut du trimestre : solde courant moins les
      * mouvements du trimestre (en date de valeur)

           move 0 to TotalMouvementDebit.
           move 0 to TotalMouvementCredit.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementDebit
               from Mouvement
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and Sens = 'D'
               and DateValeur >= :DateDebutTrimestre
           end-exec.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementCredit
               from Mouvement
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and Sens = 'C'
               and DateValeur >= :DateDebutTrimestre
           end-exec.

           compute SoldeEchelle =
           Debit of Compte - Credit of Compte
           - TotalMouvementDebit + TotalMouvementCredit.

           move DateDebutTrimestre to DateSegmentEchelle.
           move 0 to NombresDebiteurs.
           move 0 to CompteTicketEcrit.
           move 0 to EotEchelle.

           exec sql
               declare C-EchelleAgios cursor for
                   select DateValeur, Sens, Montant
                   from Mouvement
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte = :Compte.CompteComplet.TypeCompte
                   and DateValeur >= :DateDebutTrimestre
                   and DateValeur <= :DateFinTrimestre
                   order by DateValeur
           end-exec.

           exec sql
             open C-EchelleAgios
           end-exec.

           perform CumulerSegmentEchelle until EotEchelle = 1.

           exec sql
             close C-EchelleAgios
           end-exec.

      * Dernier segment, jusqu'a la fin du trimestre

           move DateFinTrimestre to DateValeur of Mouvement.

           perform PoserSegmentEchelle.

      * Facturation au taux de frais en vigueur du bareme

           if NombresDebiteurs > 0
               perform RechercheTauxAccrual

               compute AgiosCalcules rounded =
               NombresDebiteurs * TauxFraisApplique

               if AgiosCalcules > 0
                   perform FacturerAgiosCompte
               end-if
           end-if.

       CumulerSegmentEchelle.
           exec sql
               fetch C-EchelleAgios
               into :Mouvement.DateValeur,
               :Mouvement.SensMouvement, :Mouvement.Montant
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotEchelle
           else
               perform PoserSegmentEchelle

               if SensMouvement of Mouvement = "D"
                   add Montant of Mouvement to SoldeEchelle
               else
                   subtract Montant of Mouvement from SoldeEchelle
               end-if
           end-if.

      * --- Un segment de l'echelle : du debut de segment a la date de
      * valeur courante, le solde debiteur alimente les nombres ---

       PoserSegmentEchelle.
           if SoldeEchelle < 0
           and DateValeur of Mouvement > DateSegmentEchelle
               move DateSegmentEchelle to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilDebut

               move DateValeur of Mouvement to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilFin

               compute NbJoursSegment = JourCivilFin - JourCivilDebut

               if NbJoursSegment > 0
                   compute NombresDebiteurs = NombresDebiteurs
                   + (0 - SoldeEchelle) * NbJoursSegment

                   perform EcrireSegmentTicket
               end-if
           end-if.

           move DateValeur of Mouvement to DateSegmentEchelle.

       EcrireSegmentTicket.
           perform OuvrirTicketAgios.

           if CompteTicketEcrit = 0
               move 1 to CompteTicketEcrit

               move spaces to CompteAgiosEdit

               string
                 CodeBanque of Compte delimited by space
                 " " delimited by size
                 CodeGuichet of Compte delimited by space
                 " " delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by space
                 " " delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by space
                 into CompteAgiosEdit
               end-string

               write E-TicketAgios from TicketAgiosCompteLigne
           end-if.

           move DateSegmentEchelle to DateSegmentEdit.
           move SoldeEchelle to SoldeEchelleEdit.
           move NbJoursSegment to NbJoursSegmentEdit.
           move NombresDebiteurs to NombresDebiteursEdit.

           write E-TicketAgios from TicketAgiosDetail.

      * --- Numero de jour civil (annees revolues + cumul des mois +
      * jour, bissextiles comprises) pour l'ecart entre deux dates ---

       CalculerNumeroJourCivil.
           move DateCivileTravail(1:4) to AnneeCivile.
           move DateCivileTravail(5:2) to MoisCivil.
           move DateCivileTravail(7:2) to JourCivil.

           compute NumeroJourCivil =
           365 * (AnneeCivile - 2000)
           + (AnneeCivile - 2000) / 4
           + CumulMoisCivil(MoisCivil)
           + JourCivil.

           if MoisCivil > 2
               divide AnneeCivile by 4 giving QuotientBissextile
               remainder ResteBissextile

               if ResteBissextile = 0
                   add 1 to NumeroJourCivil
               end-if
           end-if.

       OuvrirTicketAgios.
           if TicketAgiosOuvert = 0
               open output F-TicketAgios

               move 1 to TicketAgiosOuvert

               move NomSocieteEntete
               to SocieteEntete of TicketAgiosEntete1

               write E-TicketAgios from TicketAgiosEntete1
               write E-TicketAgios from " "
           end-if.

       FacturerAgiosCompte.
           perform OuvrirTicketAgios.

           move AgiosCalcules to AgiosCalculesEdit.

           write E-TicketAgios from TicketAgiosTotalLigne.
           write E-TicketAgios from " ".

           move CodeBanque of Compte to CodeBanque of Mouvement.
           move CodeGuichet of Compte to CodeGuichet of Mouvement.

           move RacineCompte of CompteComplet of Compte
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompte of CompteComplet of Compte
           to TypeCompte of CompteComplet of Mouvement.

           move AgiosCalcules to MontantOperationCourante.
           move "AGI" to NatureMouvement of Mouvement.

           move "O" to ExecutionSaisieEnCours.

           perform PosterDebitCompteCourant.

           move "N" to ExecutionSaisieEnCours.

           if PosteOk
               add 1 to NbComptesAgios
           end-if.

      **************************************************************************
      * Creances douteuses (etape de la chaine de fin de mois) :
      * classement des prets actifs, des decouverts et des cautions
      * donnees, contagion du
      * douteux a toutes les expositions du client, provisions par
      * categorie, dotations et reprises en ecritures de compte general
      * et etat des creances douteuses pour la comptabilite et l'audit
      **************************************************************************
       ProvisionsCreances.
           perform ProvisionsCreances-Init.
           perform ClasserPrets.
           perform ClasserDecouverts.
           perform ClasserCautions.
           perform ProvisionsCreances-Fin.

       ProvisionsCreances-Init.
           move 0 to NbExpositionsClassees.
           move 0 to NbCreancesDouteuses.
           move 0 to TotalEncoursDouteux.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisClassement.

           string
             "PROV" delimited by size
             MoisClassement delimited by size
             into ReferenceProvisions
           end-string.

      * Une reprise de l'etape repart d'un mois vierge

           exec sql
               delete from ClassementCreance
               where Mois = :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               delete from EcritureGl
               where Reference = :ReferenceProvisions
               and (Exporte is null or Exporte = ' ')
               and CodeSociete = :CodeSocieteCourant
           end-exec.

      * Le mois de comparaison est le dernier classement connu

           move spaces to MoisPrecedentClassement.

           exec sql
               select coalesce(max(Mois), ' ')
               into :MoisPrecedentClassement
               from ClassementCreance
               where Mois < :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

      * --- Prets actifs : l'echeance non payee ne glisse pas, son
      * retard se mesure donc sur la prochaine echeance du contrat ;
      * un pret dechu est douteux pour le reste du au contentieux ---

       ClasserPrets.
           move 0 to Eot.

           exec sql
               declare C-ClassementPrets cursor for
                   select NoPret, CodeClient,
                   case when Statut = 'X' then
                   coalesce((select TotalDu - Recouvre
                    from Contentieux
                    where Contentieux.NoPret = Pret.NoPret
                    and Contentieux.Statut = 'O'), CapitalRestant)
                   else CapitalRestant end,
                   NbImpayes, DateProchaineEcheance, Statut
                   from Pret
                   where Statut in ('A', 'X')
                   and CodeSociete = :CodeSocieteCourant
                   order by NoPret
           end-exec.

           exec sql
             open C-ClassementPrets
           end-exec.

           perform ClasserUnPret until Eot = 1.

           exec sql
             close C-ClassementPrets
           end-exec.

       ClasserUnPret.
           exec sql
               fetch C-ClassementPrets
               into :Pret.NoPret, :Pret.CodeClientPret,
               :Pret.CapitalRestantPret, :Pret.NbImpayesPret,
               :Pret.DateProchaineEcheance, :Pret.StatutPret
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               initialize ClassementCreance
               move DateComptableTexte(1:6) to MoisClassement

               move "P" to TypeExposition
               move NoPret of Pret to ReferenceExposition
               move CodeClientPret to CodeClientExposition
               move CapitalRestantPret to EncoursCreance
               move 0 to NbJoursRetard

               if NbImpayesPret > 0
               and DateProchaineEcheance < DateComptableTexte
                   move DateProchaineEcheance to DateCivileTravail
                   perform CalculerNumeroJourCivil
                   move NumeroJourCivil to JourCivilDebut

                   move DateComptableTexte to DateCivileTravail
                   perform CalculerNumeroJourCivil
                   move NumeroJourCivil to JourCivilFin

                   compute NbJoursRetard =
                   JourCivilFin - JourCivilDebut
               end-if

               evaluate true
                   when StatutPret = "X"
                   when NbJoursRetard >= NbJoursDouteux
                       move "D" to StatutCreance
                   when NbJoursRetard > 0
                       move "S" to StatutCreance
                   when other
                       move "N" to StatutCreance
               end-evaluate

               perform InsererClassementCreance
           end-if.

      * --- Comptes debiteurs : sensible des la premiere relance,
      * douteux au-dela de 90 jours de depassement continu ---

       ClasserDecouverts.
           move 0 to Eot.

           exec sql
               declare C-ClassementDecouverts cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit, DecouvertAutorise,
                   NiveauRelance, CodeClient
                   from Compte
                   where Credit - Debit > 0
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-ClassementDecouverts
           end-exec.

           perform ClasserUnDecouvert until Eot = 1.

           exec sql
             close C-ClassementDecouverts
           end-exec.

       ClasserUnDecouvert.
           exec sql
               fetch C-ClassementDecouverts
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit,
               :Compte.DecouvertAutorise, :NiveauRelanceLu,
               :Compte.CodeClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               initialize ClassementCreance
               move DateComptableTexte(1:6) to MoisClassement

               move "D" to TypeExposition

               string
                 CodeBanque of Compte delimited by size
                 CodeGuichet of Compte delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 into ReferenceExposition
               end-string

               move CodeClient of Compte to CodeClientExposition

               compute EncoursCreance =
               Credit of Compte - Debit of Compte

               move 0 to NbJoursRetard
               move "N" to StatutCreance

               if NiveauRelanceLu > 0
                   perform CalculerAncienneteDepassement

                   move NbJoursDepassement to NbJoursRetard

                   if NbJoursRetard >= NbJoursDouteux
                       move "D" to StatutCreance
                   else
                       move "S" to StatutCreance
                   end-if
               end-if

               perform InsererClassementCreance
           end-if.

      * --- Cautions donnees actives : engagement hors bilan classe
      * sain, la contagion du client s'y appliquant ensuite ---

       ClasserCautions.
           move 0 to Eot.

           exec sql
               declare C-ClassementCautions cursor for
                   select NoCaution, CodeClient, Montant
                   from Caution
                   where Statut = 'A'
                   and CodeSociete = :CodeSocieteCourant
                   order by NoCaution
           end-exec.

           exec sql
             open C-ClassementCautions
           end-exec.

           perform ClasserUneCaution until Eot = 1.

           exec sql
             close C-ClassementCautions
           end-exec.

       ClasserUneCaution.
           exec sql
               fetch C-ClassementCautions
               into :Caution.NoCaution, :Caution.CodeClientCaution,
               :Caution.MontantCaution
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               initialize ClassementCreance
               move DateComptableTexte(1:6) to MoisClassement

               move "G" to TypeExposition

               string
                 "CAU" delimited by size
                 NoCaution delimited by size
                 into ReferenceExposition
               end-string

               move CodeClientCaution to CodeClientExposition
               move MontantCaution to EncoursCreance
               move 0 to NbJoursRetard
               move "N" to StatutCreance

               perform InsererClassementCreance
           end-if.

      * --- Ligne du mois : la date d'entree dans le statut est reprise
      * du mois precedent tant que le statut ne change pas ---

       InsererClassementCreance.
           move "N" to StatutPrecedentCreance.
           move spaces to DateEntreePrecedente.
           move 0 to ProvisionPrecedente.

           exec sql
               select Statut, DateEntree, Provision
               into :ClassementCreance.StatutPrecedentCreance,
               :ClassementCreance.DateEntreePrecedente,
               :ClassementCreance.ProvisionPrecedente
               from ClassementCreance
               where TypeExposition =
               :ClassementCreance.TypeExposition
               and Reference = :ClassementCreance.ReferenceExposition
               and Mois = :MoisPrecedentClassement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if StatutCreance = StatutPrecedentCreance
           and DateEntreePrecedente not = space
               move DateEntreePrecedente to DateEntreeStatut
           else
               move DateComptableTexte to DateEntreeStatut
           end-if.

           move "N" to ContagionCreance.
           move 0 to TauxProvisionCreance.
           move 0 to ProvisionCreance.

           exec sql
               insert into ClassementCreance
               (TypeExposition, Reference, CodeClient, Mois, Statut,
                DateEntree, StatutPrecedent, DateEntreePrecedente,
                NbJoursRetard, Encours, TauxProvision, Provision,
                ProvisionPrecedente, Contagion, CodeSociete)
               values
               (:ClassementCreance.TypeExposition,
                :ClassementCreance.ReferenceExposition,
                :ClassementCreance.CodeClientExposition,
                :ClassementCreance.MoisClassement,
                :ClassementCreance.StatutCreance,
                :ClassementCreance.DateEntreeStatut,
                :ClassementCreance.StatutPrecedentCreance,
                :ClassementCreance.DateEntreePrecedente,
                :ClassementCreance.NbJoursRetard,
                :ClassementCreance.EncoursCreance,
                :ClassementCreance.TauxProvisionCreance,
                :ClassementCreance.ProvisionCreance,
                :ClassementCreance.ProvisionPrecedente,
                :ClassementCreance.ContagionCreance,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Classement creance" to LibelleErreurSql
               move ReferenceExposition to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbExpositionsClassees
           end-if.

      * --- Contagion, provisions, ecritures et etat ---

       ProvisionsCreances-Fin.
           move DateComptableTexte(1:6) to MoisClassement.

      * Contagion : un douteux rend douteuses toutes les expositions
      * du client, la date d'entree restant celle du mois precedent
      * pour une exposition deja douteuse

           exec sql
               update ClassementCreance
               set Statut = 'D', Contagion = 'O',
               DateEntree =
               case when StatutPrecedent = 'D'
               and DateEntreePrecedente <> ' '
               then DateEntreePrecedente
               else :DateComptableTexte end
               where Mois = :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
               and Statut <> 'D'
               and CodeClient in
               (select d.CodeClient from ClassementCreance d
                where d.Mois = :ClassementCreance.MoisClassement
                and d.CodeSociete = :CodeSocieteCourant
                and d.Statut = 'D')
           end-exec.

           if sqlcode not = 0 and sqlcode not = 100
               move "Classement creance (contagion)"
               to LibelleErreurSql
               move MoisClassement to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * Provisions par categorie

           exec sql
               update ClassementCreance
               set TauxProvision =
               case Statut when 'D' then :TauxProvisionDouteux
               when 'S' then :TauxProvisionSensible else 0 end,
               Provision = round(Encours *
               case Statut when 'D' then :TauxProvisionDouteux
               when 'S' then :TauxProvisionSensible else 0 end, 2)
               where Mois = :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
               and TypeExposition <> 'G'
           end-exec.

           if sqlcode not = 0 and sqlcode not = 100
               move "Classement creance (provisions)"
               to LibelleErreurSql
               move MoisClassement to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           perform ComptabiliserProvisions.

           perform EditerCreancesDouteuses.

      * --- Dotation ou reprise par categorie : ecart entre le stock de
      * provisions du mois et celui du dernier classement ---

       ComptabiliserProvisions.
           move ReferenceProvisions to ReferenceGl.
           move 0 to ProvisionSensibleMois.
           move 0 to ProvisionDouteuxMois.
           move 0 to ProvisionSensiblePrec.
           move 0 to ProvisionDouteuxPrec.

           exec sql
               select
               coalesce(sum(case when Statut = 'S'
               then Provision else 0 end), 0),
               coalesce(sum(case when Statut = 'D'
               then Provision else 0 end), 0)
               into :ProvisionSensibleMois, :ProvisionDouteuxMois
               from ClassementCreance
               where Mois = :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               select
               coalesce(sum(case when Statut = 'S'
               then Provision else 0 end), 0),
               coalesce(sum(case when Statut = 'D'
               then Provision else 0 end), 0)
               into :ProvisionSensiblePrec, :ProvisionDouteuxPrec
               from ClassementCreance
               where Mois = :MoisPrecedentClassement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if ProvisionDouteuxMois > ProvisionDouteuxPrec
               move "681100" to CompteDebitGl
               move "291000" to CompteCreditGl
               compute MontantEcritureGl =
               ProvisionDouteuxMois - ProvisionDouteuxPrec
               move "DOTATION DOUTEUX" to LibelleGl
               perform InsererEcritureGl
           end-if.

           if ProvisionDouteuxMois < ProvisionDouteuxPrec
               move "291000" to CompteDebitGl
               move "781100" to CompteCreditGl
               compute MontantEcritureGl =
               ProvisionDouteuxPrec - ProvisionDouteuxMois
               move "REPRISE DOUTEUX" to LibelleGl
               perform InsererEcritureGl
           end-if.

           if ProvisionSensibleMois > ProvisionSensiblePrec
               move "681500" to CompteDebitGl
               move "151000" to CompteCreditGl
               compute MontantEcritureGl =
               ProvisionSensibleMois - ProvisionSensiblePrec
               move "DOTATION SENSIBLES" to LibelleGl
               perform InsererEcritureGl
           end-if.

           if ProvisionSensibleMois < ProvisionSensiblePrec
               move "151000" to CompteDebitGl
               move "781500" to CompteCreditGl
               compute MontantEcritureGl =
               ProvisionSensiblePrec - ProvisionSensibleMois
               move "REPRISE SENSIBLES" to LibelleGl
               perform InsererEcritureGl
           end-if.

       InsererEcritureGl.
           move 0 to NoEcritureGl.

           exec sql
               select coalesce(max(NoEcriture), 0) + 1
               into :EcritureGl.NoEcritureGl
               from EcritureGl
           end-exec.

           move DateComptableTexte to DateEcritureGl.

           exec sql
               insert into EcritureGl
               (NoEcriture, DateEcriture, CompteDebit, CompteCredit,
                Montant, Libelle, Reference, Exporte, CodeSociete)
               values
               (:EcritureGl.NoEcritureGl, :EcritureGl.DateEcritureGl,
                :EcritureGl.CompteDebitGl, :EcritureGl.CompteCreditGl,
                :EcritureGl.MontantEcritureGl, :EcritureGl.LibelleGl,
                :EcritureGl.ReferenceGl, ' ', :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Ecriture GL" to LibelleErreurSql
               move ReferenceGl to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Etat des creances douteuses : stock du mois avec son
      * mouvement (entree, contagion, maintien), puis les sorties
      * depuis le dernier classement, puis les provisions ---

       EditerCreancesDouteuses.
           open output F-EtatCreancesDouteuses.

           move NomSocieteEntete
           to SocieteEntete of EtatDouteuxEntete1.

           move MoisClassement to MoisDouteuxEdit.

           write E-EtatCreancesDouteuses from EtatDouteuxEntete1.
           write E-EtatCreancesDouteuses from AmortissementEntete2.
           write E-EtatCreancesDouteuses from " ".
           write E-EtatCreancesDouteuses from EtatDouteuxEntete2.
           write E-EtatCreancesDouteuses from " ".

           move 0 to Eot.

           exec sql
               declare C-EtatDouteux cursor for
                   select TypeExposition, Reference, CodeClient,
                   DateEntree, StatutPrecedent, NbJoursRetard,
                   Encours, Provision, Contagion
                   from ClassementCreance
                   where Mois = :ClassementCreance.MoisClassement
                   and CodeSociete = :CodeSocieteCourant
                   and Statut = 'D'
                   order by CodeClient, TypeExposition, Reference
           end-exec.

           exec sql
             open C-EtatDouteux
           end-exec.

           perform EditerUneCreanceDouteuse until Eot = 1.

           exec sql
             close C-EtatDouteux
           end-exec.

           write E-EtatCreancesDouteuses from " ".
           write E-EtatCreancesDouteuses
           from " Sorties du douteux depuis le dernier classement".
           write E-EtatCreancesDouteuses from " ".

           move 0 to Eot.

           exec sql
               declare C-SortiesDouteux cursor for
                   select p.TypeExposition, p.Reference,
                   p.CodeClient, p.DateEntree, p.Encours,
                   p.Provision, coalesce(c.Statut, ' ')
                   from ClassementCreance p
                   left join ClassementCreance c
                   on c.TypeExposition = p.TypeExposition
                   and c.Reference = p.Reference
                   and c.CodeSociete = p.CodeSociete
                   and c.Mois = :ClassementCreance.MoisClassement
                   where p.Mois = :MoisPrecedentClassement
                   and p.CodeSociete = :CodeSocieteCourant
                   and p.Statut = 'D'
                   and (c.Statut is null or c.Statut <> 'D')
                   order by p.CodeClient, p.TypeExposition,
                   p.Reference
           end-exec.

           exec sql
             open C-SortiesDouteux
           end-exec.

           perform EditerUneSortieDouteux until Eot = 1.

           exec sql
             close C-SortiesDouteux
           end-exec.

           write E-EtatCreancesDouteuses from " ".

           move spaces to EtatDouteuxTotal.

           move "Creances douteuses (nombre)" to LibelleTotalDouteux.
           move NbCreancesDouteuses to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move "Encours douteux" to LibelleTotalDouteux.
           move TotalEncoursDouteux to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move "Provisions douteux du mois" to LibelleTotalDouteux.
           move ProvisionDouteuxMois to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move "Provisions douteux precedentes"
           to LibelleTotalDouteux.
           move ProvisionDouteuxPrec to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move "Provisions sensibles du mois" to LibelleTotalDouteux.
           move ProvisionSensibleMois to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move "Provisions sensibles precedentes"
           to LibelleTotalDouteux.
           move ProvisionSensiblePrec to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           move 0 to TotalEncoursCautions.

           exec sql
               select coalesce(sum(Encours), 0)
               into :TotalEncoursCautions
               from ClassementCreance
               where Mois = :ClassementCreance.MoisClassement
               and CodeSociete = :CodeSocieteCourant
               and TypeExposition = 'G'
           end-exec.

           move "Cautions donnees (encours)" to LibelleTotalDouteux.
           move TotalEncoursCautions to MontantTotalDouteux.
           write E-EtatCreancesDouteuses from EtatDouteuxTotal.

           close F-EtatCreancesDouteuses.

           move "CreancesDouteuses" to NomEdition.
           move "ProvisionsCreances" to EtapeProductrice.

           move "C:\Users\dugs\Documents\CreancesDouteuses.txt"
           to CheminEdition.

           move NbCreancesDouteuses to NbLignesEdition.

           perform EnregistrerEdition.

       EditerUneCreanceDouteuse.
           exec sql
               fetch C-EtatDouteux
               into :ClassementCreance.TypeExposition,
               :ClassementCreance.ReferenceExposition,
               :ClassementCreance.CodeClientExposition,
               :ClassementCreance.DateEntreeStatut,
               :ClassementCreance.StatutPrecedentCreance,
               :ClassementCreance.NbJoursRetard,
               :ClassementCreance.EncoursCreance,
               :ClassementCreance.ProvisionCreance,
               :ClassementCreance.ContagionCreance
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move spaces to EtatDouteuxDetail

               move TypeExposition to TypeExpositionEdit
               move ReferenceExposition to ReferenceExpositionEdit
               move CodeClientExposition to ClientExpositionEdit
               move DateEntreeStatut to DateEntreeStatutEdit
               move NbJoursRetard to NbJoursRetardEdit
               move EncoursCreance to EncoursCreanceEdit
               move ProvisionCreance to ProvisionCreanceEdit

               evaluate true
                   when StatutPrecedentCreance = "D"
                       move "maintien" to MouvementCreanceEdit
                   when ContagionCreance = "O"
                       move "entree (contagion)"
                       to MouvementCreanceEdit
                   when other
                       move "entree" to MouvementCreanceEdit
               end-evaluate

               write E-EtatCreancesDouteuses from EtatDouteuxDetail

               add 1 to NbCreancesDouteuses
               add EncoursCreance to TotalEncoursDouteux
           end-if.

       EditerUneSortieDouteux.
           exec sql
               fetch C-SortiesDouteux
               into :ClassementCreance.TypeExposition,
               :ClassementCreance.ReferenceExposition,
               :ClassementCreance.CodeClientExposition,
               :ClassementCreance.DateEntreeStatut,
               :ClassementCreance.EncoursCreance,
               :ClassementCreance.ProvisionCreance,
               :StatutSortieCreance
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move spaces to EtatDouteuxDetail

               move TypeExposition to TypeExpositionEdit
               move ReferenceExposition to ReferenceExpositionEdit
               move CodeClientExposition to ClientExpositionEdit
               move DateEntreeStatut to DateEntreeStatutEdit
               move EncoursCreance to EncoursCreanceEdit
               move ProvisionCreance to ProvisionCreanceEdit

               evaluate StatutSortieCreance
                   when "S"
                       move "sortie (sensible)" to MouvementCreanceEdit
                   when "N"
                       move "sortie (sain)" to MouvementCreanceEdit
                   when other
                       move "sortie (soldee)" to MouvementCreanceEdit
               end-evaluate

               write E-EtatCreancesDouteuses from EtatDouteuxDetail
           end-if.

      **************************************************************************
      * Recapitulatif mensuel du PFU retenu (etape de la chaine de fin
      * de mois) : total des retenues du mois pour la societe, a
      * reverser au Tresor
      **************************************************************************
       RecapitulatifPfu.
           move 0 to TotalPfuMois.
           move 0 to NbMouvementsPfu.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             into MoisRecapPfu
           end-string.

           exec sql
               select coalesce(sum(Mouvement.Montant), 0), count(*)
               into :TotalPfuMois, :NbMouvementsPfu
               from Mouvement
               join Compte
               on Compte.CodeBanque = Mouvement.CodeBanque
               and Compte.CodeGuichet = Mouvement.CodeGuichet
               and Compte.NoCompte = Mouvement.NoCompte
               and Compte.TypeCompte = Mouvement.TypeCompte
               where Mouvement.Nature = 'PFU'
               and left(Mouvement.DateMouvement, 6) = :MoisRecapPfu
               and Compte.CodeSociete = :CodeSocieteCourant
           end-exec.

           open output F-RecapPfu.

           move NomSocieteEntete to SocieteEntete of RecapPfuLigne1.
           move MoisRecapPfu to MoisRecapPfuEdit.

           write E-RecapPfu from RecapPfuLigne1.
           write E-RecapPfu from " ".

           move NbMouvementsPfu to NbPfuEdit.
           write E-RecapPfu from RecapPfuLigne2.

           move TotalPfuMois to TotalPfuEdit.
           write E-RecapPfu from RecapPfuLigne3.

           close F-RecapPfu.

      **************************************************************************
      * Caisse especes : ouverture de la caisse du jour (refusee tant
      * qu'un ecart de la veille reste inexplique), versements et
      * retraits touchant le compte du client (natures ESP/ESR) et les
      * cumuls de la caisse, arrete du soir avec comptage des coupures
      * et explication obligatoire de l'ecart
      **************************************************************************
       GestionCaisse.
           perform SaisieCaisse-Init.
           perform SaisieCaisse-Trt until ChoixCaisse = space.
           perform SaisieCaisse-Fin.

       SaisieCaisse-Init.
           move "" to ChoixCaisse.

       SaisieCaisse-Trt.
           move space to ChoixCaisse.

           display M-Caisse.

           accept ChoixCaisse line 6 col 10.

           if ChoixCaisse = "o" then
               move "O" to ChoixCaisse
           end-if.

           if ChoixCaisse = "v" then
               move "V" to ChoixCaisse
           end-if.

           if ChoixCaisse = "r" then
               move "R" to ChoixCaisse
           end-if.

           if ChoixCaisse = "c" then
               move "C" to ChoixCaisse
           end-if.

           if ChoixCaisse = "f" then
               move "F" to ChoixCaisse
           end-if.

           evaluate ChoixCaisse
               when "O"
                   perform OuvertureCaisse
               when "V"
                   perform VersementEspeces
               when "R"
                   perform RetraitEspeces
               when "C"
                   perform OperationChangeCaisse
               when "F"
                   perform FermetureCaisse
           end-evaluate.

       SaisieCaisse-Fin.
           continue.

      * --- Ouverture : un ecart precedent inexplique bloque ---

       OuvertureCaisse.
           initialize CaisseGuichet.

           display M-Caisse-O.

           accept M-Caisse-O.

           if CodeBanqueCaisse not = space
               perform ControlerOuvertureCaisse

               display M-Caisse-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerOuvertureCaisse.
           move spaces to MessageCaisse.

           move 0 to EcartPrecedentCaisse.
           move spaces to LibelleEcartPrecedent.

           exec sql
               select top 1 Ecart, LibelleEcart
               into :EcartPrecedentCaisse, :LibelleEcartPrecedent
               from CaisseGuichet
               where CodeBanque = :CaisseGuichet.CodeBanqueCaisse
               and CodeGuichet = :CaisseGuichet.CodeGuichetCaisse
               and Operateur = :CodeOperateurCourant
               and Statut = 'F'
               order by DateCaisse desc
           end-exec.

           if sqlcode = 0
               and EcartPrecedentCaisse not = 0
               and LibelleEcartPrecedent = space
               move "Ecart de caisse precedent inexplique, refus"
               to MessageCaisse
           end-if.

           if MessageCaisse = space
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateCaisse
               end-string

               move 0 to NbCaissesTrouvees

               exec sql
                   select count(*)
                   into :NbCaissesTrouvees
                   from CaisseGuichet
                   where CodeBanque =
                   :CaisseGuichet.CodeBanqueCaisse
                   and CodeGuichet =
                   :CaisseGuichet.CodeGuichetCaisse
                   and Operateur = :CodeOperateurCourant
                   and DateCaisse = :CaisseGuichet.DateCaisse
                   and Statut = 'O'
               end-exec

               if NbCaissesTrouvees > 0
                   move "Caisse deja ouverte pour ce jour"
                   to MessageCaisse
               end-if
           end-if.

           if MessageCaisse = space
               move CodeOperateurCourant to OperateurCaisse
               move 0 to TotalEntreesCaisse
               move 0 to TotalSortiesCaisse
               move 0 to EcartCaisse
               move spaces to LibelleEcartCaisse
               move "O" to StatutCaisse

               exec sql
                   insert into CaisseGuichet
                   (CodeBanque, CodeGuichet, Operateur, DateCaisse,
                    FondOuverture, TotalEntrees, TotalSorties, Statut,
                    Ecart, LibelleEcart)
                   values
                   (:CaisseGuichet.CodeBanqueCaisse,
                    :CaisseGuichet.CodeGuichetCaisse,
                    :CaisseGuichet.OperateurCaisse,
                    :CaisseGuichet.DateCaisse,
                    :CaisseGuichet.FondOuverture,
                    :CaisseGuichet.TotalEntreesCaisse,
                    :CaisseGuichet.TotalSortiesCaisse,
                    :CaisseGuichet.StatutCaisse,
                    :CaisseGuichet.EcartCaisse,
                    :CaisseGuichet.LibelleEcartCaisse)
               end-exec

               if sqlcode not = 0
                   move "Ouverture de caisse" to LibelleErreurSql
                   move CodeGuichetCaisse to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'ouverture de la caisse"
                   to MessageCaisse
               else
                   move "Caisse ouverte" to MessageCaisse
               end-if
           end-if.

      * --- La caisse du jour de l'operateur doit etre ouverte ---

       ChargerCaisseOuverte.
           move spaces to MessageCaisse.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, caisse suspendue"
               to MessageCaisse
           end-if.

           if MessageCaisse = space
               perform ChargerCaisseOuverte-Trt
           end-if.

       ChargerCaisseOuverte-Trt.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateCaisse
           end-string.

           initialize FondOuverture TotalEntreesCaisse
             TotalSortiesCaisse.

           exec sql
               select CodeBanque, CodeGuichet, FondOuverture,
               TotalEntrees, TotalSorties
               into :CaisseGuichet.CodeBanqueCaisse,
               :CaisseGuichet.CodeGuichetCaisse,
               :CaisseGuichet.FondOuverture,
               :CaisseGuichet.TotalEntreesCaisse,
               :CaisseGuichet.TotalSortiesCaisse
               from CaisseGuichet
               where Operateur = :CodeOperateurCourant
               and DateCaisse = :CaisseGuichet.DateCaisse
               and Statut = 'O'
           end-exec.

           if sqlcode not = 0
               move "Aucune caisse ouverte pour cet operateur"
               to MessageCaisse
           end-if.

      * --- Versement d'especes : credit du client (nature ESP) et
      * entree de caisse ---

       VersementEspeces.
           perform ChargerCaisseOuverte.

           if MessageCaisse = space
               initialize CompteCaisse
               move 0 to MontantCaisse

               display M-Caisse-M

               accept M-Caisse-M

               if MontantCaisse > 0
                   move CodeBanqueCompteCaisse
                   to CodeBanque of Mouvement

                   move CodeGuichetCompteCaisse
                   to CodeGuichet of Mouvement

                   move NoCompteCaisse
                   to RacineCompte of CompteComplet of Mouvement

                   move TypeCompteCaisse
                   to TypeCompte of CompteComplet of Mouvement

                   move MontantCaisse to MontantOperationCourante
                   move "ESP" to NatureMouvement of Mouvement

                   perform PosterCreditCompteCourant

                   if not PosteOk
                       move LibellePosteErreur to MessageCaisse
                   else
                       add MontantCaisse to TotalEntreesCaisse

                       perform MajCumulsCaisse

                       move "Versement encaisse" to MessageCaisse
                   end-if
               end-if
           end-if.

           display M-Caisse-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      * --- Retrait d'especes : provision controlee puis debit du
      * client (nature ESR) et sortie de caisse ---

       RetraitEspeces.
           perform ChargerCaisseOuverte.

           if MessageCaisse = space
               initialize CompteCaisse
               move 0 to MontantCaisse

               display M-Caisse-M

               accept M-Caisse-M

               if MontantCaisse > 0
                   perform ControlerRetraitEspeces
               end-if
           end-if.

           display M-Caisse-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       ControlerRetraitEspeces.
           move 0 to DecouvertAutoriseSource.

           exec sql
               select Debit, Credit, DecouvertAutorise
               into :Compte.Debit, :Compte.Credit,
                    :DecouvertAutoriseSource
               from Compte
               where CodeBanque =
               :CompteCaisse.CodeBanqueCompteCaisse
               and CodeGuichet =
               :CompteCaisse.CodeGuichetCompteCaisse
               and NoCompte = :CompteCaisse.NoCompteCaisse
               and TypeCompte = :CompteCaisse.TypeCompteCaisse
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Compte du client introuvable" to MessageCaisse
               when (Credit of Compte + MontantCaisse)
               > (Debit of Compte + DecouvertAutoriseSource)
                   move "Provision insuffisante pour ce retrait"
                   to MessageCaisse
           end-evaluate.

      * Un gros retrait sur le compte d'un majeur protege exige
      * l'approbation du representant

           if MessageCaisse = space
               move CodeBanqueCompteCaisse to CodeBanqueRetenue
               move CodeGuichetCompteCaisse to CodeGuichetRetenue
               move NoCompteCaisse to NoCompteRetenue
               move TypeCompteCaisse to TypeCompteRetenue
               move MontantCaisse to MontantOperationCourante

               perform ControlerTutelleOperation

               if TutelleAApprouver = "O"
                   move "Majeur protege : approbation requise, refuse"
                   to MessageCaisse
               end-if
           end-if.

           if MessageCaisse = space
               move CodeBanqueCompteCaisse to CodeBanque of Mouvement

               move CodeGuichetCompteCaisse
               to CodeGuichet of Mouvement

               move NoCompteCaisse
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteCaisse
               to TypeCompte of CompteComplet of Mouvement

               move MontantCaisse to MontantOperationCourante
               move "ESR" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant

               if not PosteOk
                   move LibellePosteErreur to MessageCaisse
               else
                   add MontantCaisse to TotalSortiesCaisse

                   perform MajCumulsCaisse

                   move "Retrait paye" to MessageCaisse
               end-if
           end-if.

       MajCumulsCaisse.
           exec sql
               update CaisseGuichet
               set TotalEntrees = :CaisseGuichet.TotalEntreesCaisse,
               TotalSorties = :CaisseGuichet.TotalSortiesCaisse
               where Operateur = :CodeOperateurCourant
               and DateCaisse = :CaisseGuichet.DateCaisse
               and Statut = 'O'
           end-exec.

      * --- Fermeture : comptage des coupures, ecart contre le solde
      * theorique, explication obligatoire de l'ecart, arrete edite ---

       FermetureCaisse.
           perform ChargerCaisseOuverte.

           if MessageCaisse = space
               move 0 to TotalComptage

               perform CompterUneCoupure
                 varying IdxCoupure from 1 by 1
                 until IdxCoupure > 9

               compute SoldeTheoriqueCaisse =
               FondOuverture + TotalEntreesCaisse
               - TotalSortiesCaisse

               compute EcartCaisse =
               TotalComptage - SoldeTheoriqueCaisse

               move spaces to LibelleEcartCaisse

               if EcartCaisse not = 0
                   perform ExpliquerEcartCaisse
                     until LibelleEcartCaisse not = space
               end-if

               exec sql
                   update CaisseGuichet
                   set Statut = 'F',
                   Ecart = :CaisseGuichet.EcartCaisse,
                   LibelleEcart = :CaisseGuichet.LibelleEcartCaisse
                   where Operateur = :CodeOperateurCourant
                   and DateCaisse = :CaisseGuichet.DateCaisse
                   and Statut = 'O'
               end-exec

               perform EditerArreteCaisse

               move "Caisse arretee" to MessageCaisse
           end-if.

           display M-Caisse-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       CompterUneCoupure.
           move UneCoupure(IdxCoupure) to ValeurCoupure.
           move 0 to NbCoupures.

           move ValeurCoupure to MontantCaisseAffiche.

           display " Nombre de coupures de "
             line 1 col 1
             with no advancing.

           display MontantCaisseAffiche
             line 1 col 24
             with no advancing.

           display " : "
             line 1 col 35
             with no advancing.

           accept NbCoupures line 1 col 38.

           display M-EffaceQuestion.

           compute TotalComptage =
           TotalComptage + NbCoupures * ValeurCoupure.

       ExpliquerEcartCaisse.
           display " Ecart constate, explication obligatoire : "
             line 1 col 1
             with no advancing.

           accept LibelleEcartCaisse line 1 col 44.

           display M-EffaceQuestion.

       EditerArreteCaisse.
           open extend F-ArreteCaisse.

           if StatutFichierArreteCaisse not = "00"
               open output F-ArreteCaisse
           end-if.

           move EcartCaisse to EcartCaisseAffiche.
           move TotalComptage to MontantCaisseAffiche.

           string
             DateCaisse delimited by size
             ";" delimited by size
             CodeBanqueCaisse delimited by size
             ";" delimited by size
             CodeGuichetCaisse delimited by size
             ";" delimited by size
             CodeOperateurCourant delimited by size
             ";COMPTE=" delimited by size
             MontantCaisseAffiche delimited by size
             ";ECART=" delimited by size
             EcartCaisseAffiche delimited by size
             ";" delimited by size
             LibelleEcartCaisse delimited by size
             into E-ArreteCaisse
           end-string.

           write E-ArreteCaisse.

           close F-ArreteCaisse.

      **************************************************************************
      * Change manuel a la caisse : achat ou vente de billets
      * etrangers au cours du jour marge, euros passes par la caisse
      * ouverte, stock de devises de la caisse, marge en produit au
      * compte general et bordereau remis au client
      **************************************************************************
       OperationChangeCaisse.
           perform ChargerCaisseOuverte.

           if MessageCaisse = space
               initialize OperationChange

               display M-Change

               accept M-Change

               if DeviseChange not = space
                   perform ControlerOperationChange

                   if MessageCaisse = space
                       perform CoterOperationChange
                   end-if

                   if MessageCaisse = space
                       display M-Change-Cotation
                       display M-Change-Q

                       move "N" to Reponse

                       accept Reponse line 1 col 47

                       display M-EffaceQuestion

                       if Reponse = "o" or Reponse = "O"
                           perform EnregistrerOperationChange
                       else
                           move "Operation de change abandonnee"
                           to MessageCaisse
                       end-if
                   end-if
               end-if
           end-if.

           display M-Caisse-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       ControlerOperationChange.
           inspect SensChange converting "av" to "AV".

           inspect DeviseChange
           converting "abcdefghijklmnopqrstuvwxyz"
           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           evaluate true
               when SensChange not = "A" and SensChange not = "V"
                   move "Sens A (achat) ou V (vente)" to MessageCaisse
               when DeviseChange = "EUR"
                   move "Devise etrangere requise" to MessageCaisse
               when MontantDeviseChange = 0
                   move "Montant en devise invalide" to MessageCaisse
           end-evaluate.

           if MessageCaisse = space
               move 0 to CoursMoyenChange

               exec sql
                   select top 1 Taux
                   into :OperationChange.CoursMoyenChange
                   from TauxChange
                   where Devise = :OperationChange.DeviseChange
                   order by DateTaux desc
               end-exec

               if sqlcode not = 0 or CoursMoyenChange = 0
                   move "Aucun cours connu pour cette devise"
                   to MessageCaisse
               end-if
           end-if.

      * La caisse ne vend que les billets qu'elle detient

           if MessageCaisse = space and SensChange = "V"
               move CodeBanqueCaisse to CodeBanqueStockDev
               move CodeGuichetCaisse to CodeGuichetStockDev
               move CodeOperateurCourant to DetenteurStockDev
               move DeviseChange to DeviseStockDev

               perform LireStockDevise

               if MontantStockDev < MontantDeviseChange
                   move "Stock de la caisse insuffisant dans la devise"
                   to MessageCaisse
               end-if
           end-if.

      * Un client de la banque donne son identite par son code

           if MessageCaisse = space and CodeClientChange not = space
               exec sql
                   select Nom, Prenom
                   into :Client.Nom, :Client.Prenom
                   from Client
                   where CodeClient = :OperationChange.CodeClientChange
               end-exec

               if sqlcode not = 0
                   move "Client inconnu" to MessageCaisse
               else
                   if NomIdentiteChange = space
                       string
                         Nom of CLIENT delimited by space
                         " " delimited by size
                         Prenom of CLIENT delimited by space
                         into NomIdentiteChange
                       end-string
                   end-if
               end-if
           end-if.

      * --- Cours marge de la devise et contre-valeur en euros ---

       CoterOperationChange.
           move spaces to CodeParametreMarge.

           if SensChange = "A"
               move MargeChangeAchatDefaut to MargeChangeAppliquee

               string
                 "MARGE_CHANGE_ACHAT_" delimited by size
                 DeviseChange delimited by size
                 into CodeParametreMarge
               end-string
           else
               move MargeChangeVenteDefaut to MargeChangeAppliquee

               string
                 "MARGE_CHANGE_VENTE_" delimited by size
                 DeviseChange delimited by size
                 into CodeParametreMarge
               end-string
           end-if.

           move CodeParametreMarge to CodeParametre.

           perform LireParametreTable.

           if ParametreTrouve
               perform ConvertirParametreTaux
               move ValeurTauxParam to MargeChangeAppliquee
           end-if.

           compute ValeurMoyenneChange rounded =
           MontantDeviseChange * CoursMoyenChange.

           if SensChange = "A"
               compute CoursAppliqueChange rounded =
               CoursMoyenChange * (1 - MargeChangeAppliquee)

               compute ContreValeurEurChange rounded =
               MontantDeviseChange * CoursAppliqueChange

               compute MargeEurChange =
               ValeurMoyenneChange - ContreValeurEurChange
           else
               compute CoursAppliqueChange rounded =
               CoursMoyenChange * (1 + MargeChangeAppliquee)

               compute ContreValeurEurChange rounded =
               MontantDeviseChange * CoursAppliqueChange

               compute MargeEurChange =
               ContreValeurEurChange - ValeurMoyenneChange
           end-if.

           if ContreValeurEurChange > SeuilLcbUnitaire
           and (NomIdentiteChange = space
           or PieceIdentiteChange = space)
               move "Identite du client obligatoire (seuil LCB-FT)"
               to MessageCaisse
           end-if.

      * --- Operation, stock de la caisse, euros de la caisse,
      * ecritures de compte general et bordereau ---

       EnregistrerOperationChange.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateOperationChange.

           accept HeureSysteme from time.

           move HeureSysteme(1:6) to HeureOperationChange.
           move CodeOperateurCourant to OperateurChange.
           move CodeBanqueCaisse to CodeBanqueChange.
           move CodeGuichetCaisse to CodeGuichetChange.

           exec sql
               select coalesce(max(NoOperation), 0) + 1
               into :OperationChange.NoOperationChange
               from OperationChange
           end-exec.

           exec sql
               insert into OperationChange
               (NoOperation, CodeBanque, CodeGuichet, Operateur,
                DateOperation, HeureOperation, Sens, Devise,
                MontantDevise, CoursMoyen, CoursApplique,
                ContreValeurEur, MargeEur, CodeClient, NomIdentite,
                PieceIdentite, CodeSociete)
               values
               (:OperationChange.NoOperationChange,
                :OperationChange.CodeBanqueChange,
                :OperationChange.CodeGuichetChange,
                :OperationChange.OperateurChange,
                :OperationChange.DateOperationChange,
                :OperationChange.HeureOperationChange,
                :OperationChange.SensChange,
                :OperationChange.DeviseChange,
                :OperationChange.MontantDeviseChange,
                :OperationChange.CoursMoyenChange,
                :OperationChange.CoursAppliqueChange,
                :OperationChange.ContreValeurEurChange,
                :OperationChange.MargeEurChange,
                :OperationChange.CodeClientChange,
                :OperationChange.NomIdentiteChange,
                :OperationChange.PieceIdentiteChange,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Operation de change" to LibelleErreurSql
               move CodeGuichetCaisse to CleErreurSql
               perform JournaliserErreurSql

               move "Operation de change non enregistree"
               to MessageCaisse
           else
               perform EnregistrerOperationChange-Trt
           end-if.

       EnregistrerOperationChange-Trt.
           move CodeBanqueCaisse to CodeBanqueStockDev.
           move CodeGuichetCaisse to CodeGuichetStockDev.
           move CodeOperateurCourant to DetenteurStockDev.
           move DeviseChange to DeviseStockDev.

      * Achat : billets en caisse, euros payes ; vente : l'inverse

           if SensChange = "A"
               move MontantDeviseChange to MontantDeltaDevise
               add ContreValeurEurChange to TotalSortiesCaisse
           else
               compute MontantDeltaDevise = 0 - MontantDeviseChange
               add ContreValeurEurChange to TotalEntreesCaisse
           end-if.

           perform MajStockDevise.

           perform MajCumulsCaisse.

      * Billets etrangers (531200) a la valeur moyenne contre les
      * euros de la caisse (531000), la marge en produit (704500)

           move spaces to ReferenceGl.

           string
             "CHG" delimited by size
             NoOperationChange delimited by size
             into ReferenceGl
           end-string.

           if SensChange = "A"
               move "531200" to CompteDebitGl
               move "531000" to CompteCreditGl
               move ContreValeurEurChange to MontantEcritureGl
               move "ACHAT BILLETS" to LibelleGl
               perform InsererEcritureGl

               move "531200" to CompteDebitGl
               move "704500" to CompteCreditGl
               move MargeEurChange to MontantEcritureGl
               move "MARGE DE CHANGE" to LibelleGl
           else
               move "531000" to CompteDebitGl
               move "531200" to CompteCreditGl
               move ValeurMoyenneChange to MontantEcritureGl
               move "VENTE BILLETS" to LibelleGl
               perform InsererEcritureGl

               move "531000" to CompteDebitGl
               move "704500" to CompteCreditGl
               move MargeEurChange to MontantEcritureGl
               move "MARGE DE CHANGE" to LibelleGl
           end-if.

           if MargeEurChange > 0
               perform InsererEcritureGl
           end-if.

           perform EditerRecuChange.

           move ContreValeurEurChange to ContreValeurAffiche.

           string
             "Change enregistre, contre-valeur " delimited by size
             ContreValeurAffiche delimited by size
             " EUR, bordereau imprime" delimited by size
             into MessageCaisse
           end-string.

      * --- Stock de devises d'un detenteur ---

       LireStockDevise.
           move 0 to MontantStockDev.

           exec sql
               select Montant
               into :StockDevise.MontantStockDev
               from StockDevise
               where CodeBanque = :StockDevise.CodeBanqueStockDev
               and CodeGuichet = :StockDevise.CodeGuichetStockDev
               and Detenteur = :StockDevise.DetenteurStockDev
               and Devise = :StockDevise.DeviseStockDev
           end-exec.

           if sqlcode not = 0
               move 0 to MontantStockDev
           end-if.

       MajStockDevise.
           move 0 to NbExistantsDevise.

           exec sql
               select count(*)
               into :NbExistantsDevise
               from StockDevise
               where CodeBanque = :StockDevise.CodeBanqueStockDev
               and CodeGuichet = :StockDevise.CodeGuichetStockDev
               and Detenteur = :StockDevise.DetenteurStockDev
               and Devise = :StockDevise.DeviseStockDev
           end-exec.

           if NbExistantsDevise = 0
               exec sql
                   insert into StockDevise
                   (CodeBanque, CodeGuichet, Detenteur, Devise,
                    Montant)
                   values
                   (:StockDevise.CodeBanqueStockDev,
                    :StockDevise.CodeGuichetStockDev,
                    :StockDevise.DetenteurStockDev,
                    :StockDevise.DeviseStockDev, :MontantDeltaDevise)
               end-exec
           else
               exec sql
                   update StockDevise
                   set Montant = Montant + :MontantDeltaDevise
                   where CodeBanque = :StockDevise.CodeBanqueStockDev
                   and CodeGuichet =
                   :StockDevise.CodeGuichetStockDev
                   and Detenteur = :StockDevise.DetenteurStockDev
                   and Devise = :StockDevise.DeviseStockDev
               end-exec
           end-if.

           if sqlcode not = 0
               move "Stock de devises" to LibelleErreurSql
               move DeviseStockDev to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Bordereau remis au client ---

       EditerRecuChange.
           open extend F-RecusChange.

           if StatutFichierRecusChange not = "00"
               open output F-RecusChange
           end-if.

           move MontantDeviseChange to MontantDeviseAffiche.
           move CoursAppliqueChange to CoursChangeAffiche.
           move ContreValeurEurChange to ContreValeurAffiche.

           move all "-" to LigneRecuChange.
           write E-RecusChange from LigneRecuChange.

           move spaces to LigneRecuChange.

           string
             NomSocieteEntete delimited by size
             " - Bordereau d'operation de change" delimited by size
             into LigneRecuChange
           end-string.

           write E-RecusChange from LigneRecuChange.

           move spaces to LigneRecuChange.

           string
             "No " delimited by size
             NoOperationChange delimited by size
             " du " delimited by size
             DateOperationChange delimited by size
             " a " delimited by size
             HeureOperationChange delimited by size
             "  Guichet " delimited by size
             CodeGuichetChange delimited by size
             "  Caissier " delimited by size
             OperateurChange delimited by size
             into LigneRecuChange
           end-string.

           write E-RecusChange from LigneRecuChange.

           if SensChange = "A"
               move " Achat de billets au client" to LigneRecuChange
           else
               move " Vente de billets au client" to LigneRecuChange
           end-if.

           write E-RecusChange from LigneRecuChange.

           move spaces to LigneRecuChange.

           string
             " Montant en devise : " delimited by size
             MontantDeviseAffiche delimited by size
             " " delimited by size
             DeviseChange delimited by size
             into LigneRecuChange
           end-string.

           write E-RecusChange from LigneRecuChange.

           move spaces to LigneRecuChange.

           string
             " Cours applique    : " delimited by size
             CoursChangeAffiche delimited by size
             into LigneRecuChange
           end-string.

           write E-RecusChange from LigneRecuChange.

           move spaces to LigneRecuChange.

           string
             " Contre-valeur     : " delimited by size
             ContreValeurAffiche delimited by size
             " EUR" delimited by size
             into LigneRecuChange
           end-string.

           write E-RecusChange from LigneRecuChange.

           if NomIdentiteChange not = space
               move spaces to LigneRecuChange

               string
                 " Client : " delimited by size
                 NomIdentiteChange delimited by size
                 " Piece : " delimited by size
                 PieceIdentiteChange delimited by size
                 into LigneRecuChange
               end-string

               write E-RecusChange from LigneRecuChange
           end-if.

           write E-RecusChange from " ".

           close F-RecusChange.

      **************************************************************************
      * Reserve especes de l'agence : dotation et retour des caisses
      * (quatre yeux), commandes et versements au transporteur de
      * fonds ou a la Banque de France, livraison rapprochee de la
      * commande, inventaire du jour contre le stock comptable et
      * seuils (plafond assure, encaisse minimale) controles apres
      * chaque mouvement ; la chaine de nuit edite les alertes
      **************************************************************************
       GestionReserve.
           perform SaisieReserve-Init.
           perform SaisieReserve-Trt until ChoixReserve = space.
           perform SaisieReserve-Fin.

       SaisieReserve-Init.
           move "" to ChoixReserve.

       SaisieReserve-Trt.
           move space to ChoixReserve.

           display M-Reserve.

           accept ChoixReserve line 6 col 62.

           inspect ChoixReserve converting "drclvipe" to "DRCLVIPE".

           evaluate ChoixReserve
               when "D"
                   perform DotationCaisseReserve
               when "R"
                   perform RetourCaisseReserve
               when "C"
                   perform CommandeReserve
               when "L"
                   perform LivraisonReserve
               when "V"
                   perform VersementReserve
               when "I"
                   perform InventaireReserve
               when "P"
                   perform PlafondsReserve
               when "E"
                   perform DevisesReserve
           end-evaluate.

       SaisieReserve-Fin.
           continue.

      * --- Guichet de la reserve et stock comptable courant ; un
      * mouvement d'especes ne passe pas journee fermee ---

       SaisirGuichetReserve.
           move spaces to MessageReserve.
           move spaces to AlerteReserve.

           initialize ReserveGuichet.

           display M-Reserve-G.

           accept M-Reserve-G.

           if CodeBanqueReserve not = space
               perform ControlerGuichetReserve
           end-if.

       ControlerGuichetReserve.
           move 0 to NbExistantsReserve.

           exec sql
               select count(*)
               into :NbExistantsReserve
               from Guichet
               where CodeBanque = :ReserveGuichet.CodeBanqueReserve
               and CodeGuichet = :ReserveGuichet.CodeGuichetReserve
           end-exec.

           if NbExistantsReserve = 0
               move "Guichet inconnu" to MessageReserve
           end-if.

           if MessageReserve = space and ChoixReserve not = "P"
               perform ControlerJourneeOuverte

               if not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageReserve
               end-if
           end-if.

           if MessageReserve = space
               perform ChargerStockReserve
           end-if.

       ChargerStockReserve.
           move 0 to TotalStockReserve.

           perform LireUneCoupureStock
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

       LireUneCoupureStock.
           move UneCoupure(IdxCoupure) to ValeurCoupure.
           move 0 to NombreCoupureReserve.

           exec sql
               select Nombre
               into :NombreCoupureReserve
               from ReserveEspeces
               where CodeBanque = :ReserveGuichet.CodeBanqueReserve
               and CodeGuichet = :ReserveGuichet.CodeGuichetReserve
               and Coupure = :ValeurCoupure
           end-exec.

           if sqlcode not = 0
               move 0 to NombreCoupureReserve
           end-if.

           move NombreCoupureReserve to NbCoupuresStock(IdxCoupure).

           compute TotalStockReserve =
           TotalStockReserve + NombreCoupureReserve * ValeurCoupure.

      * --- Saisie coupure par coupure des especes du mouvement ---

       SaisirCoupuresReserve.
           move 0 to MontantMvtReserve.

           perform SaisirUneCoupureReserve
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

           if MontantMvtReserve = 0
               move "Aucune coupure saisie" to MessageReserve
           end-if.

       SaisirUneCoupureReserve.
           move UneCoupure(IdxCoupure) to ValeurCoupure.
           move 0 to NbCoupures.

           move ValeurCoupure to MontantCaisseAffiche.

           display " Nombre de coupures de "
             line 1 col 1
             with no advancing.

           display MontantCaisseAffiche
             line 1 col 24
             with no advancing.

           display " : "
             line 1 col 35
             with no advancing.

           accept NbCoupures line 1 col 38.

           display M-EffaceQuestion.

           move NbCoupures to NbCoupuresMvt(IdxCoupure).

           compute MontantMvtReserve =
           MontantMvtReserve + NbCoupures * ValeurCoupure.

      * --- Une sortie ne peut pas depasser le stock d'aucune coupure

       ControlerStockReserve.
           perform ComparerUneCoupureStock
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

       ComparerUneCoupureStock.
           if MessageReserve = space
           and NbCoupuresMvt(IdxCoupure) > NbCoupuresStock(IdxCoupure)
               move UneCoupure(IdxCoupure) to MontantCaisseAffiche

               string
                 "Stock insuffisant en coupures de " delimited by size
                 MontantCaisseAffiche delimited by size
                 into MessageReserve
               end-string
           end-if.

      * --- Dotation et retour d'une caisse : le caissier et un second
      * operateur distinct, tous deux connus ---

       DotationCaisseReserve.
           initialize MouvementReserve.

           move "D" to TypeMvtReserve.

           perform TransfertCaisseReserve.

       RetourCaisseReserve.
           initialize MouvementReserve.

           move "R" to TypeMvtReserve.

           perform TransfertCaisseReserve.

       TransfertCaisseReserve.
           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   display M-Reserve-D

                   accept M-Reserve-D

                   perform ControlerTransfertReserve
               end-if

               if MessageReserve = space
                   perform SaisirCoupuresReserve
               end-if

               if MessageReserve = space and TypeMvtReserve = "D"
                   perform ControlerStockReserve
               end-if

               if MessageReserve = space
                   perform EnregistrerTransfertReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       ControlerTransfertReserve.
           move 0 to NbOperateursApprobants.

           exec sql
               select count(*)
               into :NbOperateursApprobants
               from Operateur
               where CodeOperateur =
               :MouvementReserve.ContrepartieReserve
           end-exec.

           if NbOperateursApprobants = 0
               move "Operateur de caisse inconnu" to MessageReserve
           end-if.

           if MessageReserve = space
               if ValideurMvtReserve = space
               or ValideurMvtReserve = CodeOperateurCourant
                   move "Validation d'un second operateur requise"
                   to MessageReserve
               else
                   move 0 to NbOperateursApprobants

                   exec sql
                       select count(*)
                       into :NbOperateursApprobants
                       from Operateur
                       where CodeOperateur =
                       :MouvementReserve.ValideurMvtReserve
                   end-exec

                   if NbOperateursApprobants = 0
                       move "Second operateur inconnu" to MessageReserve
                   end-if
               end-if
           end-if.

       EnregistrerTransfertReserve.
           move "V" to StatutMvtReserve.

           perform EnregistrerMvtReserve.

           if MessageReserve = space
               if TypeMvtReserve = "D"
                   move -1 to SensReserve
               else
                   move 1 to SensReserve
               end-if

               perform AppliquerCoupuresReserve

               perform MajCaisseReserve

               move MontantMvtReserve to MontantReserveAffiche

               if TypeMvtReserve = "D"
                   string
                     "Dotation de caisse enregistree : "
                     delimited by size
                     MontantReserveAffiche delimited by size
                     into MessageReserve
                   end-string
               else
                   string
                     "Retour en reserve enregistre : "
                     delimited by size
                     MontantReserveAffiche delimited by size
                     into MessageReserve
                   end-string
               end-if

               perform ControlerSeuilsReserve
           end-if.

      * Une caisse deja ouverte dans la journee voit le mouvement dans
      * ses cumuls, pour que son arrete du soir tombe juste ; la
      * dotation du matin, elle, devient le fond d'ouverture saisi

       MajCaisseReserve.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateCaisse
           end-string.

           if TypeMvtReserve = "D"
               exec sql
                   update CaisseGuichet
                   set TotalEntrees = TotalEntrees
                   + :MouvementReserve.MontantMvtReserve
                   where CodeBanque = :ReserveGuichet.CodeBanqueReserve
                   and CodeGuichet =
                   :ReserveGuichet.CodeGuichetReserve
                   and Operateur =
                   :MouvementReserve.ContrepartieReserve
                   and DateCaisse = :CaisseGuichet.DateCaisse
                   and Statut = 'O'
               end-exec
           else
               exec sql
                   update CaisseGuichet
                   set TotalSorties = TotalSorties
                   + :MouvementReserve.MontantMvtReserve
                   where CodeBanque = :ReserveGuichet.CodeBanqueReserve
                   and CodeGuichet =
                   :ReserveGuichet.CodeGuichetReserve
                   and Operateur =
                   :MouvementReserve.ContrepartieReserve
                   and DateCaisse = :CaisseGuichet.DateCaisse
                   and Statut = 'O'
               end-exec
           end-if.

      * --- Commande et versement : transporteur de fonds ou Banque de
      * France ; la commande n'entre en stock qu'a sa livraison ---

       CommandeReserve.
           initialize MouvementReserve.

           move "C" to TypeMvtReserve.

           perform EchangeExterneReserve.

       VersementReserve.
           initialize MouvementReserve.

           move "V" to TypeMvtReserve.

           perform EchangeExterneReserve.

       EchangeExterneReserve.
           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   move space to OrigineReserve

                   display M-Reserve-T

                   accept M-Reserve-T

                   inspect OrigineReserve converting "tb" to "TB"

                   evaluate OrigineReserve
                       when "T"
                           move "TRANSP" to ContrepartieReserve
                       when "B"
                           move "BDF" to ContrepartieReserve
                       when other
                           move "Contrepartie T ou B" to MessageReserve
                   end-evaluate
               end-if

               if MessageReserve = space
                   perform SaisirCoupuresReserve
               end-if

               if MessageReserve = space and TypeMvtReserve = "V"
                   perform ControlerStockReserve
               end-if

               if MessageReserve = space
                   perform EnregistrerEchangeReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       EnregistrerEchangeReserve.
           if TypeMvtReserve = "C"
               move "C" to StatutMvtReserve
           else
               move "V" to StatutMvtReserve
           end-if.

           perform EnregistrerMvtReserve.

           if MessageReserve = space
               move MontantMvtReserve to MontantReserveAffiche

               if TypeMvtReserve = "C"
                   string
                     "Commande " delimited by size
                     NoMvtReserve delimited by size
                     " enregistree : " delimited by size
                     MontantReserveAffiche delimited by size
                     into MessageReserve
                   end-string
               else
                   move -1 to SensReserve

                   perform AppliquerCoupuresReserve

                   string
                     "Versement enregistre : " delimited by size
                     MontantReserveAffiche delimited by size
                     into MessageReserve
                   end-string

                   perform ControlerSeuilsReserve
               end-if
           end-if.

      * --- Livraison : les coupures recues sont comptees et
      * rapprochees de la commande, l'ecart doit etre explique ---

       LivraisonReserve.
           initialize MouvementReserve.

           move "L" to TypeMvtReserve.

           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   display M-Reserve-L

                   accept M-Reserve-L

                   perform ChargerCommandeReserve
               end-if

               if MessageReserve = space
                   perform SaisirCoupuresReserve
               end-if

               if MessageReserve = space
                   perform EnregistrerLivraisonReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       ChargerCommandeReserve.
           move spaces to StatutMvtReserve.
           move 0 to MontantCommandeReserve.

           exec sql
               select Statut, Montant, Contrepartie
               into :MouvementReserve.StatutMvtReserve,
               :MontantCommandeReserve,
               :MouvementReserve.ContrepartieReserve
               from MouvementReserve
               where NoMvtReserve = :MouvementReserve.NoCommandeReserve
               and TypeMvt = 'C'
               and CodeBanque = :ReserveGuichet.CodeBanqueReserve
               and CodeGuichet = :ReserveGuichet.CodeGuichetReserve
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Commande introuvable pour ce guichet"
                   to MessageReserve
               when StatutMvtReserve not = "C"
                   move "Commande deja livree" to MessageReserve
               when other
                   perform LireCoupuresCommande
                     varying IdxCoupure from 1 by 1
                     until IdxCoupure > 9
           end-evaluate.

       LireCoupuresCommande.
           move UneCoupure(IdxCoupure) to ValeurCoupure.
           move 0 to NombreCoupureReserve.

           exec sql
               select Nombre
               into :NombreCoupureReserve
               from LigneMvtReserve
               where NoMvtReserve = :MouvementReserve.NoCommandeReserve
               and Coupure = :ValeurCoupure
           end-exec.

           if sqlcode not = 0
               move 0 to NombreCoupureReserve
           end-if.

           move NombreCoupureReserve to NbCoupuresCommande(IdxCoupure).

       EnregistrerLivraisonReserve.
           compute EcartMvtReserve =
           MontantMvtReserve - MontantCommandeReserve.

           move "L" to StatutMvtReserve.

           perform ComparerUneCoupureCommande
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

           move spaces to LibelleMvtReserve.

           if StatutMvtReserve = "X"
               perform ExpliquerEcartReserve
                 until LibelleMvtReserve not = space
           end-if.

           perform EnregistrerMvtReserve.

           if MessageReserve = space
               exec sql
                   update MouvementReserve
                   set Statut = :MouvementReserve.StatutMvtReserve
                   where NoMvtReserve =
                   :MouvementReserve.NoCommandeReserve
               end-exec

               move 1 to SensReserve

               perform AppliquerCoupuresReserve

               if StatutMvtReserve = "X"
                   move EcartMvtReserve to EcartReserveAffiche

                   string
                     "Livraison enregistree, ecart sur commande : "
                     delimited by size
                     EcartReserveAffiche delimited by size
                     into MessageReserve
                   end-string
               else
                   move "Livraison conforme a la commande"
                   to MessageReserve
               end-if

               perform ControlerSeuilsReserve
           end-if.

       ComparerUneCoupureCommande.
           if NbCoupuresMvt(IdxCoupure)
           not = NbCoupuresCommande(IdxCoupure)
               move "X" to StatutMvtReserve
           end-if.

       ExpliquerEcartReserve.
           display " Ecart constate, explication obligatoire : "
             line 1 col 1
             with no advancing.

           accept LibelleMvtReserve line 1 col 44.

           display M-EffaceQuestion.

      * --- Inventaire du jour : le stock physique compte remplace le
      * stock comptable, l'ecart est explique et edite ---

       InventaireReserve.
           initialize MouvementReserve.

           move "I" to TypeMvtReserve.

           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   perform SaisirCoupuresReserve

      * Une reserve vide se constate aussi

                   if MessageReserve = "Aucune coupure saisie"
                       move spaces to MessageReserve
                   end-if
               end-if

               if MessageReserve = space
                   perform EnregistrerInventaireReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       EnregistrerInventaireReserve.
           compute EcartMvtReserve =
           MontantMvtReserve - TotalStockReserve.

           move "V" to StatutMvtReserve.
           move spaces to LibelleMvtReserve.

           if EcartMvtReserve not = 0
               perform ExpliquerEcartReserve
                 until LibelleMvtReserve not = space
           end-if.

           perform EnregistrerMvtReserve.

           if MessageReserve = space
               perform RecalerUneCoupureStock
                 varying IdxCoupure from 1 by 1
                 until IdxCoupure > 9

               perform EditerInventaireReserve

               if EcartMvtReserve = 0
                   move "Inventaire conforme au stock comptable"
                   to MessageReserve
               else
                   move EcartMvtReserve to EcartReserveAffiche

                   string
                     "Inventaire enregistre, ecart : " delimited by size
                     EcartReserveAffiche delimited by size
                     into MessageReserve
                   end-string
               end-if

               perform ControlerSeuilsReserve
           end-if.

       RecalerUneCoupureStock.
           compute NombreCoupureReserve =
           NbCoupuresMvt(IdxCoupure) - NbCoupuresStock(IdxCoupure).

           if NombreCoupureReserve not = 0
               perform MajUneCoupureStock
           end-if.

       EditerInventaireReserve.
           open extend F-InventaireReserve.

           if StatutFichierInventaireReserve not = "00"
               open output F-InventaireReserve
           end-if.

           move MontantMvtReserve to MontantReserveAffiche.
           move EcartMvtReserve to EcartReserveAffiche.

           string
             DateMvtReserve delimited by size
             ";" delimited by size
             CodeBanqueReserve delimited by size
             ";" delimited by size
             CodeGuichetReserve delimited by size
             ";" delimited by size
             CodeOperateurCourant delimited by size
             ";COMPTE=" delimited by size
             MontantReserveAffiche delimited by size
             ";ECART=" delimited by size
             EcartReserveAffiche delimited by size
             ";" delimited by size
             LibelleMvtReserve delimited by size
             into E-InventaireReserve
           end-string.

           write E-InventaireReserve.

           close F-InventaireReserve.

      * --- Mouvement et son detail par coupure ---

       EnregistrerMvtReserve.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMvtReserve
           end-string.

           move CodeOperateurCourant to OperateurMvtReserve.

           exec sql
               select coalesce(max(NoMvtReserve), 0) + 1
               into :MouvementReserve.NoMvtReserve
               from MouvementReserve
           end-exec.

           exec sql
               insert into MouvementReserve
               (NoMvtReserve, CodeBanque, CodeGuichet, TypeMvt,
                DateMvt, Contrepartie, Operateur, Valideur, Montant,
                Ecart, NoCommande, Statut, Libelle)
               values
               (:MouvementReserve.NoMvtReserve,
                :ReserveGuichet.CodeBanqueReserve,
                :ReserveGuichet.CodeGuichetReserve,
                :MouvementReserve.TypeMvtReserve,
                :MouvementReserve.DateMvtReserve,
                :MouvementReserve.ContrepartieReserve,
                :MouvementReserve.OperateurMvtReserve,
                :MouvementReserve.ValideurMvtReserve,
                :MouvementReserve.MontantMvtReserve,
                :MouvementReserve.EcartMvtReserve,
                :MouvementReserve.NoCommandeReserve,
                :MouvementReserve.StatutMvtReserve,
                :MouvementReserve.LibelleMvtReserve)
           end-exec.

           if sqlcode not = 0
               move "Mouvement de reserve" to LibelleErreurSql
               move CodeGuichetReserve to CleErreurSql
               perform JournaliserErreurSql

               move "Mouvement de reserve non enregistre"
               to MessageReserve
           else
               perform InsererUneLigneMvtReserve
                 varying IdxCoupure from 1 by 1
                 until IdxCoupure > 9

               move "MouvementReserve" to TableAudit
               move NoMvtReserve to CleAudit
               move spaces to AncienneValeurAudit
               move MontantMvtReserve to MontantReserveAffiche

               string
                 TypeMvtReserve delimited by size
                 " " delimited by size
                 ContrepartieReserve delimited by space
                 " " delimited by size
                 MontantReserveAffiche delimited by size
                 " valide par " delimited by size
                 ValideurMvtReserve delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit
           end-if.

       InsererUneLigneMvtReserve.
           if NbCoupuresMvt(IdxCoupure) > 0
               move UneCoupure(IdxCoupure) to ValeurCoupure
               move NbCoupuresMvt(IdxCoupure) to NombreCoupureReserve

               exec sql
                   insert into LigneMvtReserve
                   (NoMvtReserve, Coupure, Nombre)
                   values
                   (:MouvementReserve.NoMvtReserve, :ValeurCoupure,
                    :NombreCoupureReserve)
               end-exec
           end-if.

      * --- Stock comptable : ajout (SensReserve 1) ou retrait (-1)
      * des coupures du mouvement ---

       AppliquerCoupuresReserve.
           perform AppliquerUneCoupureReserve
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

       AppliquerUneCoupureReserve.
           if NbCoupuresMvt(IdxCoupure) > 0
               compute NombreCoupureReserve =
               NbCoupuresMvt(IdxCoupure) * SensReserve

               perform MajUneCoupureStock
           end-if.

       MajUneCoupureStock.
           move UneCoupure(IdxCoupure) to ValeurCoupure.
           move 0 to NbExistantsReserve.

           exec sql
               select count(*)
               into :NbExistantsReserve
               from ReserveEspeces
               where CodeBanque = :ReserveGuichet.CodeBanqueReserve
               and CodeGuichet = :ReserveGuichet.CodeGuichetReserve
               and Coupure = :ValeurCoupure
           end-exec.

           if NbExistantsReserve = 0
               exec sql
                   insert into ReserveEspeces
                   (CodeBanque, CodeGuichet, Coupure, Nombre)
                   values
                   (:ReserveGuichet.CodeBanqueReserve,
                    :ReserveGuichet.CodeGuichetReserve,
                    :ValeurCoupure, :NombreCoupureReserve)
               end-exec
           else
               exec sql
                   update ReserveEspeces
                   set Nombre = Nombre + :NombreCoupureReserve
                   where CodeBanque = :ReserveGuichet.CodeBanqueReserve
                   and CodeGuichet =
                   :ReserveGuichet.CodeGuichetReserve
                   and Coupure = :ValeurCoupure
               end-exec
           end-if.

           if sqlcode not = 0
               move "Stock de la reserve" to LibelleErreurSql
               move CodeGuichetReserve to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           compute NbCoupuresStock(IdxCoupure) =
           NbCoupuresStock(IdxCoupure) + NombreCoupureReserve.

      * --- Seuils du guichet contre le stock comptable a jour ---

       ControlerSeuilsReserve.
           move spaces to AlerteReserve.
           move 0 to TotalStockReserve.

           perform CumulerUneCoupureStock
             varying IdxCoupure from 1 by 1
             until IdxCoupure > 9.

           move 0 to PlafondAssureReserve.
           move 0 to EncaisseMiniReserve.

           exec sql
               select PlafondAssure, EncaisseMinimale
               into :ReserveGuichet.PlafondAssureReserve,
               :ReserveGuichet.EncaisseMiniReserve
               from ReserveGuichet
               where CodeBanque = :ReserveGuichet.CodeBanqueReserve
               and CodeGuichet = :ReserveGuichet.CodeGuichetReserve
           end-exec.

           move TotalStockReserve to MontantReserveAffiche.

           evaluate true
               when sqlcode not = 0
                   continue
               when PlafondAssureReserve > 0
               and TotalStockReserve > PlafondAssureReserve
                   string
                     "ALERTE : reserve au-dela du plafond assure ("
                     delimited by size
                     MontantReserveAffiche delimited by size
                     ")" delimited by size
                     into AlerteReserve
                   end-string
               when TotalStockReserve < EncaisseMiniReserve
                   string
                     "ALERTE : reserve sous l'encaisse minimale ("
                     delimited by size
                     MontantReserveAffiche delimited by size
                     ")" delimited by size
                     into AlerteReserve
                   end-string
           end-evaluate.

       CumulerUneCoupureStock.
           compute TotalStockReserve = TotalStockReserve
           + NbCoupuresStock(IdxCoupure) * UneCoupure(IdxCoupure).

       AfficherResultatReserve.
           display M-Reserve-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

           if AlerteReserve not = space
               move AlerteReserve to MessageReserve

               display M-Reserve-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Plafond assure et encaisse minimale du guichet ---

       PlafondsReserve.
           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   move 0 to NbExistantsReserve

                   exec sql
                       select PlafondAssure, EncaisseMinimale
                       into :ReserveGuichet.PlafondAssureReserve,
                       :ReserveGuichet.EncaisseMiniReserve
                       from ReserveGuichet
                       where CodeBanque =
                       :ReserveGuichet.CodeBanqueReserve
                       and CodeGuichet =
                       :ReserveGuichet.CodeGuichetReserve
                   end-exec

                   if sqlcode = 0
                       move 1 to NbExistantsReserve
                   end-if

                   move PlafondAssureReserve to PlafondReserveAffiche

                   display M-Reserve-P

                   accept M-Reserve-P

                   perform EnregistrerPlafondsReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       EnregistrerPlafondsReserve.
           if PlafondAssureReserve > 0
           and EncaisseMiniReserve > PlafondAssureReserve
               move "Encaisse minimale au-dela du plafond assure"
               to MessageReserve
           end-if.

           if MessageReserve = space
               if NbExistantsReserve = 0
                   exec sql
                       insert into ReserveGuichet
                       (CodeBanque, CodeGuichet, PlafondAssure,
                        EncaisseMinimale)
                       values
                       (:ReserveGuichet.CodeBanqueReserve,
                        :ReserveGuichet.CodeGuichetReserve,
                        :ReserveGuichet.PlafondAssureReserve,
                        :ReserveGuichet.EncaisseMiniReserve)
                   end-exec
               else
                   exec sql
                       update ReserveGuichet
                       set PlafondAssure =
                       :ReserveGuichet.PlafondAssureReserve,
                       EncaisseMinimale =
                       :ReserveGuichet.EncaisseMiniReserve
                       where CodeBanque =
                       :ReserveGuichet.CodeBanqueReserve
                       and CodeGuichet =
                       :ReserveGuichet.CodeGuichetReserve
                   end-exec
               end-if

               if sqlcode not = 0
                   move "Seuils de la reserve" to LibelleErreurSql
                   move CodeGuichetReserve to CleErreurSql
                   perform JournaliserErreurSql

                   move "Seuils non enregistres" to MessageReserve
               else
                   move "ReserveGuichet" to TableAudit
                   move CodeGuichetReserve to CleAudit
                   move PlafondReserveAffiche to AncienneValeurAudit
                   move PlafondAssureReserve to MontantReserveAffiche

                   string
                     "plafond " delimited by size
                     MontantReserveAffiche delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Seuils de la reserve enregistres"
                   to MessageReserve

                   perform ControlerSeuilsReserve
               end-if
           end-if.

      * --- Billets etrangers de la reserve : dotation et retour des
      * caisses, approvisionnement et versement au correspondant,
      * sous la validation d'un second operateur ---

       DevisesReserve.
           initialize MouvementDevise.

           perform SaisirGuichetReserve.

           if CodeBanqueReserve not = space
               if MessageReserve = space
                   display M-Reserve-E

                   accept M-Reserve-E

                   perform ControlerDevisesReserve
               end-if

               if MessageReserve = space
                   perform EnregistrerDevisesReserve
               end-if

               perform AfficherResultatReserve
           end-if.

       ControlerDevisesReserve.
           inspect SensMvtDevise converting "drav" to "DRAV".

           inspect DeviseMvtDevise
           converting "abcdefghijklmnopqrstuvwxyz"
           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           evaluate true
               when SensMvtDevise not = "D" and SensMvtDevise not = "R"
               and SensMvtDevise not = "A" and SensMvtDevise not = "V"
                   move "Sens D, R, A ou V" to MessageReserve
               when DeviseMvtDevise = space or DeviseMvtDevise = "EUR"
                   move "Devise etrangere requise" to MessageReserve
               when MontantMvtDevise = 0
                   move "Montant en devise invalide" to MessageReserve
               when DetenteurMvtDevise = space
                   move "Caisse ou correspondant obligatoire"
                   to MessageReserve
           end-evaluate.

           if MessageReserve = space
           and (SensMvtDevise = "D" or SensMvtDevise = "R")
               move 0 to NbOperateursApprobants

               exec sql
                   select count(*)
                   into :NbOperateursApprobants
                   from Operateur
                   where CodeOperateur =
                   :MouvementDevise.DetenteurMvtDevise
               end-exec

               if NbOperateursApprobants = 0
                   move "Operateur de caisse inconnu" to MessageReserve
               end-if
           end-if.

           if MessageReserve = space
               if ValideurMvtDevise = space
               or ValideurMvtDevise = CodeOperateurCourant
                   move "Validation d'un second operateur requise"
                   to MessageReserve
               else
                   move 0 to NbOperateursApprobants

                   exec sql
                       select count(*)
                       into :NbOperateursApprobants
                       from Operateur
                       where CodeOperateur =
                       :MouvementDevise.ValideurMvtDevise
                   end-exec

                   if NbOperateursApprobants = 0
                       move "Second operateur inconnu" to MessageReserve
                   end-if
               end-if
           end-if.

      * Ce qui sort de la reserve ou d'une caisse doit y etre

           if MessageReserve = space
               move CodeBanqueReserve to CodeBanqueStockDev
               move CodeGuichetReserve to CodeGuichetStockDev
               move DeviseMvtDevise to DeviseStockDev

               if SensMvtDevise = "R"
                   move DetenteurMvtDevise to DetenteurStockDev
               else
                   move "RESERVE" to DetenteurStockDev
               end-if

               perform LireStockDevise

               if SensMvtDevise not = "A"
               and MontantStockDev < MontantMvtDevise
                   move "Stock insuffisant dans la devise"
                   to MessageReserve
               end-if
           end-if.

       EnregistrerDevisesReserve.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMvtReserve
           end-string.

           exec sql
               select coalesce(max(NoMvtDevise), 0) + 1
               into :MouvementDevise.NoMvtDevise
               from MouvementDevise
           end-exec.

           exec sql
               insert into MouvementDevise
               (NoMvtDevise, CodeBanque, CodeGuichet, DateMvt, Sens,
                Devise, Montant, Detenteur, Operateur, Valideur)
               values
               (:MouvementDevise.NoMvtDevise,
                :ReserveGuichet.CodeBanqueReserve,
                :ReserveGuichet.CodeGuichetReserve,
                :MouvementReserve.DateMvtReserve,
                :MouvementDevise.SensMvtDevise,
                :MouvementDevise.DeviseMvtDevise,
                :MouvementDevise.MontantMvtDevise,
                :MouvementDevise.DetenteurMvtDevise,
                :CodeOperateurCourant,
                :MouvementDevise.ValideurMvtDevise)
           end-exec.

           if sqlcode not = 0
               move "Mouvement de devises" to LibelleErreurSql
               move CodeGuichetReserve to CleErreurSql
               perform JournaliserErreurSql

               move "Mouvement de devises non enregistre"
               to MessageReserve
           else
               perform EnregistrerDevisesReserve-Trt
           end-if.

       EnregistrerDevisesReserve-Trt.
           move CodeBanqueReserve to CodeBanqueStockDev.
           move CodeGuichetReserve to CodeGuichetStockDev.
           move DeviseMvtDevise to DeviseStockDev.

      * La reserve d'abord : elle donne en dotation et en versement

           move "RESERVE" to DetenteurStockDev.

           if SensMvtDevise = "D" or SensMvtDevise = "V"
               compute MontantDeltaDevise = 0 - MontantMvtDevise
           else
               move MontantMvtDevise to MontantDeltaDevise
           end-if.

           perform MajStockDevise.

      * Puis la caisse, en sens inverse, pour une dotation ou un
      * retour

           if SensMvtDevise = "D" or SensMvtDevise = "R"
               move DetenteurMvtDevise to DetenteurStockDev
               compute MontantDeltaDevise = 0 - MontantDeltaDevise

               perform MajStockDevise
           end-if.

           move "MouvementDevise" to TableAudit.
           move NoMvtDevise to CleAudit.
           move spaces to AncienneValeurAudit.
           move MontantMvtDevise to MontantDeviseAffiche.

           string
             SensMvtDevise delimited by size
             " " delimited by size
             MontantDeviseAffiche delimited by size
             " " delimited by size
             DeviseMvtDevise delimited by size
             " valide par " delimited by size
             ValideurMvtDevise delimited by size
             into NouvelleValeurAudit
           end-string.

           perform EnregistrerAudit.

           move "Mouvement de devises enregistre" to MessageReserve.

      * --- Chaine de nuit : reserves hors seuils et reserves sans
      * inventaire du jour ---

       AlertesReserves.
           move 0 to NbAlertesReserves.
           move 0 to EotReserve.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open output F-AlertesReserves.

           move corresponding DateSysteme to AlertesReservesEntete1.

           move NomSocieteEntete
           to SocieteEntete of AlertesReservesEntete1.

           write E-AlertesReserves from AlertesReservesEntete1.
           write E-AlertesReserves from AmortissementEntete2.
           write E-AlertesReserves from " ".
           write E-AlertesReserves from AlertesReservesEntete2.

           exec sql
               declare C-AlertesReserves cursor for
                   select g.CodeBanque, g.CodeGuichet,
                   g.PlafondAssure, g.EncaisseMinimale,
                   coalesce((select sum(r.Coupure * r.Nombre)
                   from ReserveEspeces r
                   where r.CodeBanque = g.CodeBanque
                   and r.CodeGuichet = g.CodeGuichet), 0),
                   (select count(*) from MouvementReserve m
                   where m.CodeBanque = g.CodeBanque
                   and m.CodeGuichet = g.CodeGuichet
                   and m.TypeMvt = 'I'
                   and m.DateMvt = :DateComptableTexte)
                   from ReserveGuichet g
                   order by g.CodeBanque, g.CodeGuichet
           end-exec.

           exec sql
             open C-AlertesReserves
           end-exec.

           perform EditerUneAlerteReserve until EotReserve = 1.

           exec sql
             close C-AlertesReserves
           end-exec.

           write E-AlertesReserves from " ".

           move spaces to AlertesReservesTotal.
           move "Alertes des reserves ........ :"
           to LibelleTotalAlertesReserves.
           move NbAlertesReserves to NbTotalAlertesReservesEdit.
           write E-AlertesReserves from AlertesReservesTotal.

           close F-AlertesReserves.

           move "AlertesReserves" to NomEdition.
           move "AlertesReserves" to EtapeProductrice.

           move "C:\Users\dugs\Documents\AlertesReserves.txt"
           to CheminEdition.

           move NbAlertesReserves to NbLignesEdition.

           perform EnregistrerEdition.

       EditerUneAlerteReserve.
           exec sql
               fetch C-AlertesReserves
               into :ReserveGuichet.CodeBanqueReserve,
               :ReserveGuichet.CodeGuichetReserve,
               :ReserveGuichet.PlafondAssureReserve,
               :ReserveGuichet.EncaisseMiniReserve,
               :TotalStockReserve, :NbInventairesJour
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotReserve
           else
               move spaces to AlertesReservesDetail

               move CodeBanqueReserve to BanqueAlerteReserveEdit
               move CodeGuichetReserve to GuichetAlerteReserveEdit
               move TotalStockReserve to StockAlerteReserveEdit

               evaluate true
                   when PlafondAssureReserve > 0
                   and TotalStockReserve > PlafondAssureReserve
                       move PlafondAssureReserve
                       to SeuilAlerteReserveEdit
                       move "au-dela du plafond assure"
                       to LibelleAlerteReserveEdit
                   when TotalStockReserve < EncaisseMiniReserve
                       move EncaisseMiniReserve
                       to SeuilAlerteReserveEdit
                       move "sous l'encaisse minimale"
                       to LibelleAlerteReserveEdit
                   when NbInventairesJour = 0
                       move 0 to SeuilAlerteReserveEdit
                       move "inventaire du jour absent"
                       to LibelleAlerteReserveEdit
               end-evaluate

               if LibelleAlerteReserveEdit not = space
                   write E-AlertesReserves from AlertesReservesDetail

                   add 1 to NbAlertesReserves
               end-if
           end-if.

      **************************************************************************
      * Remises de cheques a l'encaissement : saisie d'une remise (une
      * ligne CMC7 + montant par cheque, compte du remettant controle),
      * credit apres le delai de float par la chaine de nuit (nature
      * RMC), presentation vers les confreres, et re-debit des impayes
      * retournes (nature RMI liee au credit, frais FRC)
      **************************************************************************
       SaisieRemiseCheques.
           initialize RemiseCheque.

           display M-Remise.

           accept M-Remise.

           if CodeBanqueRemise not = space
               perform ControlerCompteRemise

               if MessageRemise = space
                   perform SaisirLignesRemise
               end-if

               display M-Remise-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCompteRemise.
           move spaces to MessageRemise.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageRemise
           end-if.

           if MessageRemise = space
               perform ControlerCompteRemise-Trt
           end-if.

       ControlerCompteRemise-Trt.
           move 0 to NbOccurrencesRib.

           exec sql
               select count(*)
               into :NbOccurrencesRib
               from Compte
               where CodeBanque = :RemiseCheque.CodeBanqueRemise
               and CodeGuichet = :RemiseCheque.CodeGuichetRemise
               and NoCompte = :RemiseCheque.NoCompteRemise
               and TypeCompte = :RemiseCheque.TypeCompteRemise
               and StatutCompte <> 'C'
           end-exec.

           if NbOccurrencesRib = 0
               move "Compte du remettant introuvable ou clos"
               to MessageRemise
           end-if.

       SaisirLignesRemise.
           move 0 to NoRemise.

           exec sql
               select coalesce(max(NoRemise), 0) + 1
               into :RemiseCheque.NoRemise
               from RemiseCheque
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateRemise
           end-string.

      * Date de credit prevue : date de remise + delai de float

           move DateRemise to DateBaseCalcul.
           move DelaiFloatCheques to NbJoursAvance.

           perform CalculerDateAvanceeJours.

           move DateAvanceeJours to DateCreditPrevue.

           move 0 to NbLignesRemiseSaisies.
           move "X" to Cmc7Remise.

           perform SaisirUneLigneRemise
             until Cmc7Remise = space.

           if NbLignesRemiseSaisies = 0
               move "Remise abandonnee (aucune ligne)"
               to MessageRemise
           else
               move spaces to MessageRemise

               string
                 "Remise enregistree, " delimited by size
                 NbLignesRemiseSaisies delimited by size
                 " cheque(s) en attente de credit" delimited by size
                 into MessageRemise
               end-string
           end-if.

       SaisirUneLigneRemise.
           move spaces to Cmc7Remise.
           move 0 to MontantRemise.

           display M-Remise-L.

           accept M-Remise-L.

           if Cmc7Remise not = space and MontantRemise > 0
               add 1 to NbLignesRemiseSaisies

               move NbLignesRemiseSaisies to NoSeqRemise
               move "S" to StatutLigneRemise
               move 0 to NoMouvementCredit

               exec sql
                   insert into RemiseCheque
                   (NoRemise, NoSeq, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte, Cmc7, Montant, DateRemise,
                    DateCreditPrevue, Statut, NoMouvementCredit)
                   values
                   (:RemiseCheque.NoRemise,
                    :RemiseCheque.NoSeqRemise,
                    :RemiseCheque.CodeBanqueRemise,
                    :RemiseCheque.CodeGuichetRemise,
                    :RemiseCheque.NoCompteRemise,
                    :RemiseCheque.TypeCompteRemise,
                    :RemiseCheque.Cmc7Remise,
                    :RemiseCheque.MontantRemise,
                    :RemiseCheque.DateRemise,
                    :RemiseCheque.DateCreditPrevue,
                    :RemiseCheque.StatutLigneRemise,
                    :RemiseCheque.NoMouvementCredit)
               end-exec

               if sqlcode not = 0
                   move "Saisie remise de cheques" to LibelleErreurSql
                   move NoRemise of RemiseCheque to CleErreurSql
                   perform JournaliserErreurSql

                   subtract 1 from NbLignesRemiseSaisies

                   move spaces to Cmc7Remise
               end-if
           else
               move spaces to Cmc7Remise
           end-if.

      **************************************************************************
      * Credit des remises arrivees au terme du float (etape de la
      * chaine de nuit) : chaque ligne saisie dont la date de credit
      * prevue est atteinte est creditee (nature RMC), la ligne part
      * en presentation vers les confreres et passe P
      **************************************************************************
       CreditRemisesCheques.
           move 0 to Eot.
           move 0 to NbRemisesCreditees.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open extend F-PresentationCheques.

           if StatutFichierPresentation not = "00"
               open output F-PresentationCheques
           end-if.

           exec sql
               declare C-RemisesACrediter cursor for
                   select NoRemise, NoSeq, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Cmc7, Montant
                   from RemiseCheque
                   where Statut = 'S'
                   and DateCreditPrevue <= :DateComptableTexte
                   order by NoRemise, NoSeq
           end-exec.

           exec sql
             open C-RemisesACrediter
           end-exec.

           perform CrediterUneRemise until Eot = 1.

           exec sql
             close C-RemisesACrediter
           end-exec.

           close F-PresentationCheques.

       CrediterUneRemise.
           exec sql
               fetch C-RemisesACrediter
               into :RemiseCheque.NoRemise,
               :RemiseCheque.NoSeqRemise,
               :RemiseCheque.CodeBanqueRemise,
               :RemiseCheque.CodeGuichetRemise,
               :RemiseCheque.NoCompteRemise,
               :RemiseCheque.TypeCompteRemise,
               :RemiseCheque.Cmc7Remise,
               :RemiseCheque.MontantRemise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move CodeBanqueRemise to CodeBanque of Mouvement
               move CodeGuichetRemise to CodeGuichet of Mouvement

               move NoCompteRemise
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteRemise
               to TypeCompte of CompteComplet of Mouvement

               move MontantRemise to MontantOperationCourante
               move "RMC" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant

               if PosteOk
                   move 0 to NoMouvementCredit

                   exec sql
                       select coalesce(max(NoMouvement), 0)
                       into :RemiseCheque.NoMouvementCredit
                       from Mouvement
                       where CodeBanque = :Mouvement.CodeBanque
                       and CodeGuichet = :Mouvement.CodeGuichet
                       and NoCompte =
                       :Mouvement.CompteComplet.RacineCompte
                       and TypeCompte =
                       :Mouvement.CompteComplet.TypeCompte
                       and Nature = 'RMC'
                   end-exec

                   exec sql
                       update RemiseCheque
                       set Statut = 'P',
                       NoMouvementCredit =
                       :RemiseCheque.NoMouvementCredit
                       where NoRemise = :RemiseCheque.NoRemise
                       and NoSeq = :RemiseCheque.NoSeqRemise
                   end-exec

                   move MontantRemise to MontantRemiseAfficheC

                   if not EcoleActive
                       string
                         Cmc7Remise delimited by space
                         ";" delimited by size
                         MontantRemiseAfficheC delimited by size
                         ";" delimited by size
                         DateComptableTexte delimited by size
                         ";" delimited by size
                         NoRemise of RemiseCheque delimited by size
                         ";" delimited by size
                         NoSeqRemise delimited by size
                         into E-PresentationCheques
                       end-string

                       write E-PresentationCheques

                       move "CHQ" to TypeFluxComp
                       move DateComptableTexte to DateFluxComp
                       move MontantRemise to MontantFluxComp

                       perform CumulerFluxCompensation
                   end-if

                   add 1 to NbRemisesCreditees
               end-if
           end-if.

      **************************************************************************
      * Retours d'impayes sur remises (etape de la chaine de nuit) :
      * le fichier des confreres (noremise;noseq;motif) re-debite le
      * client (nature RMI liee au credit d'origine), preleve les
      * frais d'impaye (nature FRC) et passe la ligne I
      **************************************************************************
       RetourImpayesCheques.
           move 0 to Eof.
           move 0 to NbImpayesRemises.

           open input F-RetourImpayes.

           if StatutFichierRetourImpayes not = "00"
               move 1 to Eof
           end-if.

           perform TraiterUnImpayeRemise until Eof = 1.

           if StatutFichierRetourImpayes = "00"
               close F-RetourImpayes
           end-if.

       TraiterUnImpayeRemise.
           read F-RetourImpayes
               at end
                   move 1 to Eof
               not at end
                   perform RedebiterImpayeRemise
           end-read.

       RedebiterImpayeRemise.
           move 0 to NbSeparateursImpaye.

           inspect E-RetourImpayes
             tallying NbSeparateursImpaye for all ";".

           if NbSeparateursImpaye not = 2
               move "Retour impaye illisible" to LibelleErreurSql
               move E-RetourImpayes(1:20) to CleErreurSql
               perform JournaliserErreurSql
           else
               move 0 to NoRemiseRetour
               move 0 to NoSeqRetour

               unstring E-RetourImpayes delimited by ";" into
                   NoRemiseRetour
                   NoSeqRetour
                   MotifImpayeRemise
               end-unstring

               initialize RemiseCheque

               exec sql
                   select NoRemise, NoSeq, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, Statut,
                   NoMouvementCredit
                   into :RemiseCheque.NoRemise,
                   :RemiseCheque.NoSeqRemise,
                   :RemiseCheque.CodeBanqueRemise,
                   :RemiseCheque.CodeGuichetRemise,
                   :RemiseCheque.NoCompteRemise,
                   :RemiseCheque.TypeCompteRemise,
                   :RemiseCheque.MontantRemise,
                   :RemiseCheque.StatutLigneRemise,
                   :RemiseCheque.NoMouvementCredit
                   from RemiseCheque
                   where NoRemise = :NoRemiseRetour
                   and NoSeq = :NoSeqRetour
               end-exec

               if sqlcode not = 0
               or StatutLigneRemise not = "P"
                   move "Retour impaye inconnu ou deja traite"
                   to LibelleErreurSql
                   move NoRemiseRetour to CleErreurSql
                   perform JournaliserErreurSql
               else
                   perform PosterImpayeRemise
               end-if
           end-if.

       PosterImpayeRemise.
           move CodeBanqueRemise to CodeBanque of Mouvement.
           move CodeGuichetRemise to CodeGuichet of Mouvement.

           move NoCompteRemise
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteRemise
           to TypeCompte of CompteComplet of Mouvement.

      * Re-debit du montant du cheque, lie au credit d'origine

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMouvement of Mouvement
           end-string.

           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           move Credit of Compte to CreditAvantMaj.
           add MontantRemise to Credit of Compte.

           exec sql
               update Compte set Credit = :Compte.Credit
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Impaye remise (re-debit)" to LibelleErreurSql
               move NoRemiseRetour to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Compte" to TableAudit
               perform ClePosteCourant
               move CreditAvantMaj to AncienneValeurAudit
               move Credit of Compte to NouvelleValeurAudit

               perform EnregistrerAudit

               exec sql
                   insert into Mouvement
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Operateur, Nature,
                    RefMouvementOrigine, DateValeur)
                   values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :Mouvement.DateMouvement, 'C',
                    :RemiseCheque.MontantRemise,
                    :CodeOperateurCourant, 'RMI',
                    :RemiseCheque.NoMouvementCredit,
                    :Mouvement.DateMouvement)
               end-exec

      * Frais d'impaye, par la patte partagee (nature FRC)

               move FraisImpayeCheque to MontantOperationCourante
               move "FRC" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours

               exec sql
                   update RemiseCheque set Statut = 'I'
                   where NoRemise = :RemiseCheque.NoRemise
                   and NoSeq = :RemiseCheque.NoSeqRemise
               end-exec

               add 1 to NbImpayesRemises

               move "IMP" to TypeFluxComp
               move DateMouvement of Mouvement to DateFluxComp
               move MontantRemise to MontantFluxComp

               perform CumulerFluxCompensation
           end-if.

      **************************************************************************
      * Rapprochement de la compensation (etape de la chaine de nuit)
      * : l'avis de reglement du systeme d'echange, une ligne par date
      * et type de flux (CHQ presentation des cheques, SEPA remise de
      * virements, PRL prelevements recus, CB operations cartes, IMP
      * retours d'impayes), est confronte aux cumuls declares par les
      * etapes. Une date presente dans l'avis rapproche tous les flux
      * declares a cette date : un flux declare absent de l'avis est
      * en ecart comme un flux regle jamais declare
      **************************************************************************
       RapprochementCompensation.
           move 0 to Eof.
           move 0 to NbAvisLus.
           move 0 to NbFluxRapproches.
           move 0 to NbEcartsComp.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

      * Fichier optionnel : pas d'avis = rien a rapprocher ce soir

           open input F-AvisReglement.

           if StatutFichierAvisReglement not = "00"
               move 1 to Eof
           end-if.

           perform LireAvisReglement until Eof = 1.

           if StatutFichierAvisReglement = "00"
               close F-AvisReglement
           end-if.

           open output F-RapprochementComp.

           move corresponding DateSysteme to CompEntete1.

           move NomSocieteEntete to SocieteEntete of CompEntete1.

           write E-RapprochementComp from CompEntete1.
           write E-RapprochementComp from AmortissementEntete2.
           write E-RapprochementComp from " ".
           write E-RapprochementComp from CompEntete2.

           move 0 to EotComp.

           exec sql
               declare C-FluxRapproches cursor for
                   select DateFlux, TypeFlux, NbDeclare,
                   MontantDeclare, NbRegle, MontantRegle, Statut
                   from FluxCompensation
                   where DateRapprochement = :DateComptableTexte
                   and CodeSociete = :CodeSocieteCourant
                   order by DateFlux, TypeFlux
           end-exec.

           exec sql
             open C-FluxRapproches
           end-exec.

           perform RapprocherUnFlux until EotComp = 1.

           exec sql
             close C-FluxRapproches
           end-exec.

           write E-RapprochementComp from " ".

           move "Lignes d'avis de reglement lues .. :"
           to LibelleCompTotal.
           move NbAvisLus to ValeurCompTotal.
           write E-RapprochementComp from CompTotal.

           move "Flux rapproches ................. :"
           to LibelleCompTotal.
           move NbFluxRapproches to ValeurCompTotal.
           write E-RapprochementComp from CompTotal.

           move "Ecarts inexpliques .............. :"
           to LibelleCompTotal.
           move NbEcartsComp to ValeurCompTotal.
           write E-RapprochementComp from CompTotal.

           close F-RapprochementComp.

           move "RapprochementCompensation" to NomEdition.
           move "RapprochementCompensation" to EtapeProductrice.

           move
           "C:\Users\dugs\Documents\RapprochementCompensation.txt"
           to CheminEdition.

           move NbFluxRapproches to NbLignesEdition.

           perform EnregistrerEdition.

       LireAvisReglement.
           read F-AvisReglement
               at end
                   move 1 to Eof
               not at end
                   perform TraiterLigneAvis
           end-read.

       TraiterLigneAvis.
           add 1 to NbAvisLus.

           move 0 to NbSeparateursAvis.

           inspect E-AvisReglement
             tallying NbSeparateursAvis for all ";".

           if NbSeparateursAvis not = 3
               move "Avis de reglement illisible" to LibelleErreurSql
               move E-AvisReglement(1:20) to CleErreurSql
               perform JournaliserErreurSql
           else
               move spaces to DateFluxComp
               move spaces to TypeFluxComp
               move spaces to NombreAvisTexte
               move spaces to MontantAvisTexte

               unstring E-AvisReglement delimited by ";" into
                   DateFluxComp
                   TypeFluxComp
                   NombreAvisTexte
                   MontantAvisTexte
               end-unstring

               if DateFluxComp not numeric
               or NombreAvisTexte not numeric
               or MontantAvisTexte not numeric
               or (TypeFluxComp not = "CHQ"
               and TypeFluxComp not = "SEPA"
               and TypeFluxComp not = "PRL"
               and TypeFluxComp not = "CB"
               and TypeFluxComp not = "IMP")
                   move "Avis de reglement incorrect"
                   to LibelleErreurSql
                   move E-AvisReglement(1:20) to CleErreurSql
                   perform JournaliserErreurSql
               else
                   perform EnregistrerLigneAvis
               end-if
           end-if.

      * --- Une ligne d'avis : le regle est pose sur le flux (cree
      * s'il n'a jamais ete declare) et la date entre dans le
      * rapprochement de ce soir avec tous ses flux declares ---

       EnregistrerLigneAvis.
           move NombreAvisTexte to NbRegleComp.
           move MontantAvisTexte to MontantAvisCentimes.

           compute MontantRegleComp = MontantAvisCentimes / 100.

           exec sql
               update FluxCompensation
               set DateRapprochement = :DateComptableTexte
               where DateFlux = :FluxCompensation.DateFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           move 0 to NbLignesFluxComp.

           exec sql
               select count(*)
               into :NbLignesFluxComp
               from FluxCompensation
               where DateFlux = :FluxCompensation.DateFluxComp
               and TypeFlux = :FluxCompensation.TypeFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if NbLignesFluxComp = 0
               exec sql
                   insert into FluxCompensation
                   (DateFlux, TypeFlux, NbDeclare, MontantDeclare,
                    NbRegle, MontantRegle, Statut, DateRapprochement,
                    CodeSociete)
                   values
                   (:FluxCompensation.DateFluxComp,
                    :FluxCompensation.TypeFluxComp, 0, 0,
                    :FluxCompensation.NbRegleComp,
                    :FluxCompensation.MontantRegleComp, 'D',
                    :DateComptableTexte, :CodeSocieteCourant)
               end-exec
           else
               exec sql
                   update FluxCompensation
                   set NbRegle = :FluxCompensation.NbRegleComp,
                   MontantRegle = :FluxCompensation.MontantRegleComp
                   where DateFlux = :FluxCompensation.DateFluxComp
                   and TypeFlux = :FluxCompensation.TypeFluxComp
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           end-if.

           if sqlcode not = 0
               move "Avis de reglement (flux)" to LibelleErreurSql

               string
                 DateFluxComp delimited by size
                 " " delimited by size
                 TypeFluxComp delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           end-if.

      * --- Un flux de la date rapprochee : R rapproche, E ecart ; un
      * ecart deja justifie (J) reste explique ---

       RapprocherUnFlux.
           exec sql
               fetch C-FluxRapproches
               into :FluxCompensation.DateFluxComp,
               :FluxCompensation.TypeFluxComp,
               :FluxCompensation.NbDeclareComp,
               :FluxCompensation.MontantDeclareComp,
               :FluxCompensation.NbRegleComp,
               :FluxCompensation.MontantRegleComp,
               :FluxCompensation.StatutFluxComp
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotComp
           else
               perform RapprocherUnFlux-Trt
           end-if.

       RapprocherUnFlux-Trt.
           add 1 to NbFluxRapproches.

           compute EcartMontantComp =
           MontantRegleComp - MontantDeclareComp.

           move spaces to CompDetail.

           evaluate true
               when EcartMontantComp = 0
               and NbRegleComp = NbDeclareComp
                   move "R" to StatutFluxComp
                   move "rapproche" to StatutCompEdit
               when StatutFluxComp = "J"
                   move "ecart justifie" to StatutCompEdit
               when other
                   move "E" to StatutFluxComp
                   move "ECART" to StatutCompEdit

                   add 1 to NbEcartsComp

                   move "Ecart de compensation" to LibelleErreurSql

                   string
                     DateFluxComp delimited by size
                     " " delimited by size
                     TypeFluxComp delimited by space
                     into CleErreurSql
                   end-string

                   perform JournaliserErreurSql
           end-evaluate.

           exec sql
               update FluxCompensation
               set Statut = :FluxCompensation.StatutFluxComp
               where DateFlux = :FluxCompensation.DateFluxComp
               and TypeFlux = :FluxCompensation.TypeFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           move DateFluxComp to DateCompEdit.

           evaluate TypeFluxComp
               when "CHQ"
                   move "PresentationCheques" to FluxCompEdit
               when "SEPA"
                   move "RemiseSepa" to FluxCompEdit
               when "PRL"
                   move "FichierPrelevement" to FluxCompEdit
               when "CB"
                   move "FichierCartes" to FluxCompEdit
               when "IMP"
                   move "RetourImpayes" to FluxCompEdit
           end-evaluate.

           move NbDeclareComp to NbDeclCompEdit.
           move NbRegleComp to NbReglCompEdit.
           move MontantDeclareComp to DeclCompEdit.
           move MontantRegleComp to ReglCompEdit.
           move EcartMontantComp to EcartCompEdit.

           write E-RapprochementComp from CompDetail.

      * --- Cumul d'une operation echangee avec la compensation
      * (TypeFluxComp, DateFluxComp, MontantFluxComp), ligne creee a la
      * premiere operation du flux ; le code retour de l'appelant est
      * rendu intact ---

       CumulerFluxCompensation.
           move sqlcode to SqlCodeFluxComp.

           move 0 to NbLignesFluxComp.

           exec sql
               select count(*)
               into :NbLignesFluxComp
               from FluxCompensation
               where DateFlux = :FluxCompensation.DateFluxComp
               and TypeFlux = :FluxCompensation.TypeFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if NbLignesFluxComp = 0
               exec sql
                   insert into FluxCompensation
                   (DateFlux, TypeFlux, NbDeclare, MontantDeclare,
                    NbRegle, MontantRegle, Statut, DateRapprochement,
                    CodeSociete)
                   values
                   (:FluxCompensation.DateFluxComp,
                    :FluxCompensation.TypeFluxComp, 1,
                    :MontantFluxComp, 0, 0, 'D', ' ',
                    :CodeSocieteCourant)
               end-exec
           else
               exec sql
                   update FluxCompensation
                   set NbDeclare = NbDeclare + 1,
                   MontantDeclare = MontantDeclare + :MontantFluxComp
                   where DateFlux = :FluxCompensation.DateFluxComp
                   and TypeFlux = :FluxCompensation.TypeFluxComp
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           end-if.

           if sqlcode not = 0
               move "Cumul flux de compensation" to LibelleErreurSql

               string
                 DateFluxComp delimited by size
                 " " delimited by size
                 TypeFluxComp delimited by space
                 into CleErreurSql
               end-string

               perform JournaliserErreurSql
           end-if.

           move SqlCodeFluxComp to sqlcode.

      **************************************************************************
      * Justification des ecarts de compensation : le superviseur
      * explique un flux en ecart (decalage de date, rejet du systeme
      * d'echange...) ; le motif est conserve sur le flux et l'ecart
      * n'est plus compte inexplique aux rapprochements suivants
      **************************************************************************
       GestionEcartsCompensation.
           perform SaisieEcartComp-Init.
           perform SaisieEcartComp-Trt until DateFluxSaisieComp = space.
           perform SaisieEcartComp-Fin.

       SaisieEcartComp-Init.
           move "" to DateFluxSaisieComp.

       SaisieEcartComp-Trt.
           move spaces to DateFluxSaisieComp.
           move spaces to TypeFluxSaisieComp.
           move spaces to MotifSaisieComp.
           move spaces to MessageEcartComp.

           display M-EcartsComp.

           accept M-EcartsComp.

           if DateFluxSaisieComp not = space
               perform JustifierEcartComp

               display M-EcartsComp-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       SaisieEcartComp-Fin.
           continue.

       JustifierEcartComp.
           inspect TypeFluxSaisieComp
             converting "abcdefghijklmnopqrstuvwxyz"
             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move DateFluxSaisieComp to DateFluxComp.
           move TypeFluxSaisieComp to TypeFluxComp.

           exec sql
               select NbDeclare, MontantDeclare, NbRegle,
               MontantRegle, Statut
               into :FluxCompensation.NbDeclareComp,
               :FluxCompensation.MontantDeclareComp,
               :FluxCompensation.NbRegleComp,
               :FluxCompensation.MontantRegleComp,
               :FluxCompensation.StatutFluxComp
               from FluxCompensation
               where DateFlux = :FluxCompensation.DateFluxComp
               and TypeFlux = :FluxCompensation.TypeFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Flux inconnu a cette date" to MessageEcartComp
               when StatutFluxComp not = "E"
                   move "Ce flux n'est pas en ecart" to MessageEcartComp
               when MotifSaisieComp = space
                   move "Le motif de l'ecart est obligatoire"
                   to MessageEcartComp
           end-evaluate.

           if MessageEcartComp = space
               compute EcartMontantComp =
               MontantRegleComp - MontantDeclareComp

               display M-EcartsComp-Detail

               display M-EcartsComp-Q

               move "N" to Reponse

               accept Reponse line 1 col 46

               if Reponse = "o" then
                   move "O" to Reponse
               end-if

               display M-EffaceQuestion

               if Reponse = "O"
                   perform EnregistrerJustificationComp
               else
                   move "Justification abandonnee" to MessageEcartComp
               end-if
           end-if.

       EnregistrerJustificationComp.
           move MotifSaisieComp to MotifEcartComp.

           exec sql
               update FluxCompensation
               set Statut = 'J',
               MotifEcart = :FluxCompensation.MotifEcartComp,
               OperateurJustification = :CodeOperateurCourant
               where DateFlux = :FluxCompensation.DateFluxComp
               and TypeFlux = :FluxCompensation.TypeFluxComp
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Justification ecart compensation"
               to LibelleErreurSql
               move DateFluxComp to CleErreurSql
               perform JournaliserErreurSql

               move "Justification non enregistree" to MessageEcartComp
           else
               move "FluxCompensation" to TableAudit

               string
                 DateFluxComp delimited by size
                 " " delimited by size
                 TypeFluxComp delimited by space
                 into CleAudit
               end-string

               move "E" to AncienneValeurAudit
               move MotifSaisieComp to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Ecart justifie" to MessageEcartComp
           end-if.

      **************************************************************************
      * Effets de commerce (LCR, billets a ordre) : remise d'un
      * bordereau a l'escompte ou a l'encaissement, ligne d'escompte
      * des clients et etat du portefeuille ; la presentation a
      * l'echeance et les impayes passent par la chaine de nuit
      **************************************************************************
       GestionEffets.
           perform SaisieEffet-Init.
           perform SaisieEffet-Trt until ChoixEffet = space.
           perform SaisieEffet-Fin.

       SaisieEffet-Init.
           move "" to ChoixEffet.

       SaisieEffet-Trt.
           move space to ChoixEffet.

           display M-Effets.

           accept ChoixEffet line 5 col 57.

           if ChoixEffet = "r" then
               move "R" to ChoixEffet
           end-if.

           if ChoixEffet = "l" then
               move "L" to ChoixEffet
           end-if.

           if ChoixEffet = "p" then
               move "P" to ChoixEffet
           end-if.

           evaluate ChoixEffet
               when "R"
                   perform SaisieRemiseEffets
               when "L"
                   perform GestionLigneEscompte
               when "P"
                   perform EditionPortefeuilleEffets
           end-evaluate.

       SaisieEffet-Fin.
           continue.

      * --- Remise d'un bordereau d'effets ---

       SaisieRemiseEffets.
           initialize EffetCommerce.

           display M-Effet-Bordereau.

           accept M-Effet-Bordereau.

           if CodeBanqueEffet not = space
               perform ControlerBordereauEffets

               if MessageEffet = space
                   perform SaisirEffetsBordereau
               end-if

               display M-Effet-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerBordereauEffets.
           move spaces to MessageEffet.

           if ModeRemiseEffet = "e"
               move "E" to ModeRemiseEffet
           end-if.

           if ModeRemiseEffet = "c"
               move "C" to ModeRemiseEffet
           end-if.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageEffet
           end-if.

           if MessageEffet = space
           and ModeRemiseEffet not = "E" and ModeRemiseEffet not = "C"
               move "Indiquer E (escompte) ou C (encaissement)"
               to MessageEffet
           end-if.

           if MessageEffet = space
               perform ControlerBordereauEffets-Trt
           end-if.

       ControlerBordereauEffets-Trt.
           exec sql
               select CodeClient
               into :EffetCommerce.CodeClientEffet
               from Compte
               where CodeBanque = :EffetCommerce.CodeBanqueEffet
               and CodeGuichet = :EffetCommerce.CodeGuichetEffet
               and NoCompte = :EffetCommerce.NoCompteEffet
               and TypeCompte = :EffetCommerce.TypeCompteEffet
               and StatutCompte <> 'C'
           end-exec.

           if sqlcode not = 0
               move "Compte du remettant introuvable ou clos"
               to MessageEffet
           end-if.

      * L'escompte suppose une ligne ouverte au client

           if MessageEffet = space and ModeRemiseEffet = "E"
               move CodeClientEffet to CodeClientEscompte

               perform LireLigneEscompte

               if not LigneEscompteTrouvee or PlafondEscompte = 0
                   move "Client sans ligne d'escompte ouverte"
                   to MessageEffet
               else
                   perform CalculerEncoursEscompte
               end-if
           end-if.

       SaisirEffetsBordereau.
           exec sql
               select coalesce(max(NoBordereau), 0) + 1
               into :EffetCommerce.NoBordereau
               from EffetCommerce
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateRemiseEffet
           end-string.

           move 0 to NbEffetsSaisis.
           move 0 to TotalBordereau.
           move "X" to IbanTireEffet.

           perform SaisirUnEffet
             until IbanTireEffet = space.

           if NbEffetsSaisis = 0
               move "Bordereau abandonne (aucun effet)"
               to MessageEffet
           else
               move TotalBordereau to PlafondEscompteAffiche
               move spaces to MessageEffet

               string
                 "Bordereau " delimited by size
                 NoBordereau delimited by size
                 " enregistre, " delimited by size
                 NbEffetsSaisis delimited by size
                 " effet(s) pour " delimited by size
                 PlafondEscompteAffiche delimited by size
                 into MessageEffet
               end-string
           end-if.

       SaisirUnEffet.
           move spaces to IbanTireEffet.
           move spaces to NomTireEffet.
           move spaces to DateEcheanceEffet.
           move 0 to MontantEffet.
           move 0 to AgiosEffet.
           move 0 to NoMouvementCreditEffet.

           display M-Effet-L.

           accept M-Effet-L.

           if IbanTireEffet not = space
               move spaces to MessageEffet

               perform ControlerEffet

               if MessageEffet = space
                   perform EnregistrerEffet
               end-if

               if MessageEffet not = space
                   display M-Effet-Resultat

                   accept Reponse Line 1 Col 80

                   display M-EffaceQuestion
               end-if
           end-if.

       ControlerEffet.
           evaluate true
               when MontantEffet = 0
                   move "Montant de l'effet obligatoire"
                   to MessageEffet
               when NomTireEffet = space
                   move "Nom du tire obligatoire" to MessageEffet
               when DateEcheanceEffet is not numeric
                   move "Echeance invalide (AAAAMMJJ)" to MessageEffet
               when DateEcheanceEffet < DateRemiseEffet
                   move "Effet deja echu" to MessageEffet
               when ModeRemiseEffet = "E"
               and DateEcheanceEffet = DateRemiseEffet
                   move "Effet a vue : remise a l'encaissement"
                   to MessageEffet
               when ModeRemiseEffet = "E"
               and EncoursEscompte + MontantEffet > PlafondEscompte
                   move "Ligne d'escompte du client depassee"
                   to MessageEffet
           end-evaluate.

      * --- Un effet escompte est credite avant d'etre enregistre ;
      * agios et commission suivent par la patte partagee ---

       EnregistrerEffet.
           move CodeBanqueEffet to CodeBanque of Mouvement.
           move CodeGuichetEffet to CodeGuichet of Mouvement.

           move NoCompteEffet
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteEffet
           to TypeCompte of CompteComplet of Mouvement.

           if ModeRemiseEffet = "E"
               perform EscompterEffet
           end-if.

           if MessageEffet = space
               add 1 to NbEffetsSaisis

               move NbEffetsSaisis to NoSeqEffet
               move "R" to StatutEffet

               exec sql
                   insert into EffetCommerce
                   (NoBordereau, NoSeq, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte, CodeClient, ModeRemise,
                    IbanTire, NomTire, Montant, DateRemise,
                    DateEcheance, Agios, Statut, NoMouvementCredit)
                   values
                   (:EffetCommerce.NoBordereau,
                    :EffetCommerce.NoSeqEffet,
                    :EffetCommerce.CodeBanqueEffet,
                    :EffetCommerce.CodeGuichetEffet,
                    :EffetCommerce.NoCompteEffet,
                    :EffetCommerce.TypeCompteEffet,
                    :EffetCommerce.CodeClientEffet,
                    :EffetCommerce.ModeRemiseEffet,
                    :EffetCommerce.IbanTireEffet,
                    :EffetCommerce.NomTireEffet,
                    :EffetCommerce.MontantEffet,
                    :EffetCommerce.DateRemiseEffet,
                    :EffetCommerce.DateEcheanceEffet,
                    :EffetCommerce.AgiosEffet,
                    :EffetCommerce.StatutEffet,
                    :EffetCommerce.NoMouvementCreditEffet)
               end-exec

               if sqlcode not = 0
                   move "Remise d'effets" to LibelleErreurSql
                   move NoBordereau to CleErreurSql
                   perform JournaliserErreurSql
               end-if

               add MontantEffet to TotalBordereau

               if CommissionEffet > 0
                   move CommissionEffet to MontantOperationCourante
                   move "COE" to NatureMouvement of Mouvement

                   move "O" to ExecutionSaisieEnCours

                   perform PosterDebitCompteCourant

                   move "N" to ExecutionSaisieEnCours
               end-if
           end-if.

      * Agios d'escompte : jours civils de la remise a l'echeance,
      * sur une annee de 360 jours

       EscompterEffet.
           move DateRemiseEffet to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilDebut.

           move DateEcheanceEffet to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

           compute NbJoursEscompte = JourCivilFin - JourCivilDebut.

           compute AgiosEffet rounded =
           MontantEffet * TauxEscompte * NbJoursEscompte / 360.

           move MontantEffet to MontantOperationCourante.
           move "LCE" to NatureMouvement of Mouvement.

           perform PosterCreditCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageEffet
           else
               exec sql
                   select coalesce(max(NoMouvement), 0)
                   into :EffetCommerce.NoMouvementCreditEffet
                   from Mouvement
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte = :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte = :Mouvement.CompteComplet.TypeCompte
                   and Nature = 'LCE'
               end-exec

               add MontantEffet to EncoursEscompte

               if AgiosEffet > 0
                   move AgiosEffet to MontantOperationCourante
                   move "AGE" to NatureMouvement of Mouvement

                   move "O" to ExecutionSaisieEnCours

                   perform PosterDebitCompteCourant

                   move "N" to ExecutionSaisieEnCours
               end-if
           end-if.

      * --- Ligne d'escompte du client CodeClientEscompte ---

       LireLigneEscompte.
           move "N" to StatutLigneEscompte.
           move 0 to PlafondEscompte.
           move 0 to TauxEscompte.

           exec sql
               select Plafond, TauxEscompte
               into :LigneEscompte.PlafondEscompte,
               :LigneEscompte.TauxEscompte
               from LigneEscompte
               where CodeClient = :LigneEscompte.CodeClientEscompte
           end-exec.

           if sqlcode = 0
               move "O" to StatutLigneEscompte
           else
               move 0 to PlafondEscompte
               move 0 to TauxEscompte
           end-if.

      * Encours : effets escomptes encore en portefeuille

       CalculerEncoursEscompte.
           move 0 to EncoursEscompte.

           exec sql
               select coalesce(sum(Montant), 0)
               into :EncoursEscompte
               from EffetCommerce
               where CodeClient = :LigneEscompte.CodeClientEscompte
               and ModeRemise = 'E'
               and Statut = 'R'
           end-exec.

       GestionLigneEscompte.
           initialize LigneEscompte.

           display M-LigneEscompte-C.

           accept M-LigneEscompte-C.

           if CodeClientEscompte not = space
               move spaces to MessageEffet
               move spaces to NomClientEffet

               exec sql
                   select Nom
                   into :NomClientEffet
                   from Client
                   where CodeClient =
                   :LigneEscompte.CodeClientEscompte
               end-exec

               if sqlcode not = 0
                   move "Client introuvable" to MessageEffet
               else
                   perform LireLigneEscompte
                   perform CalculerEncoursEscompte

                   move PlafondEscompte to PlafondEscompteAvant

                   display M-LigneEscompte-E

                   accept M-LigneEscompte-E

                   perform MajLigneEscompte
               end-if

               display M-Effet-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       MajLigneEscompte.
           if LigneEscompteTrouvee
               exec sql
                   update LigneEscompte
                   set Plafond = :LigneEscompte.PlafondEscompte,
                   TauxEscompte = :LigneEscompte.TauxEscompte
                   where CodeClient =
                   :LigneEscompte.CodeClientEscompte
               end-exec
           else
               exec sql
                   insert into LigneEscompte
                   (CodeClient, Plafond, TauxEscompte)
                   values
                   (:LigneEscompte.CodeClientEscompte,
                    :LigneEscompte.PlafondEscompte,
                    :LigneEscompte.TauxEscompte)
               end-exec
           end-if.

           if sqlcode not = 0
               move "Ligne d'escompte" to LibelleErreurSql
               move CodeClientEscompte to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise a jour de la ligne"
               to MessageEffet
           else
               move "LigneEscompte" to TableAudit
               move CodeClientEscompte to CleAudit
               move PlafondEscompteAvant to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 PlafondEscompte delimited by size
                 " " delimited by size
                 TauxEscompte delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if PlafondEscompte < EncoursEscompte
                   move "Ligne enregistree (encours au-dela du plafond)"
                   to MessageEffet
               else
                   move "Ligne d'escompte enregistree" to MessageEffet
               end-if
           end-if.

      * --- Etat du portefeuille a la demande ---

       EditionPortefeuilleEffets.
           perform PortefeuilleEffets.

           move spaces to MessageEffet.

           string
             "Portefeuille edite : " delimited by size
             NbEffetsPortefeuille delimited by size
             " effet(s) en cours" delimited by size
             into MessageEffet
           end-string.

           display M-Effet-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

      **************************************************************************
      * Presentation des effets echus (etape de la chaine de nuit) :
      * chaque effet en portefeuille arrive a echeance part vers la
      * banque du tire ; l'effet a l'encaissement est alors credite
      * au remettant (nature LCR), l'effet escompte l'ayant ete a la
      * remise, et la ligne passe P
      **************************************************************************
       PresentationEffets.
           move 0 to EotEffet.
           move 0 to NbEffetsPresentes.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open extend F-PresentationEffets.

           if StatutFichierPresEffets not = "00"
               open output F-PresentationEffets
           end-if.

           exec sql
               declare C-EffetsEchus cursor for
                   select NoBordereau, NoSeq, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, ModeRemise, IbanTire,
                   NomTire, Montant, DateEcheance, NoMouvementCredit
                   from EffetCommerce
                   where Statut = 'R'
                   and DateEcheance <= :DateComptableTexte
                   order by NoBordereau, NoSeq
           end-exec.

           exec sql
             open C-EffetsEchus
           end-exec.

           perform PresenterUnEffet until EotEffet = 1.

           exec sql
             close C-EffetsEchus
           end-exec.

           close F-PresentationEffets.

       PresenterUnEffet.
           exec sql
               fetch C-EffetsEchus
               into :EffetCommerce.NoBordereau,
               :EffetCommerce.NoSeqEffet,
               :EffetCommerce.CodeBanqueEffet,
               :EffetCommerce.CodeGuichetEffet,
               :EffetCommerce.NoCompteEffet,
               :EffetCommerce.TypeCompteEffet,
               :EffetCommerce.ModeRemiseEffet,
               :EffetCommerce.IbanTireEffet,
               :EffetCommerce.NomTireEffet,
               :EffetCommerce.MontantEffet,
               :EffetCommerce.DateEcheanceEffet,
               :EffetCommerce.NoMouvementCreditEffet
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotEffet
           else
               move "O" to StatutPoste

               if ModeRemiseEffet = "C"
                   perform CrediterEffetEncaissement
               end-if

               if PosteOk
                   exec sql
                       update EffetCommerce
                       set Statut = 'P',
                       NoMouvementCredit =
                       :EffetCommerce.NoMouvementCreditEffet
                       where NoBordereau = :EffetCommerce.NoBordereau
                       and NoSeq = :EffetCommerce.NoSeqEffet
                   end-exec

                   move MontantEffet to MontantEffetAffiche

                   if not EcoleActive
                       string
                         IbanTireEffet delimited by space
                         ";" delimited by size
                         NomTireEffet delimited by "  "
                         ";" delimited by size
                         MontantEffetAffiche delimited by size
                         ";" delimited by size
                         DateEcheanceEffet delimited by size
                         ";" delimited by size
                         CodeBanqueEffet delimited by size
                         CodeGuichetEffet delimited by size
                         NoCompteEffet delimited by size
                         ";" delimited by size
                         NoBordereau delimited by size
                         ";" delimited by size
                         NoSeqEffet delimited by size
                         into E-PresentationEffets
                       end-string

                       write E-PresentationEffets
                   end-if

                   add 1 to NbEffetsPresentes
               else
                   move "Presentation effet (credit)"
                   to LibelleErreurSql
                   move NoBordereau to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

       CrediterEffetEncaissement.
           move CodeBanqueEffet to CodeBanque of Mouvement.
           move CodeGuichetEffet to CodeGuichet of Mouvement.

           move NoCompteEffet
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteEffet
           to TypeCompte of CompteComplet of Mouvement.

           move MontantEffet to MontantOperationCourante.
           move "LCR" to NatureMouvement of Mouvement.

           perform PosterCreditCompteCourant.

           if PosteOk
               exec sql
                   select coalesce(max(NoMouvement), 0)
                   into :EffetCommerce.NoMouvementCreditEffet
                   from Mouvement
                   where CodeBanque = :Mouvement.CodeBanque
                   and CodeGuichet = :Mouvement.CodeGuichet
                   and NoCompte = :Mouvement.CompteComplet.RacineCompte
                   and TypeCompte = :Mouvement.CompteComplet.TypeCompte
                   and Nature = 'LCR'
               end-exec
           end-if.

      **************************************************************************
      * Retours d'impayes sur effets (etape de la chaine de nuit) : le
      * fichier des banques des tires (bordereau;seq;motif) re-debite
      * le remettant (nature LCI liee au credit d'origine), preleve
      * les frais d'impaye (nature FRE) et passe l'effet I
      **************************************************************************
       RetourImpayesEffets.
           move 0 to Eof.
           move 0 to NbImpayesEffets.

           open input F-RetourEffets.

           if StatutFichierRetourEffets not = "00"
               move 1 to Eof
           end-if.

           perform TraiterUnImpayeEffet until Eof = 1.

           if StatutFichierRetourEffets = "00"
               close F-RetourEffets
           end-if.

       TraiterUnImpayeEffet.
           read F-RetourEffets
               at end
                   move 1 to Eof
               not at end
                   perform RedebiterImpayeEffet
           end-read.

       RedebiterImpayeEffet.
           move 0 to NbSeparateursEffet.

           inspect E-RetourEffets
             tallying NbSeparateursEffet for all ";".

           if NbSeparateursEffet not = 2
               move "Retour effet illisible" to LibelleErreurSql
               move E-RetourEffets(1:20) to CleErreurSql
               perform JournaliserErreurSql
           else
               move 0 to NoBordereauRetour
               move 0 to NoSeqEffetRetour

               unstring E-RetourEffets delimited by ";" into
                   NoBordereauRetour
                   NoSeqEffetRetour
                   MotifImpayeEffet
               end-unstring

               initialize EffetCommerce

               exec sql
                   select NoBordereau, NoSeq, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, Statut,
                   NoMouvementCredit
                   into :EffetCommerce.NoBordereau,
                   :EffetCommerce.NoSeqEffet,
                   :EffetCommerce.CodeBanqueEffet,
                   :EffetCommerce.CodeGuichetEffet,
                   :EffetCommerce.NoCompteEffet,
                   :EffetCommerce.TypeCompteEffet,
                   :EffetCommerce.MontantEffet,
                   :EffetCommerce.StatutEffet,
                   :EffetCommerce.NoMouvementCreditEffet
                   from EffetCommerce
                   where NoBordereau = :NoBordereauRetour
                   and NoSeq = :NoSeqEffetRetour
               end-exec

               if sqlcode not = 0
               or StatutEffet not = "P"
                   move "Retour effet inconnu ou deja traite"
                   to LibelleErreurSql
                   move NoBordereauRetour to CleErreurSql
                   perform JournaliserErreurSql
               else
                   perform PosterImpayeEffet
               end-if
           end-if.

       PosterImpayeEffet.
           move CodeBanqueEffet to CodeBanque of Mouvement.
           move CodeGuichetEffet to CodeGuichet of Mouvement.

           move NoCompteEffet
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteEffet
           to TypeCompte of CompteComplet of Mouvement.

      * Re-debit du montant de l'effet, lie au credit d'origine

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMouvement of Mouvement
           end-string.

           exec sql
               select Debit, Credit
               into :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           move Credit of Compte to CreditAvantMaj.
           add MontantEffet to Credit of Compte.

           exec sql
               update Compte set Credit = :Compte.Credit
               where CodeBanque = :Mouvement.CodeBanque
               and CodeGuichet = :Mouvement.CodeGuichet
               and NoCompte = :Mouvement.CompteComplet.RacineCompte
               and TypeCompte = :Mouvement.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0
               move "Impaye effet (re-debit)" to LibelleErreurSql
               move NoBordereauRetour to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Compte" to TableAudit
               perform ClePosteCourant
               move CreditAvantMaj to AncienneValeurAudit
               move Credit of Compte to NouvelleValeurAudit

               perform EnregistrerAudit

               exec sql
                   insert into Mouvement
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Operateur, Nature,
                    RefMouvementOrigine, DateValeur)
                   values
                   (:Mouvement.CodeBanque, :Mouvement.CodeGuichet,
                    :Mouvement.CompteComplet.RacineCompte,
                    :Mouvement.CompteComplet.TypeCompte,
                    :Mouvement.DateMouvement, 'C',
                    :EffetCommerce.MontantEffet,
                    :CodeOperateurCourant, 'LCI',
                    :EffetCommerce.NoMouvementCreditEffet,
                    :Mouvement.DateMouvement)
               end-exec

      * Frais d'impaye, par la patte partagee (nature FRE)

               move FraisImpayeEffet to MontantOperationCourante
               move "FRE" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours

               exec sql
                   update EffetCommerce set Statut = 'I'
                   where NoBordereau = :EffetCommerce.NoBordereau
                   and NoSeq = :EffetCommerce.NoSeqEffet
               end-exec

               add 1 to NbImpayesEffets
           end-if.

      **************************************************************************
      * Portefeuille des effets (etape de la chaine de nuit, aussi a
      * la demande) : effets en portefeuille par client et par
      * echeance, sous-total par client et total general
      **************************************************************************
       PortefeuilleEffets.
           move 0 to EotEffet.
           move 0 to NbEffetsPortefeuille.
           move 0 to TotalPortefeuille.
           move 0 to NbEffetsClient.
           move 0 to TotalEffetsClient.
           move spaces to CodeClientEffetPrec.

           open output F-PortefeuilleEffets.

           move corresponding DateSysteme to PortefeuilleEntete1.

           move NomSocieteEntete
           to SocieteEntete of PortefeuilleEntete1.

           write E-PortefeuilleEffets from PortefeuilleEntete1.
           write E-PortefeuilleEffets from AmortissementEntete2.
           write E-PortefeuilleEffets from " ".
           write E-PortefeuilleEffets from PortefeuilleEntete2.

           exec sql
               declare C-Portefeuille cursor for
                   select e.CodeClient, coalesce(c.Nom, ' '),
                   e.DateEcheance, e.NoBordereau, e.NoSeq,
                   e.ModeRemise, e.NomTire, e.Montant
                   from EffetCommerce e
                   join Compte k
                   on k.CodeBanque = e.CodeBanque
                   and k.CodeGuichet = e.CodeGuichet
                   and k.NoCompte = e.NoCompte
                   and k.TypeCompte = e.TypeCompte
                   left join Client c
                   on c.CodeClient = e.CodeClient
                   where e.Statut = 'R'
                   and k.CodeSociete = :CodeSocieteCourant
                   order by e.CodeClient, e.DateEcheance,
                   e.NoBordereau, e.NoSeq
           end-exec.

           exec sql
             open C-Portefeuille
           end-exec.

           perform PortefeuilleEffets-Trt until EotEffet = 1.

           exec sql
             close C-Portefeuille
           end-exec.

           perform TotaliserClientPortefeuille.

           write E-PortefeuilleEffets from " ".

           move spaces to PortefeuilleTotal.
           move "Total du portefeuille ...... :" to LibelleTotalPortef.
           move NbEffetsPortefeuille to NbTotalPortefEdit.
           move TotalPortefeuille to MontantTotalPortefEdit.
           write E-PortefeuilleEffets from PortefeuilleTotal.

           close F-PortefeuilleEffets.

           move "PortefeuilleEffets" to NomEdition.
           move "PortefeuilleEffets" to EtapeProductrice.

           move "C:\Users\dugs\Documents\PortefeuilleEffets.txt"
           to CheminEdition.

           move NbEffetsPortefeuille to NbLignesEdition.

           perform EnregistrerEdition.

       PortefeuilleEffets-Trt.
           exec sql
               fetch C-Portefeuille
               into :EffetCommerce.CodeClientEffet, :NomClientEffet,
               :EffetCommerce.DateEcheanceEffet,
               :EffetCommerce.NoBordereau,
               :EffetCommerce.NoSeqEffet,
               :EffetCommerce.ModeRemiseEffet,
               :EffetCommerce.NomTireEffet,
               :EffetCommerce.MontantEffet
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotEffet
           else
               if CodeClientEffet not = CodeClientEffetPrec
                   perform TotaliserClientPortefeuille

                   move CodeClientEffet to CodeClientEffetPrec

                   write E-PortefeuilleEffets from " "

                   move CodeClientEffet to CodeClientPortefEdit
                   move NomClientEffet to NomClientPortefEdit
                   write E-PortefeuilleEffets from PortefeuilleClient
               end-if

               move spaces to PortefeuilleDetail
               move DateEcheanceEffet to EcheancePortefEdit
               move NoBordereau to BordereauPortefEdit
               move NoSeqEffet to SeqPortefEdit
               move ModeRemiseEffet to ModePortefEdit
               move NomTireEffet to TirePortefEdit
               move MontantEffet to MontantPortefEdit
               write E-PortefeuilleEffets from PortefeuilleDetail

               add 1 to NbEffetsClient
               add MontantEffet to TotalEffetsClient
               add 1 to NbEffetsPortefeuille
               add MontantEffet to TotalPortefeuille
           end-if.

      * --- Sous-total du client precedent ---

       TotaliserClientPortefeuille.
           if NbEffetsClient > 0
               move spaces to PortefeuilleTotal
               move "Sous-total client .......... :"
               to LibelleTotalPortef
               move NbEffetsClient to NbTotalPortefEdit
               move TotalEffetsClient to MontantTotalPortefEdit
               write E-PortefeuilleEffets from PortefeuilleTotal
           end-if.

           move 0 to NbEffetsClient.
           move 0 to TotalEffetsClient.

      **************************************************************************
      * Cautions bancaires : emission (blocage de la contre-garantie
      * et lettre de caution), appel par le beneficiaire et
      * consultation ; l'expiration et la commission trimestrielle
      * passent par les chaines de nuit et de fin de mois
      **************************************************************************
       GestionCautions.
           perform SaisieCaution-Init.
           perform SaisieCaution-Trt until ChoixCaution = space.
           perform SaisieCaution-Fin.

       SaisieCaution-Init.
           move "" to ChoixCaution.

       SaisieCaution-Trt.
           move space to ChoixCaution.

           display M-Cautions.

           accept ChoixCaution line 5 col 48.

           if ChoixCaution = "e" then
               move "E" to ChoixCaution
           end-if.

           if ChoixCaution = "a" then
               move "A" to ChoixCaution
           end-if.

           if ChoixCaution = "c" then
               move "C" to ChoixCaution
           end-if.

           evaluate ChoixCaution
               when "E"
                   perform EmissionCaution
               when "A"
                   perform AppelCaution
               when "C"
                   perform ConsultationCaution
           end-evaluate.

       SaisieCaution-Fin.
           continue.

      * --- Emission d'une caution ---

       EmissionCaution.
           initialize Caution.

           move TauxCommissionCautionDefaut to TauxCommissionCaution.

           display M-Caution-E.

           accept M-Caution-E.

           if SupportCaution not = space
               perform ControlerCaution

               if MessageCaution = space
                   perform EnregistrerCaution
               end-if

               display M-Caution-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCaution.
           move spaces to MessageCaution.

           if SupportCaution = "c"
               move "C" to SupportCaution
           end-if.

           if SupportCaution = "d"
               move "D" to SupportCaution
           end-if.

           if TypeCaution = "l" or TypeCaution = "m"
           or TypeCaution = "d" or TypeCaution = "a"
               inspect TypeCaution
               converting "lmda" to "LMDA"
           end-if.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           if DateDebutCaution = space
               move DateComptableTexte to DateDebutCaution
           end-if.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageCaution
               when SupportCaution not = "C"
               and SupportCaution not = "D"
                   move "Indiquer C (compte) ou D (compte a terme)"
                   to MessageCaution
               when TypeCaution not = "L" and TypeCaution not = "M"
               and TypeCaution not = "D" and TypeCaution not = "A"
                   move "Nature de caution invalide (L, M, D ou A)"
                   to MessageCaution
               when BeneficiaireCaution = space
                   move "Beneficiaire obligatoire" to MessageCaution
               when MontantCaution = 0
                   move "Montant de la caution obligatoire"
                   to MessageCaution
               when DateDebutCaution is not numeric
               or DateExpirationCaution is not numeric
                   move "Dates invalides (AAAAMMJJ)" to MessageCaution
               when DateExpirationCaution not > DateDebutCaution
               or DateExpirationCaution not > DateComptableTexte
                   move "Date d'expiration deja atteinte"
                   to MessageCaution
           end-evaluate.

           if MessageCaution = space and SupportCaution = "D"
               perform ControlerContratDatCaution
           end-if.

           if MessageCaution = space
               perform ControlerCompteCaution
           end-if.

      * Le compte a terme doit etre actif et couvrir, avec les
      * cautions qu'il garantit deja, le nouveau montant ; le compte
      * d'origine du contrat devient le compte de la caution

       ControlerContratDatCaution.
           exec sql
               select CodeBanque, CodeGuichet, NoCompte, TypeCompte,
               Montant, Statut
               into :Caution.CodeBanqueCaution,
               :Caution.CodeGuichetCaution,
               :Caution.NoCompteCaution, :Caution.TypeCompteCaution,
               :ContratDat.MontantDat, :StatutDatLu
               from ContratDat
               where NoContrat = :Caution.NoContratDatCaution
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0 or StatutDatLu not = "A"
               move "Compte a terme introuvable ou echu"
               to MessageCaution
           else
               move 0 to EngagementDatCaution

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementDatCaution
                   from Caution
                   where NoContratDat = :Caution.NoContratDatCaution
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               if EngagementDatCaution + MontantCaution > MontantDat
                   move "Compte a terme insuffisant pour la caution"
                   to MessageCaution
               end-if
           end-if.

      * Le compte donne le client ; en support compte, le disponible
      * (solde moins saisies et cautions deja bloquees) doit couvrir
      * le montant

       ControlerCompteCaution.
           exec sql
               select CodeClient, Debit, Credit
               into :Caution.CodeClientCaution,
               :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Caution.CodeBanqueCaution
               and CodeGuichet = :Caution.CodeGuichetCaution
               and NoCompte = :Caution.NoCompteCaution
               and TypeCompte = :Caution.TypeCompteCaution
               and StatutCompte <> 'C'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Compte de contre-garantie introuvable ou clos"
               to MessageCaution
           end-if.

           if MessageCaution = space and SupportCaution = "C"
               move CodeBanqueCaution to CodeBanqueRetenue
               move CodeGuichetCaution to CodeGuichetRetenue
               move NoCompteCaution to NoCompteRetenue
               move TypeCompteCaution to TypeCompteRetenue

               perform CalculerRetenueSaisies

               compute SoldeDisponibleCaution =
               Debit of Compte - Credit of Compte - RetenueSaisies

               if SoldeDisponibleCaution < MontantCaution
                   move "Provision insuffisante pour bloquer la caution"
                   to MessageCaution
               end-if
           end-if.

       EnregistrerCaution.
           exec sql
               select coalesce(max(NoCaution), 0) + 1
               into :Caution.NoCaution
               from Caution
           end-exec.

           if SupportCaution = "C"
               move 0 to NoContratDatCaution
           end-if.

           move spaces to DernierTrimestreCaution.
           move spaces to DateFinCaution.
           move "A" to StatutCaution.
           move 0 to MontantAppelCaution.

           exec sql
               insert into Caution
               (NoCaution, CodeClient, TypeCaution, Beneficiaire,
                Montant, DateDebut, DateExpiration, Support,
                CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                NoContratDat, TauxCommission, DernierTrimestre,
                DateFin, Statut, MontantAppel, CodeSociete)
               values
               (:Caution.NoCaution, :Caution.CodeClientCaution,
                :Caution.TypeCaution, :Caution.BeneficiaireCaution,
                :Caution.MontantCaution, :Caution.DateDebutCaution,
                :Caution.DateExpirationCaution,
                :Caution.SupportCaution, :Caution.CodeBanqueCaution,
                :Caution.CodeGuichetCaution, :Caution.NoCompteCaution,
                :Caution.TypeCompteCaution,
                :Caution.NoContratDatCaution,
                :Caution.TauxCommissionCaution,
                :Caution.DernierTrimestreCaution,
                :Caution.DateFinCaution, :Caution.StatutCaution,
                :Caution.MontantAppelCaution, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Emission caution" to LibelleErreurSql
               move NoCaution to CleErreurSql
               perform JournaliserErreurSql

               move "Caution non enregistree" to MessageCaution
           else
               move "Caution" to TableAudit
               move NoCaution to CleAudit
               move spaces to AncienneValeurAudit
               move MontantCaution to MontantCautionAffiche

               string
                 "caution emise " delimited by size
                 MontantCautionAffiche delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "ACTE DE CAUTION" to LibelleLettreCaution
               move MontantCaution to MontantLettreCaution

               perform EcrireLettreCaution

               string
                 "Caution " delimited by size
                 NoCaution delimited by size
                 " emise, lettre de caution editee" delimited by size
                 into MessageCaution
               end-string
           end-if.

      * --- Lecture de la caution NoCautionSaisi ---

       ChargerCaution.
           move spaces to MessageCaution.

           initialize Caution.

           exec sql
               select NoCaution, CodeClient, TypeCaution, Beneficiaire,
               Montant, DateDebut, DateExpiration, Support,
               CodeBanque, CodeGuichet, NoCompte, TypeCompte,
               NoContratDat, TauxCommission,
               coalesce(DernierTrimestre, ' '),
               coalesce(DateFin, ' '), Statut,
               coalesce(MontantAppel, 0)
               into :Caution.NoCaution, :Caution.CodeClientCaution,
               :Caution.TypeCaution, :Caution.BeneficiaireCaution,
               :Caution.MontantCaution, :Caution.DateDebutCaution,
               :Caution.DateExpirationCaution,
               :Caution.SupportCaution, :Caution.CodeBanqueCaution,
               :Caution.CodeGuichetCaution, :Caution.NoCompteCaution,
               :Caution.TypeCompteCaution,
               :Caution.NoContratDatCaution,
               :Caution.TauxCommissionCaution,
               :Caution.DernierTrimestreCaution,
               :Caution.DateFinCaution, :Caution.StatutCaution,
               :Caution.MontantAppelCaution
               from Caution
               where NoCaution = :NoCautionSaisi
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Caution introuvable" to MessageCaution
           else
               move MontantCaution to MontantCautionAffiche
           end-if.

       ConsultationCaution.
           move 0 to NoCautionSaisi.

           display M-Caution-C.

           accept M-Caution-C.

           if NoCautionSaisi > 0
               perform ChargerCaution

               if MessageCaution = space
                   display M-Caution-Detail
               else
                   display M-Caution-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Appel de la caution par le beneficiaire : le paiement est
      * preleve sur les fonds bloques, le solde non appele est libere
      * avec la caution ---

       AppelCaution.
           move 0 to NoCautionSaisi.

           display M-Caution-C.

           accept M-Caution-C.

           if NoCautionSaisi > 0
               perform ChargerCaution

               if MessageCaution = space and StatutCaution not = "A"
                   move "Caution non active" to MessageCaution
               end-if

               if MessageCaution = space
                   perform ControlerJourneeOuverte

                   if not JourneeOuverte
                       move "Journee comptable fermee, saisie refusee"
                       to MessageCaution
                   end-if
               end-if

               if MessageCaution = space
                   move 0 to MontantAppelSaisi

                   display M-Caution-Detail
                   display M-Caution-Appel

                   accept M-Caution-Appel

                   if MontantAppelSaisi = 0
                       move MontantCaution to MontantAppelSaisi
                   end-if

                   if MontantAppelSaisi > MontantCaution
                       move "Appel superieur au montant de la caution"
                       to MessageCaution
                   else
                       perform PayerAppelCaution
                   end-if
               end-if

               display M-Caution-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       PayerAppelCaution.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move CodeBanqueCaution to CodeBanque of Mouvement.
           move CodeGuichetCaution to CodeGuichet of Mouvement.

           move NoCompteCaution
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteCaution
           to TypeCompte of CompteComplet of Mouvement.

           move "O" to StatutPoste.

           if SupportCaution = "D"
               perform LibererDatCaution
           end-if.

      * Le paiement passe outre le blocage qu'il consomme

           if PosteOk
               move MontantAppelSaisi to MontantOperationCourante
               move "CAP" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours
           end-if.

           if not PosteOk
               move LibellePosteErreur to MessageCaution
           else
               move MontantAppelSaisi to MontantAppelCaution
               move DateComptableTexte to DateFinCaution
               move "J" to StatutCaution

               exec sql
                   update Caution
                   set Statut = 'J',
                   MontantAppel = :Caution.MontantAppelCaution,
                   DateFin = :Caution.DateFinCaution
                   where NoCaution = :Caution.NoCaution
               end-exec

               if sqlcode not = 0
                   move "Appel caution" to LibelleErreurSql
                   move NoCaution to CleErreurSql
                   perform JournaliserErreurSql
               end-if

               move "Caution" to TableAudit
               move NoCaution to CleAudit
               move "A" to AncienneValeurAudit
               move MontantAppelCaution to MontantCautionAffiche

               string
                 "caution appelee " delimited by size
                 MontantCautionAffiche delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "MISE EN JEU DE LA CAUTION" to LibelleLettreCaution
               move MontantAppelCaution to MontantLettreCaution

               perform EcrireLettreCaution

               move "G" to TypeGarantiNant
               move NoCaution to NoEngagementNant

               perform LeverNantissementsEngagement

               string
                 "Caution " delimited by size
                 NoCaution delimited by size
                 " appelee pour " delimited by size
                 MontantCautionAffiche delimited by size
                 into MessageCaution
               end-string
           end-if.

      * Sur un compte a terme, la part appelee est d'abord debloquee
      * vers le compte d'origine (nature DAT) et le contrat reduit,
      * solde quand il tombe a zero

       LibererDatCaution.
           exec sql
               select Montant, Statut
               into :ContratDat.MontantDat, :StatutDatLu
               from ContratDat
               where NoContrat = :Caution.NoContratDatCaution
           end-exec.

           if sqlcode not = 0
               move space to StatutDatLu
           end-if.

      * La part nantie au profit d'un pret reste bloquee

           move 0 to EngagementNantDat.

           exec sql
               select coalesce(sum(Montant), 0)
               into :EngagementNantDat
               from Nantissement
               where NoContratDat = :Caution.NoContratDatCaution
               and Support = 'D'
               and Statut = 'A'
               and not (TypeGaranti = 'G'
               and NoEngagement = :Caution.NoCaution)
           end-exec.

           if StatutDatLu not = "A"
           or MontantDat < MontantAppelSaisi + EngagementNantDat
               move "N" to StatutPoste
               move "Compte a terme de la caution indisponible"
               to LibellePosteErreur
           else
               move MontantAppelSaisi to MontantOperationCourante
               move "DAT" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant
           end-if.

           if PosteOk
               move MontantDat to MontantDatAffiche

               subtract MontantAppelSaisi from MontantDat

               if MontantDat = 0
                   move "E" to StatutDat
               else
                   move "A" to StatutDat
               end-if

               exec sql
                   update ContratDat
                   set Montant = :ContratDat.MontantDat,
                   Statut = :ContratDat.StatutDat
                   where NoContrat = :Caution.NoContratDatCaution
               end-exec

               if sqlcode not = 0
                   move "Appel caution (compte a terme)"
                   to LibelleErreurSql
                   move NoContratDatCaution to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "ContratDat" to TableAudit
                   move NoContratDatCaution to CleAudit
                   move MontantDatAffiche to AncienneValeurAudit
                   move MontantDat to MontantDatAffiche
                   move MontantDatAffiche to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- Lettre de caution ou de mise en jeu, versee au fichier des
      * lettres avec le bloc adresse du client ---

       EcrireLettreCaution.
           open extend F-LettresCaution.

           if StatutFichierLettresCaution not = "00"
               open output F-LettresCaution
           end-if.

           move MontantLettreCaution to MontantCautionAffiche.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             ";" delimited by size
             NoCaution delimited by size
             ";" delimited by size
             LibelleLettreCaution delimited by "  "
             ";" delimited by size
             BeneficiaireCaution delimited by "  "
             ";" delimited by size
             TypeCaution delimited by size
             ";" delimited by size
             MontantCautionAffiche delimited by size
             ";" delimited by size
             DateDebutCaution delimited by size
             ";" delimited by size
             DateExpirationCaution delimited by size
             into E-LettresCaution
           end-string.

           move E-LettresCaution to CorpsCourrier.
           move CodeClientCaution to CodeClientCourrier.
           move "CAUTION" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreCaution
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettresCaution from " ".
           write E-LettresCaution from CorpsCourrier.

           close F-LettresCaution.

       EcrireBlocLettreCaution.
           write E-LettresCaution
           from LigneBlocAdresse(IdxBlocAdresse).

      * --- Chaine de nuit : les cautions arrivees a expiration sont
      * echues, ce qui leve le blocage de leur contre-garantie ---

       ExpirationCautions.
           perform ExpirationCautions-Init.
           perform ExpirationCautions-Trt until Eot = 1.
           perform ExpirationCautions-Fin.

       ExpirationCautions-Init.
           move 0 to Eot.
           move 0 to NbCautionsExpirees.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-CautionsExpirees cursor for
                   select NoCaution, DateExpiration
                   from Caution
                   where Statut = 'A'
                   and DateExpiration < :DateComptableTexte
                   and CodeSociete = :CodeSocieteCourant
                   order by NoCaution
           end-exec.

           exec sql
             open C-CautionsExpirees
           end-exec.

       ExpirationCautions-Trt.
           exec sql
               fetch C-CautionsExpirees
               into :Caution.NoCaution,
               :Caution.DateExpirationCaution
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               exec sql
                   update Caution
                   set Statut = 'E', DateFin = :DateComptableTexte
                   where NoCaution = :Caution.NoCaution
               end-exec

               if sqlcode not = 0
                   move "Expiration caution" to LibelleErreurSql
                   move NoCaution to CleErreurSql
                   perform JournaliserErreurSql
               else
                   move "Caution" to TableAudit
                   move NoCaution to CleAudit
                   move DateExpirationCaution to AncienneValeurAudit
                   move "caution echue, blocage leve"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "G" to TypeGarantiNant
                   move NoCaution to NoEngagementNant

                   perform LeverNantissementsEngagement

                   add 1 to NbCautionsExpirees
               end-if
           end-if.

       ExpirationCautions-Fin.
           exec sql
             close C-CautionsExpirees
           end-exec.

      * --- Fin de trimestre : commission de chaque caution au prorata
      * de ses jours d'engagement dans le trimestre ; le trimestre
      * facture est note sur la caution pour ne pas la facturer deux
      * fois ---

       CommissionsCautions.
           perform CommissionsCautions-Init.
           perform CommissionsCautions-Trt until Eot = 1.
           perform CommissionsCautions-Fin.

       CommissionsCautions-Init.
           move 0 to Eot.
           move 0 to NbCautionsFacturees.

           perform CalculerBornesTrimestre.

           move DateDebutTrimestre(1:6) to TrimestreCaution.

           exec sql
               declare C-CommissionsCautions cursor for
                   select NoCaution, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte, Montant, TauxCommission,
                   DateDebut, coalesce(DateFin, ' '), Statut
                   from Caution
                   where (DernierTrimestre is null
                   or DernierTrimestre < :TrimestreCaution)
                   and DateDebut <= :DateFinTrimestre
                   and (Statut = 'A'
                   or DateFin >= :DateDebutTrimestre)
                   and CodeSociete = :CodeSocieteCourant
                   order by NoCaution
           end-exec.

           exec sql
             open C-CommissionsCautions
           end-exec.

       CommissionsCautions-Trt.
           exec sql
               fetch C-CommissionsCautions
               into :Caution.NoCaution, :Caution.CodeBanqueCaution,
               :Caution.CodeGuichetCaution, :Caution.NoCompteCaution,
               :Caution.TypeCompteCaution, :Caution.MontantCaution,
               :Caution.TauxCommissionCaution,
               :Caution.DateDebutCaution, :Caution.DateFinCaution,
               :Caution.StatutCaution
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform FacturerCommissionCaution
           end-if.

       CommissionsCautions-Fin.
           exec sql
             close C-CommissionsCautions
           end-exec.

       FacturerCommissionCaution.
           if DateDebutCaution > DateDebutTrimestre
               move DateDebutCaution to DebutCommissionCaution
           else
               move DateDebutTrimestre to DebutCommissionCaution
           end-if.

           move DateFinTrimestre to FinCommissionCaution.

           if StatutCaution not = "A"
           and DateFinCaution < DateFinTrimestre
               move DateFinCaution to FinCommissionCaution
           end-if.

           move DebutCommissionCaution to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilDebut.

           move FinCommissionCaution to DateCivileTravail.
           perform CalculerNumeroJourCivil.
           move NumeroJourCivil to JourCivilFin.

           compute NbJoursCommissionCaution =
           JourCivilFin - JourCivilDebut + 1.

           move 0 to CommissionCaution.

           if NbJoursCommissionCaution > 0
               compute CommissionCaution rounded =
               MontantCaution * TauxCommissionCaution
               * NbJoursCommissionCaution / 360
           end-if.

           move "O" to StatutPoste.

           if CommissionCaution > 0
               move CodeBanqueCaution to CodeBanque of Mouvement
               move CodeGuichetCaution to CodeGuichet of Mouvement

               move NoCompteCaution
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteCaution
               to TypeCompte of CompteComplet of Mouvement

               move CommissionCaution to MontantOperationCourante
               move "CAU" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours
           end-if.

      * Un prelevement refuse laisse le trimestre a facturer pour la
      * reprise de l'etape

           if not PosteOk
               move "Commission caution" to LibelleErreurSql
               move NoCaution to CleErreurSql
               perform JournaliserErreurSql
           else
               exec sql
                   update Caution
                   set DernierTrimestre = :TrimestreCaution
                   where NoCaution = :Caution.NoCaution
               end-exec

               if CommissionCaution > 0
                   add 1 to NbCautionsFacturees
               end-if
           end-if.

      **************************************************************************
      * Nantissements : constitution d'un gage sur un compte ou un
      * compte a terme au profit d'un pret ou d'une caution, mainlevee
      * et detail ; la mainlevee est automatique quand l'engagement
      * garanti prend fin
      **************************************************************************
       GestionNantissements.
           perform SaisieNant-Init.
           perform SaisieNant-Trt until ChoixNant = space.
           perform SaisieNant-Fin.

       SaisieNant-Init.
           move "" to ChoixNant.

       SaisieNant-Trt.
           move space to ChoixNant.

           display M-Nantissements.

           accept ChoixNant line 5 col 50.

           if ChoixNant = "c" then
               move "C" to ChoixNant
           end-if.

           if ChoixNant = "m" then
               move "M" to ChoixNant
           end-if.

           if ChoixNant = "d" then
               move "D" to ChoixNant
           end-if.

           evaluate ChoixNant
               when "C"
                   perform ConstitutionNantissement
               when "M"
                   perform MainleveeNantissement
               when "D"
                   perform DetailNantissement
           end-evaluate.

       SaisieNant-Fin.
           continue.

      * --- Constitution d'un nantissement ---

       ConstitutionNantissement.
           initialize Nantissement.

           display M-Nant-E.

           accept M-Nant-E.

           if TypeGarantiNant not = space
               perform ControlerNantissement

               if MessageNant = space
                   perform EnregistrerNantissement
               end-if

               display M-Nant-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerNantissement.
           move spaces to MessageNant.

           if TypeGarantiNant = "p"
               move "P" to TypeGarantiNant
           end-if.

           if TypeGarantiNant = "g"
               move "G" to TypeGarantiNant
           end-if.

           if SupportNant = "c"
               move "C" to SupportNant
           end-if.

           if SupportNant = "d"
               move "D" to SupportNant
           end-if.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageNant
               when TypeGarantiNant not = "P"
               and TypeGarantiNant not = "G"
                   move "Indiquer P (pret) ou G (caution)"
                   to MessageNant
               when SupportNant not = "C" and SupportNant not = "D"
                   move "Indiquer C (compte) ou D (compte a terme)"
                   to MessageNant
               when MontantNant = 0
                   move "Montant nanti obligatoire" to MessageNant
           end-evaluate.

           if MessageNant = space
               perform ControlerEngagementNant
           end-if.

           if MessageNant = space and SupportNant = "D"
               perform ControlerDatNant
           end-if.

           if MessageNant = space
               perform ControlerCompteNant
           end-if.

      * L'engagement garanti doit etre en cours

       ControlerEngagementNant.
           move space to StatutEngagementNant.

           if TypeGarantiNant = "P"
               exec sql
                   select Statut
                   into :StatutEngagementNant
                   from Pret
                   where NoPret = :Nantissement.NoEngagementNant
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           else
               exec sql
                   select Statut
                   into :StatutEngagementNant
                   from Caution
                   where NoCaution = :Nantissement.NoEngagementNant
                   and CodeSociete = :CodeSocieteCourant
               end-exec
           end-if.

           if sqlcode not = 0 or StatutEngagementNant not = "A"
               move "Pret ou caution introuvable ou non actif"
               to MessageNant
           end-if.

      * Le compte a terme doit etre actif et couvrir le gage avec les
      * cautions et nantissements qu'il porte deja ; ses coordonnees
      * sont celles du compte d'origine du contrat

       ControlerDatNant.
           exec sql
               select CodeBanque, CodeGuichet, NoCompte, TypeCompte,
               Montant, Statut
               into :Nantissement.CodeBanqueNant,
               :Nantissement.CodeGuichetNant,
               :Nantissement.NoCompteNant,
               :Nantissement.TypeCompteNant,
               :ContratDat.MontantDat, :StatutDatLu
               from ContratDat
               where NoContrat = :Nantissement.NoContratDatNant
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0 or StatutDatLu not = "A"
               move "Compte a terme introuvable ou echu"
               to MessageNant
           else
               move 0 to EngagementDatCaution
               move 0 to EngagementNantDat

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementDatCaution
                   from Caution
                   where NoContratDat = :Nantissement.NoContratDatNant
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               exec sql
                   select coalesce(sum(Montant), 0)
                   into :EngagementNantDat
                   from Nantissement
                   where NoContratDat = :Nantissement.NoContratDatNant
                   and Support = 'D'
                   and Statut = 'A'
               end-exec

               if EngagementDatCaution + EngagementNantDat
               + MontantNant > MontantDat
                   move "Compte a terme insuffisant pour le gage"
                   to MessageNant
               end-if
           end-if.

      * Le compte donne le constituant ; en support compte, le
      * disponible doit couvrir le montant nanti

       ControlerCompteNant.
           exec sql
               select CodeClient, Debit, Credit
               into :Nantissement.CodeClientNant,
               :Compte.Debit, :Compte.Credit
               from Compte
               where CodeBanque = :Nantissement.CodeBanqueNant
               and CodeGuichet = :Nantissement.CodeGuichetNant
               and NoCompte = :Nantissement.NoCompteNant
               and TypeCompte = :Nantissement.TypeCompteNant
               and StatutCompte <> 'C'
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Compte gage introuvable ou clos" to MessageNant
           end-if.

           if MessageNant = space and SupportNant = "C"
               move CodeBanqueNant to CodeBanqueRetenue
               move CodeGuichetNant to CodeGuichetRetenue
               move NoCompteNant to NoCompteRetenue
               move TypeCompteNant to TypeCompteRetenue

               perform CalculerRetenueSaisies

               compute SoldeDisponibleNant =
               Debit of Compte - Credit of Compte - RetenueSaisies

               if SoldeDisponibleNant < MontantNant
                   move "Solde disponible insuffisant pour le gage"
                   to MessageNant
               end-if
           end-if.

       EnregistrerNantissement.
           exec sql
               select coalesce(max(NoNantissement), 0) + 1
               into :Nantissement.NoNantissement
               from Nantissement
           end-exec.

           if SupportNant = "C"
               move 0 to NoContratDatNant
           end-if.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateDebutNant
           end-string.

           move spaces to DateMainleveeNant.
           move "A" to StatutNant.

           exec sql
               insert into Nantissement
               (NoNantissement, TypeGaranti, NoEngagement,
                CodeClient, Support, NoContratDat, CodeBanque,
                CodeGuichet, NoCompte, TypeCompte, Montant,
                DateDebut, DateMainlevee, Statut, CodeSociete)
               values
               (:Nantissement.NoNantissement,
                :Nantissement.TypeGarantiNant,
                :Nantissement.NoEngagementNant,
                :Nantissement.CodeClientNant,
                :Nantissement.SupportNant,
                :Nantissement.NoContratDatNant,
                :Nantissement.CodeBanqueNant,
                :Nantissement.CodeGuichetNant,
                :Nantissement.NoCompteNant,
                :Nantissement.TypeCompteNant,
                :Nantissement.MontantNant,
                :Nantissement.DateDebutNant,
                :Nantissement.DateMainleveeNant,
                :Nantissement.StatutNant, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Constitution nantissement" to LibelleErreurSql
               move NoNantissement to CleErreurSql
               perform JournaliserErreurSql

               move "Nantissement non enregistre" to MessageNant
           else
               move "Nantissement" to TableAudit
               move NoNantissement to CleAudit
               move spaces to AncienneValeurAudit
               move MontantNant to MontantNantAffiche

               string
                 "gage constitue " delimited by size
                 MontantNantAffiche delimited by size
                 " pour " delimited by size
                 TypeGarantiNant delimited by size
                 NoEngagementNant delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               string
                 "Nantissement " delimited by size
                 NoNantissement delimited by size
                 " constitue pour " delimited by size
                 MontantNantAffiche delimited by size
                 into MessageNant
               end-string
           end-if.

      * --- Lecture du nantissement NoNantissementSaisi ---

       ChargerNantissement.
           move spaces to MessageNant.

           initialize Nantissement.

           exec sql
               select NoNantissement, TypeGaranti, NoEngagement,
               CodeClient, Support, NoContratDat, CodeBanque,
               CodeGuichet, NoCompte, TypeCompte, Montant,
               DateDebut, coalesce(DateMainlevee, ' '), Statut
               into :Nantissement.NoNantissement,
               :Nantissement.TypeGarantiNant,
               :Nantissement.NoEngagementNant,
               :Nantissement.CodeClientNant,
               :Nantissement.SupportNant,
               :Nantissement.NoContratDatNant,
               :Nantissement.CodeBanqueNant,
               :Nantissement.CodeGuichetNant,
               :Nantissement.NoCompteNant,
               :Nantissement.TypeCompteNant,
               :Nantissement.MontantNant,
               :Nantissement.DateDebutNant,
               :Nantissement.DateMainleveeNant,
               :Nantissement.StatutNant
               from Nantissement
               where NoNantissement = :NoNantissementSaisi
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Nantissement introuvable" to MessageNant
           else
               move MontantNant to MontantNantAffiche
           end-if.

       DetailNantissement.
           move 0 to NoNantissementSaisi.

           display M-Nant-C.

           accept M-Nant-C.

           if NoNantissementSaisi > 0
               perform ChargerNantissement

               if MessageNant = space
                   display M-Nant-Detail
               else
                   display M-Nant-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Mainlevee accordee par la banque avant la fin de
      * l'engagement ---

       MainleveeNantissement.
           move 0 to NoNantissementSaisi.

           display M-Nant-C.

           accept M-Nant-C.

           if NoNantissementSaisi > 0
               perform ChargerNantissement

               if MessageNant = space and StatutNant not = "A"
                   move "Nantissement deja leve" to MessageNant
               end-if

               if MessageNant = space
                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateMainleveeNant
                   end-string

                   exec sql
                       update Nantissement
                       set Statut = 'L',
                       DateMainlevee = :Nantissement.DateMainleveeNant
                       where NoNantissement =
                       :Nantissement.NoNantissement
                   end-exec

                   if sqlcode not = 0
                       move "Mainlevee nantissement"
                       to LibelleErreurSql
                       move NoNantissement to CleErreurSql
                       perform JournaliserErreurSql

                       move "Mainlevee non enregistree" to MessageNant
                   else
                       move "Nantissement" to TableAudit
                       move NoNantissement to CleAudit
                       move "A" to AncienneValeurAudit
                       move "mainlevee accordee" to NouvelleValeurAudit

                       perform EnregistrerAudit

                       move "Mainlevee enregistree, gage libere"
                       to MessageNant
                   end-if
               end-if

               display M-Nant-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Mainlevee automatique des gages de l'engagement
      * TypeGarantiNant / NoEngagementNant qui vient de prendre fin ---

       LeverNantissementsEngagement.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateMainleveeNant
           end-string.

           exec sql
               update Nantissement
               set Statut = 'L',
               DateMainlevee = :Nantissement.DateMainleveeNant
               where TypeGaranti = :Nantissement.TypeGarantiNant
               and NoEngagement = :Nantissement.NoEngagementNant
               and Statut = 'A'
           end-exec.

           if sqlcode = 0
               move "Nantissement" to TableAudit
               move spaces to CleAudit

               string
                 TypeGarantiNant delimited by size
                 NoEngagementNant delimited by size
                 into CleAudit
               end-string

               move "A" to AncienneValeurAudit
               move "mainlevee automatique" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Gages actifs portes par le compte CompteRetenue, directement
      * ou par un compte a terme dont il est le compte d'origine, et
      * cautions adossees au compte ---

       CompterNantissementsCompte.
           move 0 to NbNantissementsCompte.
           move 0 to NbCautionsCompte.

           exec sql
               select count(*)
               into :NbNantissementsCompte
               from Nantissement
               where CodeBanque = :CompteRetenue.CodeBanqueRetenue
               and CodeGuichet = :CompteRetenue.CodeGuichetRetenue
               and NoCompte = :CompteRetenue.NoCompteRetenue
               and TypeCompte = :CompteRetenue.TypeCompteRetenue
               and Statut = 'A'
           end-exec.

           exec sql
               select count(*)
               into :NbCautionsCompte
               from Caution
               where CodeBanque = :CompteRetenue.CodeBanqueRetenue
               and CodeGuichet = :CompteRetenue.CodeGuichetRetenue
               and NoCompte = :CompteRetenue.NoCompteRetenue
               and TypeCompte = :CompteRetenue.TypeCompteRetenue
               and Statut = 'A'
           end-exec.

      **************************************************************************
      * Coffres-forts : registre des coffres du guichet, location a un
      * client, acces au coffre (trace de chaque visite) et
      * resiliation ; le loyer annuel et les impayes passent par la
      * chaine de nuit
      **************************************************************************
       GestionCoffres.
           perform SaisieCoffre-Init.
           perform SaisieCoffre-Trt until ChoixCoffre = space.
           perform SaisieCoffre-Fin.

       SaisieCoffre-Init.
           move "" to ChoixCoffre.

       SaisieCoffre-Trt.
           move space to ChoixCoffre.

           display M-Coffres.

           accept ChoixCoffre line 5 col 57.

           if ChoixCoffre = "c" then
               move "C" to ChoixCoffre
           end-if.

           if ChoixCoffre = "l" then
               move "L" to ChoixCoffre
           end-if.

           if ChoixCoffre = "a" then
               move "A" to ChoixCoffre
           end-if.

           if ChoixCoffre = "r" then
               move "R" to ChoixCoffre
           end-if.

           evaluate ChoixCoffre
               when "C"
                   perform RegistreCoffre
               when "L"
                   perform LocationCoffre
               when "A"
                   perform AccesAuCoffre
               when "R"
                   perform ResiliationCoffre
           end-evaluate.

       SaisieCoffre-Fin.
           continue.

      * --- Saisie de la cle d'un coffre (banque, guichet, numero) ---

       SaisirCleCoffre.
           initialize Coffre.
           initialize ContratCoffre.
           move spaces to MessageCoffre.

           display M-Coffre-Cle.

           accept M-Coffre-Cle.

      * --- Lecture du coffre saisi ---

       LireCoffre.
           move space to StatutCoffreLu.

           exec sql
               select Taille, Statut
               into :Coffre.TailleCoffre, :StatutCoffreLu
               from Coffre
               where CodeBanque = :Coffre.CodeBanqueCoffre
               and CodeGuichet = :Coffre.CodeGuichetCoffre
               and NoCoffre = :Coffre.NoCoffre
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move space to StatutCoffreLu
           end-if.

      * --- Contrat en cours (actif ou bloque) sur le coffre saisi ---

       LireContratCoffre.
           exec sql
               select NoContrat, CodeClient, BanqueFacturation,
               GuichetFacturation, CompteFacturation,
               TypeFacturation, NbCles, DateDebut,
               DateProchaineFacture, Impaye, Statut
               into :ContratCoffre.NoContratCoffre,
               :ContratCoffre.CodeClientCoffre,
               :ContratCoffre.CodeBanqueFactCoffre,
               :ContratCoffre.CodeGuichetFactCoffre,
               :ContratCoffre.NoCompteFactCoffre,
               :ContratCoffre.TypeCompteFactCoffre,
               :ContratCoffre.NbClesCoffre,
               :ContratCoffre.DateDebutCoffre,
               :ContratCoffre.DateProchaineFactCoffre,
               :ContratCoffre.ImpayeCoffre,
               :ContratCoffre.StatutContratCoffre
               from ContratCoffre
               where CodeBanque = :Coffre.CodeBanqueCoffre
               and CodeGuichet = :Coffre.CodeGuichetCoffre
               and NoCoffre = :Coffre.NoCoffre
               and Statut in ('A', 'B')
           end-exec.

           if sqlcode not = 0
               move "Aucun contrat en cours sur ce coffre"
               to MessageCoffre
           end-if.

      * --- Creation d'un coffre au registre du guichet ou changement
      * de sa taille ou de son statut (un coffre loue reste loue) ---

       RegistreCoffre.
           perform SaisirCleCoffre.

           if CodeGuichetCoffre not = space and NoCoffre > 0
               perform LireCoffre

               if StatutCoffreLu = space
                   move "L" to StatutCoffre
               else
                   move StatutCoffreLu to StatutCoffre
               end-if

               display M-Coffre-E

               accept M-Coffre-E

               perform MajRegistreCoffre

               display M-Coffre-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       MajRegistreCoffre.
           inspect TailleCoffre converting "pmglh" to "PMGLH".
           inspect StatutCoffre converting "pmglh" to "PMGLH".

           move 0 to NbExistants.

           exec sql
               select count(*)
               into :NbExistants
               from Guichet
               where CodeBanque = :Coffre.CodeBanqueCoffre
               and CodeGuichet = :Coffre.CodeGuichetCoffre
           end-exec.

           evaluate true
               when NbExistants = 0
                   move "Guichet inconnu du referentiel"
                   to MessageCoffre
               when TailleCoffre not = "P" and TailleCoffre not = "M"
               and TailleCoffre not = "G"
                   move "Taille invalide (P, M ou G)" to MessageCoffre
               when StatutCoffreLu = "O" and StatutCoffre not = "O"
                   move "Coffre loue : statut inchange"
                   to MessageCoffre
               when StatutCoffreLu not = "O"
               and StatutCoffre not = "L" and StatutCoffre not = "H"
                   move "Statut invalide (L ou H)" to MessageCoffre
           end-evaluate.

           if MessageCoffre = space
               if StatutCoffreLu = space
                   exec sql
                       insert into Coffre
                       (CodeBanque, CodeGuichet, NoCoffre, Taille,
                        Statut, CodeSociete)
                       values
                       (:Coffre.CodeBanqueCoffre,
                        :Coffre.CodeGuichetCoffre, :Coffre.NoCoffre,
                        :Coffre.TailleCoffre, :Coffre.StatutCoffre,
                        :CodeSocieteCourant)
                   end-exec
               else
                   exec sql
                       update Coffre
                       set Taille = :Coffre.TailleCoffre,
                       Statut = :Coffre.StatutCoffre
                       where CodeBanque = :Coffre.CodeBanqueCoffre
                       and CodeGuichet = :Coffre.CodeGuichetCoffre
                       and NoCoffre = :Coffre.NoCoffre
                   end-exec
               end-if

               if sqlcode not = 0
                   move "Registre des coffres" to LibelleErreurSql
                   move NoCoffre to CleErreurSql
                   perform JournaliserErreurSql

                   move "Coffre non enregistre" to MessageCoffre
               else
                   move "Coffre" to TableAudit

                   string
                     CodeBanqueCoffre delimited by size
                     CodeGuichetCoffre delimited by size
                     NoCoffre delimited by size
                     into CleAudit
                   end-string

                   move StatutCoffreLu to AncienneValeurAudit

                   string
                     TailleCoffre delimited by size
                     " " delimited by size
                     StatutCoffre delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Coffre enregistre au registre du guichet"
                   to MessageCoffre
               end-if
           end-if.

      * --- Location d'un coffre libre ; le premier loyer part avec la
      * prochaine chaine de nuit ---

       LocationCoffre.
           perform SaisirCleCoffre.

           if CodeGuichetCoffre not = space and NoCoffre > 0
               perform LireCoffre

               if StatutCoffreLu not = "L"
                   move "Coffre inconnu ou non disponible"
                   to MessageCoffre
               else
                   move 2 to NbClesCoffre

                   display M-Coffre-Location

                   accept M-Coffre-Location

                   perform ControlerLocationCoffre
               end-if

               if MessageCoffre = space
                   perform EnregistrerLocationCoffre
               end-if

               display M-Coffre-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerLocationCoffre.
           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageCoffre
           end-if.

           if MessageCoffre = space and NbClesCoffre = 0
               move "Nombre de cles remises obligatoire"
               to MessageCoffre
           end-if.

      * Le loyer est preleve sur un compte ouvert du locataire

           if MessageCoffre = space
               move spaces to CodeClientCompteCoffre

               exec sql
                   select CodeClient
                   into :CodeClientCompteCoffre
                   from Compte
                   where CodeBanque =
                   :ContratCoffre.CodeBanqueFactCoffre
                   and CodeGuichet =
                   :ContratCoffre.CodeGuichetFactCoffre
                   and NoCompte = :ContratCoffre.NoCompteFactCoffre
                   and TypeCompte =
                   :ContratCoffre.TypeCompteFactCoffre
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Compte de facturation introuvable ou clos"
                   to MessageCoffre
               else
                   if CodeClientCompteCoffre not = CodeClientCoffre
                       move "Le compte n'appartient pas au locataire"
                       to MessageCoffre
                   end-if
               end-if
           end-if.

       EnregistrerLocationCoffre.
           exec sql
               select coalesce(max(NoContrat), 0) + 1
               into :ContratCoffre.NoContratCoffre
               from ContratCoffre
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateDebutCoffre
           end-string.

           move DateDebutCoffre to DateProchaineFactCoffre.
           move 0 to ImpayeCoffre.
           move spaces to DateFinCoffre.
           move "A" to StatutContratCoffre.

           exec sql
               insert into ContratCoffre
               (NoContrat, CodeBanque, CodeGuichet, NoCoffre,
                CodeClient, BanqueFacturation, GuichetFacturation,
                CompteFacturation, TypeFacturation, NbCles,
                DateDebut, DateProchaineFacture, Impaye, DateFin,
                Statut, CodeSociete)
               values
               (:ContratCoffre.NoContratCoffre,
                :Coffre.CodeBanqueCoffre, :Coffre.CodeGuichetCoffre,
                :Coffre.NoCoffre, :ContratCoffre.CodeClientCoffre,
                :ContratCoffre.CodeBanqueFactCoffre,
                :ContratCoffre.CodeGuichetFactCoffre,
                :ContratCoffre.NoCompteFactCoffre,
                :ContratCoffre.TypeCompteFactCoffre,
                :ContratCoffre.NbClesCoffre,
                :ContratCoffre.DateDebutCoffre,
                :ContratCoffre.DateProchaineFactCoffre,
                :ContratCoffre.ImpayeCoffre,
                :ContratCoffre.DateFinCoffre,
                :ContratCoffre.StatutContratCoffre,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Location coffre" to LibelleErreurSql
               move NoContratCoffre to CleErreurSql
               perform JournaliserErreurSql

               move "Contrat non enregistre" to MessageCoffre
           else
               exec sql
                   update Coffre set Statut = 'O'
                   where CodeBanque = :Coffre.CodeBanqueCoffre
                   and CodeGuichet = :Coffre.CodeGuichetCoffre
                   and NoCoffre = :Coffre.NoCoffre
               end-exec

               move "ContratCoffre" to TableAudit
               move NoContratCoffre to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "location coffre " delimited by size
                 NoCoffre delimited by size
                 " a " delimited by size
                 CodeClientCoffre delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               string
                 "Contrat " delimited by size
                 NoContratCoffre delimited by size
                 " enregistre, coffre " delimited by size
                 NoCoffre delimited by size
                 " loue" delimited by size
                 into MessageCoffre
               end-string
           end-if.

      * --- Acces au coffre : toute visite est tracee, y compris celle
      * refusee pour loyer impaye ---

       AccesAuCoffre.
           perform SaisirCleCoffre.

           if CodeGuichetCoffre not = space and NoCoffre > 0
               perform LireContratCoffre

               if MessageCoffre = space
                   move spaces to VisiteurCoffre

                   display M-Coffre-Acces

                   accept M-Coffre-Acces

                   if VisiteurCoffre = space
                       move "Nom du visiteur obligatoire"
                       to MessageCoffre
                   else
                       perform EnregistrerAccesCoffre
                   end-if
               end-if

               display M-Coffre-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       EnregistrerAccesCoffre.
           accept HeureSysteme from time.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateAccesCoffre
           end-string.

           move HeureSysteme(1:6) to HeureAccesCoffre.
           move CodeOperateurCourant to OperateurAccesCoffre.

           if StatutContratCoffre = "A"
               move "O" to AccesAutorise
           else
               move "N" to AccesAutorise
           end-if.

           exec sql
               insert into AccesCoffre
               (NoContrat, CodeBanque, CodeGuichet, NoCoffre,
                DateAcces, HeureAcces, Operateur, Visiteur,
                Autorise, CodeSociete)
               values
               (:ContratCoffre.NoContratCoffre,
                :Coffre.CodeBanqueCoffre, :Coffre.CodeGuichetCoffre,
                :Coffre.NoCoffre, :AccesCoffre.DateAccesCoffre,
                :AccesCoffre.HeureAccesCoffre,
                :AccesCoffre.OperateurAccesCoffre,
                :AccesCoffre.VisiteurCoffre,
                :AccesCoffre.AccesAutorise, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Journal des acces coffre" to LibelleErreurSql
               move NoContratCoffre to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           if AccesAutorise = "O"
               move "Acces autorise et enregistre" to MessageCoffre
           else
               move ImpayeCoffre to MontantCoffreAffiche

               string
                 "Acces bloque : loyer impaye de " delimited by size
                 MontantCoffreAffiche delimited by size
                 into MessageCoffre
               end-string
           end-if.

      * --- Resiliation : loyers regles, coffre vide et cles rendues ---

       ResiliationCoffre.
           perform SaisirCleCoffre.

           if CodeGuichetCoffre not = space and NoCoffre > 0
               perform LireContratCoffre

               if MessageCoffre = space
                   move space to CoffreVide
                   move 0 to NbClesRendues

                   display M-Coffre-Resiliation

                   accept M-Coffre-Resiliation

                   perform ControlerResiliationCoffre
               end-if

               if MessageCoffre = space
                   perform EnregistrerResiliationCoffre
               end-if

               display M-Coffre-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerResiliationCoffre.
           if CoffreVide = "o"
               move "O" to CoffreVide
           end-if.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageCoffre
               when ImpayeCoffre > 0
                   move "Loyers impayes a regler avant resiliation"
                   to MessageCoffre
               when CoffreVide not = "O"
                   move "Coffre non vide, resiliation refusee"
                   to MessageCoffre
               when NbClesRendues < NbClesCoffre
                   move "Cles non restituees, resiliation refusee"
                   to MessageCoffre
           end-evaluate.

       EnregistrerResiliationCoffre.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateFinCoffre
           end-string.

           exec sql
               update ContratCoffre
               set Statut = 'R', DateFin = :ContratCoffre.DateFinCoffre
               where NoContrat = :ContratCoffre.NoContratCoffre
           end-exec.

           if sqlcode not = 0
               move "Resiliation coffre" to LibelleErreurSql
               move NoContratCoffre to CleErreurSql
               perform JournaliserErreurSql

               move "Resiliation non enregistree" to MessageCoffre
           else
               exec sql
                   update Coffre set Statut = 'L'
                   where CodeBanque = :Coffre.CodeBanqueCoffre
                   and CodeGuichet = :Coffre.CodeGuichetCoffre
                   and NoCoffre = :Coffre.NoCoffre
               end-exec

               move "ContratCoffre" to TableAudit
               move NoContratCoffre to CleAudit
               move StatutContratCoffre to AncienneValeurAudit
               move "contrat resilie, coffre vide, cles rendues"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Contrat resilie, coffre libere" to MessageCoffre
           end-if.

      * --- Chaine de nuit : loyer annuel des contrats a leur date
      * anniversaire et nouvelle presentation des loyers impayes ; un
      * loyer non provisionne bloque l'acces au coffre, son reglement
      * le debloque ; l'etat des impayes suit ---

       LoyersCoffres.
           perform LoyersCoffres-Init.
           perform LoyersCoffres-Trt until EotCoffre = 1.
           perform LoyersCoffres-Fin.

       LoyersCoffres-Init.
           move 0 to EotCoffre.
           move 0 to NbCoffresFactures.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-LoyersCoffres cursor for
                   select c.NoContrat, c.BanqueFacturation,
                   c.GuichetFacturation, c.CompteFacturation,
                   c.TypeFacturation, c.DateProchaineFacture,
                   c.Impaye, c.Statut, k.Taille
                   from ContratCoffre c
                   join Coffre k
                   on k.CodeBanque = c.CodeBanque
                   and k.CodeGuichet = c.CodeGuichet
                   and k.NoCoffre = c.NoCoffre
                   where c.Statut in ('A', 'B')
                   and (c.DateProchaineFacture <= :DateComptableTexte
                   or c.Impaye > 0)
                   and c.CodeSociete = :CodeSocieteCourant
                   order by c.NoContrat
           end-exec.

           exec sql
             open C-LoyersCoffres
           end-exec.

       LoyersCoffres-Trt.
           exec sql
               fetch C-LoyersCoffres
               into :ContratCoffre.NoContratCoffre,
               :ContratCoffre.CodeBanqueFactCoffre,
               :ContratCoffre.CodeGuichetFactCoffre,
               :ContratCoffre.NoCompteFactCoffre,
               :ContratCoffre.TypeCompteFactCoffre,
               :ContratCoffre.DateProchaineFactCoffre,
               :ContratCoffre.ImpayeCoffre,
               :ContratCoffre.StatutContratCoffre,
               :Coffre.TailleCoffre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCoffre
           else
               perform FacturerLoyerCoffre
           end-if.

       LoyersCoffres-Fin.
           exec sql
             close C-LoyersCoffres
           end-exec.

           perform EditerImpayesCoffres.

       FacturerLoyerCoffre.
           move StatutContratCoffre to StatutContratAvant.
           move ImpayeCoffre to MontantDuCoffre.

      * Echeance annuelle : le loyer de la taille du coffre s'ajoute a
      * l'impaye eventuel et l'echeance suivante est posee

           if DateProchaineFactCoffre <= DateComptableTexte
               evaluate TailleCoffre
                   when "P"
                       move LoyerCoffrePetit to LoyerCoffre
                   when "M"
                       move LoyerCoffreMoyen to LoyerCoffre
                   when other
                       move LoyerCoffreGrand to LoyerCoffre
               end-evaluate

               add LoyerCoffre to MontantDuCoffre

               move DateProchaineFactCoffre to DateBaseCalcul
               move 12 to NbMoisAvance

               perform CalculerDateAvanceeMois

               move DateAvanceeCalcul to DateProchaineFactCoffre
           end-if.

      * Provision du compte de facturation, decouvert autorise compris

           move 0 to DecouvertAutoriseSource.
           move "N" to StatutPoste.

           exec sql
               select Debit, Credit, DecouvertAutorise
               into :Compte.Debit, :Compte.Credit,
                    :DecouvertAutoriseSource
               from Compte
               where CodeBanque = :ContratCoffre.CodeBanqueFactCoffre
               and CodeGuichet = :ContratCoffre.CodeGuichetFactCoffre
               and NoCompte = :ContratCoffre.NoCompteFactCoffre
               and TypeCompte = :ContratCoffre.TypeCompteFactCoffre
           end-exec.

           if sqlcode = 0
           and (Credit of Compte + MontantDuCoffre)
           not > (Debit of Compte + DecouvertAutoriseSource)
               move CodeBanqueFactCoffre to CodeBanque of Mouvement
               move CodeGuichetFactCoffre to CodeGuichet of Mouvement

               move NoCompteFactCoffre
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteFactCoffre
               to TypeCompte of CompteComplet of Mouvement

               move MontantDuCoffre to MontantOperationCourante
               move "LCF" to NatureMouvement of Mouvement

               perform PosterDebitCompteCourant
           end-if.

           if PosteOk
               move 0 to ImpayeCoffre
               move "A" to StatutContratCoffre

               add 1 to NbCoffresFactures
           else
               move MontantDuCoffre to ImpayeCoffre
               move "B" to StatutContratCoffre
           end-if.

           exec sql
               update ContratCoffre
               set DateProchaineFacture =
               :ContratCoffre.DateProchaineFactCoffre,
               Impaye = :ContratCoffre.ImpayeCoffre,
               Statut = :ContratCoffre.StatutContratCoffre
               where NoContrat = :ContratCoffre.NoContratCoffre
           end-exec.

           if sqlcode not = 0
               move "Loyer coffre" to LibelleErreurSql
               move NoContratCoffre to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           if StatutContratCoffre not = StatutContratAvant
               move "ContratCoffre" to TableAudit
               move NoContratCoffre to CleAudit
               move StatutContratAvant to AncienneValeurAudit

               if StatutContratCoffre = "B"
                   move "acces bloque, loyer impaye"
                   to NouvelleValeurAudit
               else
                   move "loyer regle, acces debloque"
                   to NouvelleValeurAudit
               end-if

               perform EnregistrerAudit
           end-if.

      * --- Etat des loyers impayes (contrats bloques) ---

       EditerImpayesCoffres.
           move 0 to NbImpayesCoffres.
           move 0 to TotalImpayesCoffres.
           move 0 to EotCoffre.

           open output F-ImpayesCoffres.

           move corresponding DateSysteme to ImpayesCoffresEntete1.

           move NomSocieteEntete
           to SocieteEntete of ImpayesCoffresEntete1.

           write E-ImpayesCoffres from ImpayesCoffresEntete1.
           write E-ImpayesCoffres from AmortissementEntete2.
           write E-ImpayesCoffres from " ".
           write E-ImpayesCoffres from ImpayesCoffresEntete2.

           exec sql
               declare C-ImpayesCoffres cursor for
                   select CodeGuichet, NoCoffre, NoContrat,
                   CodeClient, Impaye
                   from ContratCoffre
                   where Statut = 'B'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeGuichet, NoCoffre
           end-exec.

           exec sql
             open C-ImpayesCoffres
           end-exec.

           perform EditerUnImpayeCoffre until EotCoffre = 1.

           exec sql
             close C-ImpayesCoffres
           end-exec.

           write E-ImpayesCoffres from " ".

           move spaces to ImpayesCoffresTotal.
           move "Total des impayes .......... :" to LibelleTotalCoffres.
           move NbImpayesCoffres to NbTotalCoffresEdit.
           move TotalImpayesCoffres to MontantTotalCoffresEdit.
           write E-ImpayesCoffres from ImpayesCoffresTotal.

           close F-ImpayesCoffres.

           move "ImpayesCoffres" to NomEdition.
           move "LoyersCoffres" to EtapeProductrice.

           move "C:\Users\dugs\Documents\ImpayesCoffres.txt"
           to CheminEdition.

           move NbImpayesCoffres to NbLignesEdition.

           perform EnregistrerEdition.

       EditerUnImpayeCoffre.
           exec sql
               fetch C-ImpayesCoffres
               into :Coffre.CodeGuichetCoffre, :Coffre.NoCoffre,
               :ContratCoffre.NoContratCoffre,
               :ContratCoffre.CodeClientCoffre,
               :ContratCoffre.ImpayeCoffre
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCoffre
           else
               move spaces to ImpayesCoffresDetail

               move CodeGuichetCoffre to GuichetCoffreEdit
               move NoCoffre to NoCoffreEdit
               move NoContratCoffre to ContratCoffreEdit
               move CodeClientCoffre to ClientCoffreEdit
               move ImpayeCoffre to ImpayeCoffreEdit

               write E-ImpayesCoffres from ImpayesCoffresDetail

               add 1 to NbImpayesCoffres
               add ImpayeCoffre to TotalImpayesCoffres
           end-if.

      **************************************************************************
      * Reclamations clients : enregistrement avec calcul des delais
      * reglementaires, accuse de reception, reponse (avec le
      * remboursement eventuel) et consultation ; la liste des
      * reclamations hors delai et les statistiques mensuelles passent
      * par les chaines de nuit et de fin de mois
      **************************************************************************
       GestionReclamations.
           perform SaisieRecl-Init.
           perform SaisieRecl-Trt until ChoixRecl = space.
           perform SaisieRecl-Fin.

       SaisieRecl-Init.
           move "" to ChoixRecl.

       SaisieRecl-Trt.
           move space to ChoixRecl.

           display M-Reclamations.

           accept ChoixRecl line 5 col 60.

           if ChoixRecl = "n" then
               move "N" to ChoixRecl
           end-if.

           if ChoixRecl = "a" then
               move "A" to ChoixRecl
           end-if.

           if ChoixRecl = "r" then
               move "R" to ChoixRecl
           end-if.

           if ChoixRecl = "c" then
               move "C" to ChoixRecl
           end-if.

           evaluate ChoixRecl
               when "N"
                   perform NouvelleReclamation
               when "A"
                   perform AccuserReclamation
               when "R"
                   perform RepondreReclamation
               when "C"
                   perform ConsultationReclamation
           end-evaluate.

       SaisieRecl-Fin.
           continue.

      * --- Enregistrement d'une reclamation ---

       NouvelleReclamation.
           initialize Reclamation.

           display M-Recl-E.

           accept M-Recl-E.

           if CodeBanqueRecl not = space
               perform ControlerReclamation

               if MessageRecl = space
                   perform EnregistrerReclamation
               end-if

               display M-Recl-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerReclamation.
           move spaces to MessageRecl.

           inspect CanalRecl converting "gtcei" to "GTCEI".

           inspect CategorieRecl
           converting "abcdefghijklmnopqrstuvwxyz"
           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           if DateReceptionRecl = space
               move DateComptableTexte to DateReceptionRecl
           end-if.

           if ResponsableRecl = space
               move CodeOperateurCourant to ResponsableRecl
           end-if.

           evaluate true
               when CanalRecl not = "G" and CanalRecl not = "T"
               and CanalRecl not = "C" and CanalRecl not = "E"
               and CanalRecl not = "I"
                   move "Canal invalide (G, T, C, E ou I)"
                   to MessageRecl
               when CategorieRecl not = "FRA"
               and CategorieRecl not = "CAR"
               and CategorieRecl not = "VIR"
               and CategorieRecl not = "CHQ"
               and CategorieRecl not = "CLO"
               and CategorieRecl not = "CRE"
               and CategorieRecl not = "AUT"
                   move "Categorie invalide" to MessageRecl
               when ObjetRecl = space
                   move "Objet de la reclamation obligatoire"
                   to MessageRecl
               when DateReceptionRecl is not numeric
                   move "Date de reception invalide (AAAAMMJJ)"
                   to MessageRecl
               when DateReceptionRecl > DateComptableTexte
                   move "Date de reception future" to MessageRecl
           end-evaluate.

      * Le compte donne le client ; le mouvement conteste doit etre un
      * mouvement de ce compte

           if MessageRecl = space
               exec sql
                   select CodeClient
                   into :Reclamation.CodeClientRecl
                   from Compte
                   where CodeBanque = :Reclamation.CodeBanqueRecl
                   and CodeGuichet = :Reclamation.CodeGuichetRecl
                   and NoCompte = :Reclamation.NoCompteRecl
                   and TypeCompte = :Reclamation.TypeCompteRecl
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               if sqlcode not = 0
                   move "Compte introuvable" to MessageRecl
               end-if
           end-if.

           if MessageRecl = space and NoMouvementRecl > 0
               move 0 to NbExistantsRecl

               exec sql
                   select count(*)
                   into :NbExistantsRecl
                   from Mouvement
                   where NoMouvement = :Reclamation.NoMouvementRecl
                   and CodeBanque = :Reclamation.CodeBanqueRecl
                   and CodeGuichet = :Reclamation.CodeGuichetRecl
                   and NoCompte = :Reclamation.NoCompteRecl
                   and TypeCompte = :Reclamation.TypeCompteRecl
               end-exec

               if NbExistantsRecl = 0
                   move "Mouvement introuvable sur ce compte"
                   to MessageRecl
               end-if
           end-if.

      * Delais reglementaires : accuse en jours ouvres, reponse en mois

       EnregistrerReclamation.
           move DateReceptionRecl to DateBaseCalcul.
           move NbJoursAccuseRecl to NbJoursAvance.

           perform CalculerDateAvanceeOuvres.

           move DateAvanceeJours to DateLimiteAccuseRecl.

           move DateReceptionRecl to DateBaseCalcul.
           move NbMoisReponseRecl to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateLimiteReponseRecl.

           move spaces to DateAccuseRecl.
           move spaces to DateReponseRecl.
           move 0 to MontantRembRecl.
           move 0 to NoMouvementRembRecl.
           move "O" to StatutRecl.

           exec sql
               select coalesce(max(NoReclamation), 0) + 1
               into :Reclamation.NoReclamation
               from Reclamation
           end-exec.

           exec sql
               insert into Reclamation
               (NoReclamation, CodeClient, CodeBanque, CodeGuichet,
                NoCompte, TypeCompte, NoMouvement, Canal, Categorie,
                Objet, Responsable, DateReception, DateLimiteAccuse,
                DateAccuse, DateLimiteReponse, DateReponse,
                MontantRembourse, NoMouvementRemb, Statut,
                CodeSociete)
               values
               (:Reclamation.NoReclamation,
                :Reclamation.CodeClientRecl,
                :Reclamation.CodeBanqueRecl,
                :Reclamation.CodeGuichetRecl,
                :Reclamation.NoCompteRecl,
                :Reclamation.TypeCompteRecl,
                :Reclamation.NoMouvementRecl,
                :Reclamation.CanalRecl, :Reclamation.CategorieRecl,
                :Reclamation.ObjetRecl, :Reclamation.ResponsableRecl,
                :Reclamation.DateReceptionRecl,
                :Reclamation.DateLimiteAccuseRecl,
                :Reclamation.DateAccuseRecl,
                :Reclamation.DateLimiteReponseRecl,
                :Reclamation.DateReponseRecl,
                :Reclamation.MontantRembRecl,
                :Reclamation.NoMouvementRembRecl,
                :Reclamation.StatutRecl, :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Enregistrement reclamation" to LibelleErreurSql
               move NoReclamation to CleErreurSql
               perform JournaliserErreurSql

               move "Reclamation non enregistree" to MessageRecl
           else
               move "Reclamation" to TableAudit
               move NoReclamation to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "reclamation " delimited by size
                 CategorieRecl delimited by size
                 " recue le " delimited by size
                 DateReceptionRecl delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               string
                 "Reclamation " delimited by size
                 NoReclamation delimited by size
                 " : accuse avant le " delimited by size
                 DateLimiteAccuseRecl delimited by size
                 ", reponse avant le " delimited by size
                 DateLimiteReponseRecl delimited by size
                 into MessageRecl
               end-string
           end-if.

      * --- Lecture de la reclamation NoReclamationSaisi ---

       ChargerReclamation.
           move spaces to MessageRecl.

           initialize Reclamation.

           exec sql
               select NoReclamation, CodeClient, CodeBanque,
               CodeGuichet, NoCompte, TypeCompte, NoMouvement, Canal,
               Categorie, Objet, Responsable, DateReception,
               DateLimiteAccuse, DateAccuse, DateLimiteReponse,
               DateReponse, MontantRembourse, NoMouvementRemb, Statut
               into :Reclamation.NoReclamation,
               :Reclamation.CodeClientRecl,
               :Reclamation.CodeBanqueRecl,
               :Reclamation.CodeGuichetRecl,
               :Reclamation.NoCompteRecl,
               :Reclamation.TypeCompteRecl,
               :Reclamation.NoMouvementRecl,
               :Reclamation.CanalRecl, :Reclamation.CategorieRecl,
               :Reclamation.ObjetRecl, :Reclamation.ResponsableRecl,
               :Reclamation.DateReceptionRecl,
               :Reclamation.DateLimiteAccuseRecl,
               :Reclamation.DateAccuseRecl,
               :Reclamation.DateLimiteReponseRecl,
               :Reclamation.DateReponseRecl,
               :Reclamation.MontantRembRecl,
               :Reclamation.NoMouvementRembRecl,
               :Reclamation.StatutRecl
               from Reclamation
               where NoReclamation = :NoReclamationSaisi
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               move "Reclamation introuvable" to MessageRecl
           end-if.

       ConsultationReclamation.
           move 0 to NoReclamationSaisi.

           display M-Recl-C.

           accept M-Recl-C.

           if NoReclamationSaisi > 0
               perform ChargerReclamation

               if MessageRecl = space
                   display M-Recl-Detail
               else
                   display M-Recl-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Accuse de reception ---

       AccuserReclamation.
           move 0 to NoReclamationSaisi.

           display M-Recl-C.

           accept M-Recl-C.

           if NoReclamationSaisi > 0
               perform ChargerReclamation

               if MessageRecl = space and StatutRecl not = "O"
                   move "Reclamation deja accusee ou close"
                   to MessageRecl
               end-if

               if MessageRecl = space
                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateAccuseRecl
                   end-string

                   exec sql
                       update Reclamation
                       set Statut = 'A',
                       DateAccuse = :Reclamation.DateAccuseRecl
                       where NoReclamation =
                       :Reclamation.NoReclamation
                   end-exec

                   if sqlcode not = 0
                       move "Accuse reclamation" to LibelleErreurSql
                       move NoReclamation to CleErreurSql
                       perform JournaliserErreurSql

                       move "Accuse non enregistre" to MessageRecl
                   else
                       move "Reclamation" to TableAudit
                       move NoReclamation to CleAudit
                       move "O" to AncienneValeurAudit
                       move "accuse de reception" to NouvelleValeurAudit

                       perform EnregistrerAudit

                       if DateAccuseRecl > DateLimiteAccuseRecl
                           move "Accuse enregistre (hors delai)"
                           to MessageRecl
                       else
                           move "Accuse enregistre" to MessageRecl
                       end-if
                   end-if
               end-if

               display M-Recl-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Reponse : clot la reclamation ; le remboursement accorde
      * est credite sur le compte de la reclamation (nature RCL) ---

       RepondreReclamation.
           move 0 to NoReclamationSaisi.

           display M-Recl-C.

           accept M-Recl-C.

           if NoReclamationSaisi > 0
               perform ChargerReclamation

               if MessageRecl = space and StatutRecl = "R"
                   move "Reclamation deja close" to MessageRecl
               end-if

               if MessageRecl = space
                   perform ControlerJourneeOuverte

                   if not JourneeOuverte
                       move "Journee comptable fermee, saisie refusee"
                       to MessageRecl
                   end-if
               end-if

               if MessageRecl = space
                   display M-Recl-Detail
                   display M-Recl-Reponse

                   accept M-Recl-Reponse

                   perform EnregistrerReponseRecl
               end-if

               display M-Recl-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       EnregistrerReponseRecl.
           move "O" to StatutPoste.

           if MontantRembRecl > 0
               move CodeBanqueRecl to CodeBanque of Mouvement
               move CodeGuichetRecl to CodeGuichet of Mouvement

               move NoCompteRecl
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteRecl
               to TypeCompte of CompteComplet of Mouvement

               move MontantRembRecl to MontantOperationCourante
               move "RCL" to NatureMouvement of Mouvement

               perform PosterCreditCompteCourant

               if PosteOk
                   exec sql
                       select coalesce(max(NoMouvement), 0)
                       into :Reclamation.NoMouvementRembRecl
                       from Mouvement
                       where CodeBanque = :Mouvement.CodeBanque
                       and CodeGuichet = :Mouvement.CodeGuichet
                       and NoCompte =
                       :Mouvement.CompteComplet.RacineCompte
                       and TypeCompte =
                       :Mouvement.CompteComplet.TypeCompte
                       and Nature = 'RCL'
                   end-exec
               end-if
           end-if.

           if not PosteOk
               move LibellePosteErreur to MessageRecl
           else
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateReponseRecl
               end-string

               if DateAccuseRecl = space
                   move DateReponseRecl to DateAccuseRecl
               end-if

               exec sql
                   update Reclamation
                   set Statut = 'R',
                   DateAccuse = :Reclamation.DateAccuseRecl,
                   DateReponse = :Reclamation.DateReponseRecl,
                   MontantRembourse = :Reclamation.MontantRembRecl,
                   NoMouvementRemb = :Reclamation.NoMouvementRembRecl
                   where NoReclamation = :Reclamation.NoReclamation
               end-exec

               if sqlcode not = 0
                   move "Reponse reclamation" to LibelleErreurSql
                   move NoReclamation to CleErreurSql
                   perform JournaliserErreurSql
               end-if

               move "Reclamation" to TableAudit
               move NoReclamation to CleAudit
               move StatutRecl to AncienneValeurAudit
               move MontantRembRecl to MontantReclAffiche

               string
                 "reponse, rembourse " delimited by size
                 MontantReclAffiche delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               if DateReponseRecl > DateLimiteReponseRecl
                   move "Reponse enregistree (hors delai)"
                   to MessageRecl
               else
                   move "Reponse enregistree, reclamation close"
                   to MessageRecl
               end-if
           end-if.

      * --- Chaine de nuit : reclamations dont l'accuse ou la reponse
      * a depasse son delai reglementaire ---

       ReclamationsRetard.
           move 0 to NbReclamationsRetard.
           move 0 to EotRecl.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           open output F-ReclamationsRetard.

           move corresponding DateSysteme to ReclRetardEntete1.

           move NomSocieteEntete
           to SocieteEntete of ReclRetardEntete1.

           write E-ReclamationsRetard from ReclRetardEntete1.
           write E-ReclamationsRetard from AmortissementEntete2.
           write E-ReclamationsRetard from " ".
           write E-ReclamationsRetard from ReclRetardEntete2.

           exec sql
               declare C-ReclamationsRetard cursor for
                   select NoReclamation, CodeClient, CodeGuichet,
                   Categorie, Responsable, DateReception,
                   DateLimiteAccuse, DateAccuse, DateLimiteReponse
                   from Reclamation
                   where Statut <> 'R'
                   and ((DateAccuse = ' '
                   and DateLimiteAccuse < :DateComptableTexte)
                   or DateLimiteReponse < :DateComptableTexte)
                   and CodeSociete = :CodeSocieteCourant
                   order by Responsable, NoReclamation
           end-exec.

           exec sql
             open C-ReclamationsRetard
           end-exec.

           perform EditerUneReclamationRetard until EotRecl = 1.

           exec sql
             close C-ReclamationsRetard
           end-exec.

           write E-ReclamationsRetard from " ".

           move spaces to ReclRetardTotal.
           move "Reclamations hors delai ..... :"
           to LibelleTotalReclRetard.
           move NbReclamationsRetard to NbTotalReclRetardEdit.
           write E-ReclamationsRetard from ReclRetardTotal.

           close F-ReclamationsRetard.

           move "ReclamationsRetard" to NomEdition.
           move "ReclamationsRetard" to EtapeProductrice.

           move "C:\Users\dugs\Documents\ReclamationsRetard.txt"
           to CheminEdition.

           move NbReclamationsRetard to NbLignesEdition.

           perform EnregistrerEdition.

       EditerUneReclamationRetard.
           exec sql
               fetch C-ReclamationsRetard
               into :Reclamation.NoReclamation,
               :Reclamation.CodeClientRecl,
               :Reclamation.CodeGuichetRecl,
               :Reclamation.CategorieRecl,
               :Reclamation.ResponsableRecl,
               :Reclamation.DateReceptionRecl,
               :Reclamation.DateLimiteAccuseRecl,
               :Reclamation.DateAccuseRecl,
               :Reclamation.DateLimiteReponseRecl
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotRecl
           else
               move spaces to ReclRetardDetail

               move NoReclamation to NoReclRetardEdit
               move CodeGuichetRecl to GuichetReclRetardEdit
               move CategorieRecl to CategorieReclRetardEdit
               move DateReceptionRecl to ReceptionReclRetardEdit
               move CodeClientRecl to ClientReclRetardEdit
               move ResponsableRecl to ResponsableReclRetardEdit

      * Le premier delai manque est celui qui est edite

               if DateAccuseRecl = space
               and DateLimiteAccuseRecl < DateComptableTexte
                   move "accuse" to DelaiReclRetardEdit
                   move DateLimiteAccuseRecl to LimiteReclRetardEdit
               else
                   move "reponse" to DelaiReclRetardEdit
                   move DateLimiteReponseRecl to LimiteReclRetardEdit
               end-if

               write E-ReclamationsRetard from ReclRetardDetail

               add 1 to NbReclamationsRetard
           end-if.

      **************************************************************************
      * Consultations de clients sensibles (etape du lundi) : sur les
      * sept derniers jours, chaque consultation d'un client sensible
      * (personnel, personnalite publique, VIP), puis les operateurs
      * ayant ouvert plus de SeuilConsultations clients distincts,
      * pour le controle des consultations par curiosite
      **************************************************************************
       ConsultationsSensibles.
           move 0 to NbConsultationsSignalees.
           move 0 to EotConsult.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           perform CalculerDebutSemaineConsult.

           open output F-ConsultSensibles.

           move corresponding DateSysteme to ConsultEntete1.

           move NomSocieteEntete
           to SocieteEntete of ConsultEntete1.

           move DateDebutConsult to DebutPeriodeConsultEdit.
           move DateComptableTexte to FinPeriodeConsultEdit.

           write E-ConsultSensibles from ConsultEntete1.
           write E-ConsultSensibles from AmortissementEntete2.
           write E-ConsultSensibles from ConsultPeriode.
           write E-ConsultSensibles from " ".
           write E-ConsultSensibles from ConsultTitreSensibles.
           write E-ConsultSensibles from ConsultEnteteSensibles.

           exec sql
               declare C-ConsultSensibles cursor for
                   select cc.DateConsultation, cc.HeureConsultation,
                   cc.Operateur, cc.Ecran, c.ClientSensible,
                   cc.CodeClient, c.Nom
                   from ConsultationClient cc
                   join Client c on c.CodeClient = cc.CodeClient
                   where cc.DateConsultation > :DateDebutConsult
                   and cc.DateConsultation <= :DateComptableTexte
                   and c.ClientSensible in ('P', 'E', 'V')
                   and cc.CodeSociete = :CodeSocieteCourant
                   order by cc.CodeClient, cc.DateConsultation,
                   cc.HeureConsultation
           end-exec.

           exec sql
             open C-ConsultSensibles
           end-exec.

           perform EditerConsultSensible until EotConsult = 1.

           exec sql
             close C-ConsultSensibles
           end-exec.

      * Operateurs au-dela du seuil : les ecrans de liste (comptes,
      * recherche d'operations) ne sont pas des ouvertures de fiche

           write E-ConsultSensibles from " ".

           move SeuilConsultations to SeuilConsultEdit.

           write E-ConsultSensibles from ConsultTitreOperateurs.
           write E-ConsultSensibles from ConsultEnteteOperateurs.

           move 0 to EotConsult.

           exec sql
               declare C-ConsultOperateurs cursor for
                   select Operateur, count(distinct CodeClient),
                   count(*)
                   from ConsultationClient
                   where DateConsultation > :DateDebutConsult
                   and DateConsultation <= :DateComptableTexte
                   and Ecran not in ('LST', 'OPE')
                   and CodeSociete = :CodeSocieteCourant
                   group by Operateur
                   having count(distinct CodeClient)
                   > :SeuilConsultations
                   order by 2 desc
           end-exec.

           exec sql
             open C-ConsultOperateurs
           end-exec.

           perform EditerConsultOperateur until EotConsult = 1.

           exec sql
             close C-ConsultOperateurs
           end-exec.

           write E-ConsultSensibles from " ".

           move spaces to ConsultTotal.
           move "Lignes signalees .......... :"
           to LibelleTotalConsult.
           move NbConsultationsSignalees to NbTotalConsultEdit.
           write E-ConsultSensibles from ConsultTotal.

           close F-ConsultSensibles.

           move "ConsultationsSensibles" to NomEdition.
           move "ConsultationsSensibles" to EtapeProductrice.

           move "C:\Users\dugs\Documents\ConsultSensibles.txt"
           to CheminEdition.

           move NbConsultationsSignalees to NbLignesEdition.

           perform EnregistrerEdition.

      * --- Debut de la periode : la date comptable moins sept jours,
      * en reculant sur le mois precedent au besoin ---

       CalculerDebutSemaineConsult.
           if JourComptable > 7
               compute JourDebutConsult = JourComptable - 7

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourDebutConsult delimited by size
                 into DateDebutConsult
               end-string
           else
               move 1 to NbMoisRecul

               perform CalculerDateReculeeMois

               compute JourDebutConsult =
               DernierJourDuMois + JourComptable - 7

               string
                 DateReculeeMois(1:6) delimited by size
                 JourDebutConsult delimited by size
                 into DateDebutConsult
               end-string
           end-if.

       EditerConsultSensible.
           exec sql
               fetch C-ConsultSensibles
               into :DateConsultation, :HeureConsultation,
               :OperateurConsultation, :EcranConsultation,
               :CategorieSensible, :CodeClientConsulte,
               :NomClientConsulte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotConsult
           else
               move spaces to ConsultDetail

               move DateConsultation to DateConsultEdit
               move HeureConsultation to HeureConsultEdit
               move OperateurConsultation to OperateurConsultEdit
               move EcranConsultation to EcranConsultEdit
               move CategorieSensible to CategorieConsultEdit
               move CodeClientConsulte to ClientConsultEdit
               move NomClientConsulte to NomConsultEdit

               write E-ConsultSensibles from ConsultDetail

               add 1 to NbConsultationsSignalees
           end-if.

       EditerConsultOperateur.
           exec sql
               fetch C-ConsultOperateurs
               into :OperateurConsultation, :NbClientsConsultes,
               :NbConsultationsOperateur
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotConsult
           else
               move spaces to ConsultOperateurDetail

               move OperateurConsultation to OperateurAnomalieEdit
               move NbClientsConsultes to NbClientsAnomalieEdit
               move NbConsultationsOperateur to NbConsultAnomalieEdit

               write E-ConsultSensibles from ConsultOperateurDetail

               add 1 to NbConsultationsSignalees
           end-if.

      **************************************************************************
      * Ecritures des comptes du personnel (etape de fin de mois) :
      * toutes les ecritures du mois sur les comptes des salaries
      * (client marque P ou rattache a un operateur), avec l'operateur
      * qui les a passees ; une etoile signale l'ecriture passee par
      * le salarie lui-meme
      **************************************************************************
       MouvementsPersonnel.
           move 0 to NbMouvementsPersonnel.
           move 0 to EotPersonnel.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisPersonnel.

           open output F-MouvementsPersonnel.

           move NomSocieteEntete
           to SocieteEntete of PersonnelEntete1.

           move MoisPersonnel to MoisPersonnelEdit.

           write E-MouvementsPersonnel from PersonnelEntete1.
           write E-MouvementsPersonnel from AmortissementEntete2.
           write E-MouvementsPersonnel from " ".
           write E-MouvementsPersonnel from PersonnelEntete2.

           exec sql
               declare C-MouvementsPersonnel cursor for
                   select m.DateMouvement, m.CodeBanque,
                   m.CodeGuichet, m.NoCompte, m.Sens, m.Montant,
                   m.Nature, coalesce(m.Operateur, ' '), c.CodeClient,
                   case when exists
                   (select 1 from Operateur o
                    where o.CodeOperateur = m.Operateur
                    and o.CodeClient = c.CodeClient)
                   then '*' else ' ' end
                   from Mouvement m
                   join Compte c
                   on c.CodeBanque = m.CodeBanque
                   and c.CodeGuichet = m.CodeGuichet
                   and c.NoCompte = m.NoCompte
                   and c.TypeCompte = m.TypeCompte
                   join Client cl on cl.CodeClient = c.CodeClient
                   where substring(m.DateMouvement, 1, 6)
                   = :MoisPersonnel
                   and (cl.ClientSensible = 'P'
                   or exists
                   (select 1 from Operateur o
                    where o.CodeClient = c.CodeClient))
                   and c.CodeSociete = :CodeSocieteCourant
                   order by c.CodeClient, m.DateMouvement,
                   m.NoMouvement
           end-exec.

           exec sql
             open C-MouvementsPersonnel
           end-exec.

           perform EditerMouvementPersonnel until EotPersonnel = 1.

           exec sql
             close C-MouvementsPersonnel
           end-exec.

           write E-MouvementsPersonnel from " ".

           move spaces to PersonnelTotal.
           move "Ecritures du mois .......... :"
           to LibelleTotalPersonnel.
           move NbMouvementsPersonnel to NbTotalPersonnelEdit.
           write E-MouvementsPersonnel from PersonnelTotal.

           close F-MouvementsPersonnel.

           move "MouvementsPersonnel" to NomEdition.
           move "MouvementsPersonnel" to EtapeProductrice.

           move "C:\Users\dugs\Documents\MouvementsPersonnel.txt"
           to CheminEdition.

           move NbMouvementsPersonnel to NbLignesEdition.

           perform EnregistrerEdition.

       EditerMouvementPersonnel.
           exec sql
               fetch C-MouvementsPersonnel
               into :Mouvement.DateMouvement, :Mouvement.CodeBanque,
               :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement, :OperateurMvtPersonnel,
               :ClientMvtPersonnel, :PropreCompteMvtPersonnel
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPersonnel
           else
               move spaces to PersonnelDetail

               move DateMouvement of Mouvement to DatePersonnelEdit
               move CodeBanque of Mouvement to BanquePersonnelEdit
               move CodeGuichet of Mouvement to GuichetPersonnelEdit

               move RacineCompte of CompteComplet of Mouvement
               to ComptePersonnelEdit

               move SensMouvement of Mouvement to SensPersonnelEdit
               move Montant of Mouvement to MontantPersonnelEdit
               move NatureMouvement of Mouvement to NaturePersonnelEdit
               move OperateurMvtPersonnel to OperateurPersonnelEdit
               move ClientMvtPersonnel to ClientPersonnelEdit
               move PropreCompteMvtPersonnel to ProprePersonnelEdit

               write E-MouvementsPersonnel from PersonnelDetail

               add 1 to NbMouvementsPersonnel
           end-if.

      **************************************************************************
      * Eclatement d'un etat par guichet : EditionEclatement nomme
      * l'etat, TitreEclatement, ColonnesEclatement et
      * AvecMontantEclatement en donnent la presentation ; un fichier
      * <etat>-<banque>-<guichet>.txt par guichet present, inscrit au
      * registre des editions
      **************************************************************************
       DebuterEclatement.
           exec sql
               delete from LigneEclatement
               where Edition = :LigneEclatement.EditionEclatement
           end-exec.

           move 0 to NoLigneEclatement.
           move spaces to RubriqueEclatement.
           move spaces to TitreEclatement.
           move spaces to ColonnesEclatement.
           move "N" to AvecMontantEclatement.
           move 0 to MontantEclatement.
           move 1 to ComptageEclatement.

      * --- Ligne detail de l'etat en cours, rattachee au guichet pose
      * par l'appelant (CodeBanqueEclatement, CodeGuichetEclatement) ---

       MemoriserLigneEclatement.
           add 1 to NoLigneEclatement.

           exec sql
               insert into LigneEclatement
               (Edition, CodeBanque, CodeGuichet, NoLigne, Rubrique,
                Texte, Montant, Comptage)
               values
               (:LigneEclatement.EditionEclatement,
                :LigneEclatement.CodeBanqueEclatement,
                :LigneEclatement.CodeGuichetEclatement,
                :LigneEclatement.NoLigneEclatement,
                :LigneEclatement.RubriqueEclatement,
                :LigneEclatement.TexteEclatement,
                :LigneEclatement.MontantEclatement,
                :LigneEclatement.ComptageEclatement)
           end-exec.

           if sqlcode not = 0
               move "Eclatement par guichet" to LibelleErreurSql
               move EditionEclatement to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      * --- Guichet d'un client (CodeClientEclatement) : celui de son
      * premier compte, les comptes ouverts avant les comptes clos ;
      * a blanc pour un client sans compte ---

       RechercherGuichetClient.
           move spaces to CodeBanqueEclatement.
           move spaces to CodeGuichetEclatement.

           exec sql
               select top 1 CodeBanque, CodeGuichet
               into :LigneEclatement.CodeBanqueEclatement,
               :LigneEclatement.CodeGuichetEclatement
               from Compte
               where CodeClient = :CodeClientEclatement
               order by case when StatutCompte = 'C' then 1 else 0 end,
               CodeBanque, CodeGuichet, NoCompte
           end-exec.

           if sqlcode not = 0
               move spaces to CodeBanqueEclatement
               move spaces to CodeGuichetEclatement
           end-if.

      * --- Production des fichiers de chaque guichet ---

       EclaterEditionGuichet.
           move 0 to NbFichiersGuichet.
           move 0 to EotGuichetsEclatement.

           exec sql
               declare C-GuichetsEclatement cursor for
                   select distinct l.CodeBanque, l.CodeGuichet,
                   coalesce(g.NomGuichet, ' '),
                   coalesce(g.Adresse, ' ')
                   from LigneEclatement l
                   left join Guichet g
                   on g.CodeBanque = l.CodeBanque
                   and g.CodeGuichet = l.CodeGuichet
                   where l.Edition = :LigneEclatement.EditionEclatement
                   and l.CodeGuichet <> ' '
                   order by l.CodeBanque, l.CodeGuichet
           end-exec.

           exec sql
             open C-GuichetsEclatement
           end-exec.

           perform EclaterUnGuichet until EotGuichetsEclatement = 1.

           exec sql
             close C-GuichetsEclatement
           end-exec.

       EclaterUnGuichet.
           exec sql
               fetch C-GuichetsEclatement
               into :Guichet.CodeBanqueGuichet, :Guichet.CodeGuichetRef,
               :Guichet.NomGuichet, :Guichet.AdresseGuichet
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotGuichetsEclatement
           else
               perform ProduireEditionGuichet
           end-if.

       ProduireEditionGuichet.
           move spaces to NomEditionGuichet.

           string
             EditionEclatement delimited by space
             "-" delimited by size
             CodeBanqueGuichet delimited by space
             "-" delimited by size
             CodeGuichetRef delimited by space
             into NomEditionGuichet
           end-string.

           move spaces to CheminEditionGuichet.

           string
             CheminEditionsGuichet delimited by space
             "\" delimited by size
             NomEditionGuichet delimited by space
             ".txt" delimited by size
             into CheminEditionGuichet
           end-string.

           open output F-EditionGuichet.

           move 0 to NoPageGuichet.
           move 0 to NbLignesGuichet.
           move 0 to NbDetailsGuichet.
           move 0 to MontantGuichet.
           move 0 to NbDetailsRubrique.
           move 0 to MontantRubrique.
           move spaces to RubriqueEclatementPrec.

           add 1 to MaxLigneEtat giving NbLignePageGuichet.

           move corresponding DateSysteme to GuichetEntete1.

           move NomSocieteEntete to SocieteEntete of GuichetEntete1.
           move TitreEclatement to TitreGuichetEntete.
           move CodeBanqueGuichet to CodeBanqueGuichetEntete.
           move CodeGuichetRef to CodeGuichetEntete.
           move NomGuichet of Guichet to NomGuichetEntete.
           move AdresseGuichet of Guichet to AdresseGuichetEntete.

           move 0 to EotLignesEclatement.

           exec sql
               declare C-LignesEclatement cursor for
                   select Rubrique, Texte, Montant, Comptage
                   from LigneEclatement
                   where Edition = :LigneEclatement.EditionEclatement
                   and CodeBanque = :Guichet.CodeBanqueGuichet
                   and CodeGuichet = :Guichet.CodeGuichetRef
                   order by NoLigne
           end-exec.

           exec sql
             open C-LignesEclatement
           end-exec.

           perform EcrireUneLigneEclatee until EotLignesEclatement = 1.

           exec sql
             close C-LignesEclatement
           end-exec.

           if RubriqueEclatementPrec not = space
               perform EcrireSousTotalRubrique
           end-if.

      * Total du guichet et dernier pied de page

           move NbDetailsGuichet to NbDetailsGuichetEdit.
           move spaces to MontantGuichetTexte.

           if EclatementAvecMontant
               move MontantGuichet to MontantEclatementEdit
               move MontantEclatementEdit to MontantGuichetTexte
           end-if.

           move spaces to LigneEditionGuichet.
           perform EcrireLigneGuichet.

           move GuichetTotal to LigneEditionGuichet.
           perform EcrireLigneGuichet.

           move NoPageGuichet to NPage of GuichetDernierBasPage.

           write E-EditionGuichet from GuichetDernierBasPage.

           close F-EditionGuichet.

           move NomEditionGuichet to NomEdition.
           move EditionEclatement to EtapeProductrice.
           move CheminEditionGuichet to CheminEdition.
           move NbLignesGuichet to NbLignesEdition.

           perform EnregistrerEdition.

           add 1 to NbFichiersGuichet.

       EcrireUneLigneEclatee.
           exec sql
               fetch C-LignesEclatement
               into :LigneEclatement.RubriqueEclatement,
               :LigneEclatement.TexteEclatement,
               :LigneEclatement.MontantEclatement,
               :LigneEclatement.ComptageEclatement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotLignesEclatement
           else
               if RubriqueEclatement not = RubriqueEclatementPrec
                   if RubriqueEclatementPrec not = space
                       perform EcrireSousTotalRubrique
                   end-if

                   move RubriqueEclatement to RubriqueEclatementPrec

                   move spaces to LigneEditionGuichet
                   perform EcrireLigneGuichet

                   move spaces to GuichetRubrique
                   move RubriqueEclatement to RubriqueGuichetEdit
                   move GuichetRubrique to LigneEditionGuichet
                   perform EcrireLigneGuichet
               end-if

               move TexteEclatement to LigneEditionGuichet
               perform EcrireLigneGuichet

               if ComptageEclatement = 1
                   add 1 to NbDetailsRubrique
                   add 1 to NbDetailsGuichet
               end-if

               add MontantEclatement to MontantRubrique
               add MontantEclatement to MontantGuichet
           end-if.

       EcrireSousTotalRubrique.
           move NbDetailsRubrique to NbDetailsRubriqueEdit.
           move spaces to MontantRubriqueTexte.

           if EclatementAvecMontant
               move MontantRubrique to MontantEclatementEdit
               move MontantEclatementEdit to MontantRubriqueTexte
           end-if.

           move GuichetSousTotal to LigneEditionGuichet.
           perform EcrireLigneGuichet.

           move 0 to NbDetailsRubrique.
           move 0 to MontantRubrique.

      * --- Ecriture d'une ligne, avec la pagination du modele maison
      * et l'en-tete du guichet sur chaque page ---

       EcrireLigneGuichet.
           if NbLignePageGuichet > MaxLigneEtat then
               if NoPageGuichet > 0 then
                   move NoPageGuichet to NPage of GuichetBasPage

                   write E-EditionGuichet from GuichetBasPage
               end-if

               add 1 to NoPageGuichet

               write E-EditionGuichet from GuichetEntete1
               write E-EditionGuichet from GuichetEntete2
               write E-EditionGuichet from GuichetEntete3
               write E-EditionGuichet from GuichetEntete4
               write E-EditionGuichet from " "

               move 6 to NbLignePageGuichet

               if ColonnesEclatement not = space
                   write E-EditionGuichet from ColonnesEclatement

                   add 1 to NbLignePageGuichet
               end-if
           end-if.

           add 1 to NbLignePageGuichet.

           write E-EditionGuichet from LigneEditionGuichet.

           add 1 to NbLignesGuichet.

      **************************************************************************
      * Journal des operateurs (etape de la chaine de nuit, apres la
      * fermeture de la journee) : par guichet et par operateur, les
      * mouvements saisis a l'ecran dans la journee et les
      * modifications de clients et de comptes de la piste d'audit,
      * avec les totaux par nature ; une copie par guichet part avec
      * l'eclatement des etats
      **************************************************************************
       JournalOperateurs.
           move 0 to NbJournauxOperateurs.
           move 0 to NbLignesJournalOp.
           move 0 to EotJournauxOp.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           string
             JourComptable delimited by size
             "/" delimited by size
             MoisComptable delimited by size
             "/" delimited by size
             AnneeComptable delimited by size
             into DateJournalOpEdit
           end-string.

           move corresponding DateSysteme to JournalOpEntete1.

           move NomSocieteEntete to SocieteEntete of JournalOpEntete1.

           open output F-JournalOperateurs.

           write E-JournalOperateurs from JournalOpEntete1.
           write E-JournalOperateurs from JournalOpEntete2.

           move "JournalOperateurs" to EditionEclatement.

           perform DebuterEclatement.

           move "Journal des operateurs" to TitreEclatement.
           move JournalOpColonnes to ColonnesEclatement.

      * Un journal par guichet et operateur ayant saisi un mouvement
      * ou modifie un client ou un compte dans la journee ; une
      * modification de client, ou de compte tracee sous le code
      * client (suppression, fusion), est rattachee au guichet de son
      * premier compte ouvert

           exec sql
               declare C-JournauxOp cursor for
                   select CodeBanque, CodeGuichet, Operateur
                   from Mouvement
                   where DateMouvement = :DateComptableTexte
                   and Origine = 'E'
                   union
                   select substring(CleAudit, 1, 5),
                   substring(CleAudit, 6, 5), Operateur
                   from Audit
                   where DateAudit = :DateComptableTexte
                   and NomTable = 'Compte'
                   and Operateur <> 'BATCH'
                   and exists
                   (select 1 from Compte k
                    where k.CodeBanque = substring(CleAudit, 1, 5)
                    and k.CodeGuichet = substring(CleAudit, 6, 5)
                    and k.NoCompte = substring(CleAudit, 11, 9))
                   union
                   select c.CodeBanque, c.CodeGuichet, a.Operateur
                   from Audit a
                   cross apply
                   (select top 1 CodeBanque, CodeGuichet
                    from Compte
                    where Compte.CodeClient = a.CleAudit
                    order by case when StatutCompte = 'C'
                    then 1 else 0 end,
                    CodeBanque, CodeGuichet, NoCompte) c
                   where a.DateAudit = :DateComptableTexte
                   and (a.NomTable = 'Client'
                   or (a.NomTable = 'Compte'
                   and not exists
                   (select 1 from Compte k
                    where k.CodeBanque = substring(a.CleAudit, 1, 5)
                    and k.CodeGuichet = substring(a.CleAudit, 6, 5)
                    and k.NoCompte = substring(a.CleAudit, 11, 9))))
                   and a.Operateur <> 'BATCH'
                   order by 1, 2, 3
           end-exec.

           exec sql
             open C-JournauxOp
           end-exec.

           perform JournalOperateurs-Trt until EotJournauxOp = 1.

           exec sql
             close C-JournauxOp
           end-exec.

           close F-JournalOperateurs.

           move "JournalOperateurs" to NomEdition.
           move "JournalOperateurs" to EtapeProductrice.

           move "C:\Users\dugs\Documents\JournalOperateurs.txt"
           to CheminEdition.

           move NbLignesJournalOp to NbLignesEdition.

           perform EnregistrerEdition.

           perform EclaterEditionGuichet.

       JournalOperateurs-Trt.
           exec sql
               fetch C-JournauxOp
               into :JournalOperateur.CodeBanqueJournalOp,
               :JournalOperateur.CodeGuichetJournalOp,
               :JournalOperateur.OperateurJournalOp
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotJournauxOp
           else
               perform EditerJournalOperateur
           end-if.

      * --- Un journal : titre, mouvements, modifications, totaux ---

       EditerJournalOperateur.
           add 1 to NbJournauxOperateurs.

           move 0 to NbMouvementsJournalOp.
           move 0 to TotalDebitJournalOp.
           move 0 to TotalCreditJournalOp.
           move 0 to NbModifsJournalOp.
           move 0 to NbNaturesJournal.

           move CodeBanqueJournalOp to BanqueJournalOpEdit.
           move CodeGuichetJournalOp to GuichetJournalOpEdit.
           move OperateurJournalOp to OperateurJournalOpEdit.

           move spaces to RubriqueEclatement.

           string
             "Operateur " delimited by size
             OperateurJournalOp delimited by space
             into RubriqueEclatement
           end-string.

           write E-JournalOperateurs from " ".
           write E-JournalOperateurs from JournalOpTitre.
           write E-JournalOperateurs from JournalOpColonnes.

           add 3 to NbLignesJournalOp.

           move 0 to EotMouvementsJournal.

           exec sql
               declare C-MouvementsJournal cursor for
                   select NoMouvement, coalesce(HeureSaisie, ' '),
                   NoCompte, TypeCompte, Nature, Sens, Montant
                   from Mouvement
                   where DateMouvement = :DateComptableTexte
                   and Origine = 'E'
                   and CodeBanque =
                   :JournalOperateur.CodeBanqueJournalOp
                   and CodeGuichet =
                   :JournalOperateur.CodeGuichetJournalOp
                   and Operateur = :JournalOperateur.OperateurJournalOp
                   order by NoMouvement
           end-exec.

           exec sql
             open C-MouvementsJournal
           end-exec.

           perform EditerMouvementJournal
               until EotMouvementsJournal = 1.

           exec sql
             close C-MouvementsJournal
           end-exec.

           move 0 to EotAuditJournal.

           exec sql
               declare C-AuditJournal cursor for
                   select NomTable, CleAudit, AncienneValeur,
                   NouvelleValeur
                   from Audit
                   where DateAudit = :DateComptableTexte
                   and Operateur = :JournalOperateur.OperateurJournalOp
                   and (NomTable = 'Client' or NomTable = 'Compte')
                   order by NomTable, CleAudit
           end-exec.

           exec sql
             open C-AuditJournal
           end-exec.

           perform EditerModifJournal until EotAuditJournal = 1.

           exec sql
             close C-AuditJournal
           end-exec.

      * Totaux par nature puis total de l'operateur

           move CodeBanqueJournalOp to CodeBanqueEclatement.
           move CodeGuichetJournalOp to CodeGuichetEclatement.
           move 0 to ComptageEclatement.

           perform EditerNatureJournal
               varying IdxNatureJournal from 1 by 1
               until IdxNatureJournal > NbNaturesJournal.

           move NbMouvementsJournalOp to NbMvtsJournalOpEdit.
           move TotalDebitJournalOp to DebitJournalOpEdit.
           move TotalCreditJournalOp to CreditJournalOpEdit.
           move NbModifsJournalOp to NbModifsJournalOpEdit.

           move JournalOpTotal to LigneEditionGuichet.

           perform EcrireLigneJournalOp.

           move 1 to ComptageEclatement.

           perform EnregistrerJournalOperateur.

       EditerMouvementJournal.
           exec sql
               fetch C-MouvementsJournal
               into :Mouvement.NoMouvement,
               :Mouvement.HeureSaisieMouvement,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.NatureMouvement,
               :Mouvement.SensMouvement, :Mouvement.Montant
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotMouvementsJournal
           else
               move CodeBanqueJournalOp to CodeBanque of Mouvement
               move CodeGuichetJournalOp to CodeGuichet of Mouvement

               perform ChercherContrepartieJournal

               move spaces to JournalOpDetail

               string
                 HeureSaisieMouvement(1:2) delimited by size
                 ":" delimited by size
                 HeureSaisieMouvement(3:2) delimited by size
                 ":" delimited by size
                 HeureSaisieMouvement(5:2) delimited by size
                 into HeureJournalOpEdit
               end-string

               move NoMouvement of Mouvement
               to NoMouvementJournalOpEdit

               move RacineCompte of CompteComplet of Mouvement
               to CompteJournalOpEdit

               move TypeCompte of CompteComplet of Mouvement
               to TypeCompteJournalOpEdit

               move NatureMouvement of Mouvement
               to NatureJournalOpEdit

               move SensMouvement of Mouvement to SensJournalOpEdit
               move Montant of Mouvement to MontantJournalOpEdit

               move JournalOpDetail to LigneEditionGuichet

               move CodeBanqueJournalOp to CodeBanqueEclatement
               move CodeGuichetJournalOp to CodeGuichetEclatement
               move 1 to ComptageEclatement

               perform EcrireLigneJournalOp

               add 1 to NbMouvementsJournalOp

               if SensMouvement of Mouvement = "D"
                   add Montant of Mouvement to TotalDebitJournalOp
               else
                   add Montant of Mouvement to TotalCreditJournalOp
               end-if

               perform CumulerNatureJournal
           end-if.

      * --- Contrepartie : l'autre patte d'un virement saisi d'un bloc
      * (mouvement voisin de meme nature et de meme montant, en sens
      * inverse), a defaut le compte general de la nature ---

       ChercherContrepartieJournal.
           move spaces to ContrepartieJournalOpEdit.
           move spaces to GuichetContrepartie.
           move spaces to CompteContrepartieJournal.

           compute NoMouvementAvant = NoMouvement of Mouvement - 1.
           compute NoMouvementApres = NoMouvement of Mouvement + 1.

           exec sql
               select top 1 CodeGuichet, NoCompte
               into :GuichetContrepartie, :CompteContrepartieJournal
               from Mouvement
               where NoMouvement in (:NoMouvementAvant,
               :NoMouvementApres)
               and DateMouvement = :DateComptableTexte
               and Operateur = :JournalOperateur.OperateurJournalOp
               and Nature = :Mouvement.NatureMouvement
               and Montant = :Mouvement.Montant
               and Sens <> :Mouvement.SensMouvement
           end-exec.

           if sqlcode = 0
               string
                 GuichetContrepartie delimited by size
                 " " delimited by size
                 CompteContrepartieJournal delimited by size
                 into ContrepartieJournalOpEdit
               end-string
           else
               perform ChoisirContrepartieGl

               string
                 "GL " delimited by size
                 CompteGeneralContrepartie delimited by size
                 into ContrepartieJournalOpEdit
               end-string
           end-if.

       CumulerNatureJournal.
           move 0 to IdxNatureTrouvee.

           perform ChercherNatureJournal
               varying IdxNatureJournal from 1 by 1
               until IdxNatureJournal > NbNaturesJournal
               or IdxNatureTrouvee > 0.

           if IdxNatureTrouvee = 0 and NbNaturesJournal < 40
               add 1 to NbNaturesJournal

               move NbNaturesJournal to IdxNatureTrouvee

               move NatureMouvement of Mouvement
               to CodeNatureJournal(IdxNatureTrouvee)

               move 0 to NbNatureJournal(IdxNatureTrouvee)
               move 0 to DebitNatureJournal(IdxNatureTrouvee)
               move 0 to CreditNatureJournal(IdxNatureTrouvee)
           end-if.

           if IdxNatureTrouvee > 0
               add 1 to NbNatureJournal(IdxNatureTrouvee)

               if SensMouvement of Mouvement = "D"
                   add Montant of Mouvement
                   to DebitNatureJournal(IdxNatureTrouvee)
               else
                   add Montant of Mouvement
                   to CreditNatureJournal(IdxNatureTrouvee)
               end-if
           end-if.

       ChercherNatureJournal.
           if CodeNatureJournal(IdxNatureJournal)
           = NatureMouvement of Mouvement
               move IdxNatureJournal to IdxNatureTrouvee
           end-if.

       EditerNatureJournal.
           move CodeNatureJournal(IdxNatureJournal)
           to NatureTotalJournalOpEdit.

           move NbNatureJournal(IdxNatureJournal)
           to NbNatureJournalOpEdit.

           move DebitNatureJournal(IdxNatureJournal)
           to DebitNatureJournalOpEdit.

           move CreditNatureJournal(IdxNatureJournal)
           to CreditNatureJournalOpEdit.

           move JournalOpNature to LigneEditionGuichet.

           perform EcrireLigneJournalOp.

      * --- Modification de client ou de compte de la piste d'audit,
      * retenue quand elle concerne le guichet du journal ; une cle
      * de compte qui ne designe aucun compte est un code client ---

       EditerModifJournal.
           exec sql
               fetch C-AuditJournal
               into :TableAuditLue, :CleAuditLue,
               :AncienneValeurLue, :NouvelleValeurLue
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotAuditJournal
           else
               move 0 to NbComptesCleAuditLue

               if TableAuditLue not = "Client"
                   exec sql
                       select count(*)
                       into :NbComptesCleAuditLue
                       from Compte
                       where CodeBanque = substring(:CleAuditLue, 1, 5)
                       and CodeGuichet = substring(:CleAuditLue, 6, 5)
                       and NoCompte = substring(:CleAuditLue, 11, 9)
                   end-exec
               end-if

               if NbComptesCleAuditLue = 0
                   move CleAuditLue to CodeClientEclatement

                   perform RechercherGuichetClient
               else
                   move CleAuditLue(1:5) to CodeBanqueEclatement
                   move CleAuditLue(6:5) to CodeGuichetEclatement
               end-if

               if CodeBanqueEclatement = CodeBanqueJournalOp
               and CodeGuichetEclatement = CodeGuichetJournalOp
                   move spaces to JournalOpModif

                   move TableAuditLue to TableJournalOpEdit
                   move CleAuditLue to CleJournalOpEdit
                   move AncienneValeurLue to AncienneJournalOpEdit
                   move NouvelleValeurLue to NouvelleJournalOpEdit

                   move JournalOpModif to LigneEditionGuichet
                   move 1 to ComptageEclatement

                   perform EcrireLigneJournalOp

                   add 1 to NbModifsJournalOp
               end-if
           end-if.

      * --- Ligne du journal : fichier consolide et copie du guichet ---

       EcrireLigneJournalOp.
           write E-JournalOperateurs from LigneEditionGuichet.

           add 1 to NbLignesJournalOp.

           move LigneEditionGuichet to TexteEclatement.

           perform MemoriserLigneEclatement.

      * --- Inscription du journal a viser ; un journal deja vise
      * n'est pas modifie par une relance de l'etape ---

       EnregistrerJournalOperateur.
           move DateComptableTexte to DateJournalOp.
           move 0 to NbJournauxExistants.

           exec sql
               select count(*)
               into :NbJournauxExistants
               from JournalOperateur
               where DateJournal = :JournalOperateur.DateJournalOp
               and CodeBanque = :JournalOperateur.CodeBanqueJournalOp
               and CodeGuichet =
               :JournalOperateur.CodeGuichetJournalOp
               and Operateur = :JournalOperateur.OperateurJournalOp
           end-exec.

           if NbJournauxExistants = 0
               exec sql
                   select coalesce(max(NoJournal), 0) + 1
                   into :JournalOperateur.NoJournalOp
                   from JournalOperateur
               end-exec

               exec sql
                   insert into JournalOperateur
                   (NoJournal, DateJournal, CodeBanque, CodeGuichet,
                    Operateur, NbMouvements, TotalDebit, TotalCredit,
                    NbModifications, Statut, Superviseur, DateVisa)
                   values
                   (:JournalOperateur.NoJournalOp,
                    :JournalOperateur.DateJournalOp,
                    :JournalOperateur.CodeBanqueJournalOp,
                    :JournalOperateur.CodeGuichetJournalOp,
                    :JournalOperateur.OperateurJournalOp,
                    :JournalOperateur.NbMouvementsJournalOp,
                    :JournalOperateur.TotalDebitJournalOp,
                    :JournalOperateur.TotalCreditJournalOp,
                    :JournalOperateur.NbModifsJournalOp,
                    'N', ' ', ' ')
               end-exec
           else
               exec sql
                   update JournalOperateur
                   set NbMouvements =
                   :JournalOperateur.NbMouvementsJournalOp,
                   TotalDebit = :JournalOperateur.TotalDebitJournalOp,
                   TotalCredit =
                   :JournalOperateur.TotalCreditJournalOp,
                   NbModifications =
                   :JournalOperateur.NbModifsJournalOp
                   where DateJournal = :JournalOperateur.DateJournalOp
                   and CodeBanque =
                   :JournalOperateur.CodeBanqueJournalOp
                   and CodeGuichet =
                   :JournalOperateur.CodeGuichetJournalOp
                   and Operateur =
                   :JournalOperateur.OperateurJournalOp
                   and Statut = 'N'
               end-exec
           end-if.

           if sqlcode not = 0 and sqlcode not = 100
               move "Journal operateur" to LibelleErreurSql
               move OperateurJournalOp to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      **************************************************************************
      * Visa des journaux operateurs (menu complementaire) : les
      * journaux non vises, les plus anciens en tete ; le superviseur
      * vise un journal par son numero, jamais le sien
      **************************************************************************
       VisaJournauxOperateurs.
           display M-JournauxOp.

           move 0 to EotJournauxOp.
           move 6 to NoLigneEcran.

           exec sql
               declare C-JournauxAViser cursor for
                   select NoJournal, DateJournal, CodeBanque,
                   CodeGuichet, Operateur, NbMouvements,
                   NbModifications
                   from JournalOperateur
                   where Statut = 'N'
                   order by DateJournal, CodeBanque, CodeGuichet,
                   Operateur
           end-exec.

           exec sql
             open C-JournauxAViser
           end-exec.

           perform VisaJournauxOperateurs-Trt
               until EotJournauxOp = 1 or NoLigneEcran = 20.

           exec sql
             close C-JournauxAViser
           end-exec.

           move 0 to NoJournalOpSaisi.

           accept NoJournalOpSaisi line 22 col 25.

           if NoJournalOpSaisi not = 0
               perform ViserJournalOperateur

               display M-JournauxOp-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       VisaJournauxOperateurs-Trt.
           exec sql
               fetch C-JournauxAViser
               into :JournalOperateur.NoJournalOp,
               :JournalOperateur.DateJournalOp,
               :JournalOperateur.CodeBanqueJournalOp,
               :JournalOperateur.CodeGuichetJournalOp,
               :JournalOperateur.OperateurJournalOp,
               :JournalOperateur.NbMouvementsJournalOp,
               :JournalOperateur.NbModifsJournalOp
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotJournauxOp
           else
               add 1 to NoLigneEcran

               display LigneJournalOp
           end-if.

       ViserJournalOperateur.
           move spaces to MessageJournalOp.
           move NoJournalOpSaisi to NoJournalOp.

           exec sql
               select Operateur, Statut
               into :JournalOperateur.OperateurJournalOp,
               :JournalOperateur.StatutJournalOp
               from JournalOperateur
               where NoJournal = :JournalOperateur.NoJournalOp
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "Journal inconnu" to MessageJournalOp
               when JournalOpVise
                   move "Journal deja vise" to MessageJournalOp
               when OperateurJournalOp = CodeOperateurCourant
                   move "Visa de son propre journal refuse"
                   to MessageJournalOp
           end-evaluate.

           if MessageJournalOp = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateVisaJournalOp
               end-string

               move CodeOperateurCourant to SuperviseurJournalOp

               exec sql
                   update JournalOperateur
                   set Statut = 'V',
                   Superviseur = :JournalOperateur.SuperviseurJournalOp,
                   DateVisa = :JournalOperateur.DateVisaJournalOp
                   where NoJournal = :JournalOperateur.NoJournalOp
                   and Statut = 'N'
               end-exec

               if sqlcode not = 0
                   move "Visa journal operateur" to LibelleErreurSql
                   move NoJournalOp to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec du visa" to MessageJournalOp
               else
                   move "JournalOperateur" to TableAudit
                   move NoJournalOp to CleAudit
                   move "N" to AncienneValeurAudit
                   move "V (vise)" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Journal vise" to MessageJournalOp
               end-if
           end-if.

      **************************************************************************
      * Rattrapage des journees manquees (tete de la chaine de nuit) :
      * depuis la derniere journee dont la chaine est allee au bout
      * (OuvertureJournee ou RattrapageJournee OK dans BatchControle),
      * chaque jour ouvre du calendrier anterieur a la date comptable
      * du jour est rejoue avec sa propre date comptable ; les etapes
      * deja OK pour une journee ne sont pas refaites, et une journee
      * en echec arrete le rattrapage (elle sera reprise a la
      * prochaine chaine)
      **************************************************************************
       RattrapageJournees.
           move 0 to NbJourneesRattrapees.
           move 0 to NbLignesRattrapage.
           move 0 to FinRattrapage.
           move "N" to EtapeRattrapageKo.

      * Contexte de la journee du jour, restaure apres le rattrapage

           move DateTraitementBatch to DateJourTraitement.
           move JourSemaineComptable to JourSemaineJour.
           move ModeRepriseBatch to ModeRepriseJour.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableJour
           end-string.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSystemeJour
           end-string.

           move corresponding DateSysteme to RattrapageEntete1.

           move NomSocieteEntete to SocieteEntete of RattrapageEntete1.

           open output F-RattrapageJournees.

           write E-RattrapageJournees from RattrapageEntete1.
           write E-RattrapageJournees from RattrapageEntete2.

           add 2 to NbLignesRattrapage.

           move spaces to DateDernierTraitement.

           exec sql
               select coalesce(max(DateTraitement), ' ')
               into :DateDernierTraitement
               from BatchControle
               where (NomEtape = 'OuvertureJournee'
               or NomEtape = 'RattrapageJournee')
               and Statut = 'OK'
               and DateTraitement < :DateJourTraitement
               and CodeSociete = :CodeSocieteCourant
           end-exec.

      * Sans chaine anterieure (premiere mise en service) ou en
      * simulation, il n'y a rien a rejouer

           if sqlcode not = 0 or DateDernierTraitement = space
           or SimulationActive
               move 1 to FinRattrapage
           else

      * Date comptable de la derniere chaine complete : sa date de
      * traitement roulee au jour ouvre, comme CalculerDateComptable

               move DateDernierTraitement to DateCivileTravail

               perform CalculerJourSemaine

               move JourSemaineCalcule to JourSemaineComptable

               move DateDernierTraitement(1:4) to AnneeComptable
               move DateDernierTraitement(5:2) to MoisComptable
               move DateDernierTraitement(7:2) to JourComptable

               perform VerifierJourOuvre

               perform RolerJourOuvre until JourOuvre

      * Le mode reprise est force pendant le rattrapage : une etape
      * deja OK pour la journee rejouee n'est jamais refaite

               move "O" to ModeRepriseBatch
           end-if.

           perform RattrapageJournees-Trt until FinRattrapage = 1.

           if NbJourneesRattrapees = 0
               write E-RattrapageJournees from RattrapageAucune
           else
               move NbJourneesRattrapees to NbJourneesRattrapeesEdit

               write E-RattrapageJournees from " "
               write E-RattrapageJournees from RattrapageTotal

               add 1 to NbLignesRattrapage
           end-if.

           add 1 to NbLignesRattrapage.

           close F-RattrapageJournees.

      * Retour a la journee du jour

           move DateJourTraitement to DateTraitementBatch.
           move JourSemaineJour to JourSemaineComptable.
           move ModeRepriseJour to ModeRepriseBatch.

           move DateComptableJour(1:4) to AnneeComptable.
           move DateComptableJour(5:2) to MoisComptable.
           move DateComptableJour(7:2) to JourComptable.

           move DateComptableJour to DateComptableTexte.

           perform ChargerParametresTable.

           move DateSystemeJour(1:4) to Annee of DateSysteme.
           move DateSystemeJour(5:2) to Mois of DateSysteme.
           move DateSystemeJour(7:2) to Jour of DateSysteme.

           move "RattrapageJournees" to NomEdition.
           move "RattrapageJournees" to EtapeProductrice.

           move "C:\Users\dugs\Documents\RattrapageJournees.txt"
           to CheminEdition.

           move NbLignesRattrapage to NbLignesEdition.

           perform EnregistrerEdition.

      * --- Journee ouvree suivante : rejouee tant qu'elle precede la
      * date comptable du jour, dans la limite du parametre
      * RATTRAPAGE_MAX_JOURS (le reliquat passe a la chaine suivante)

       RattrapageJournees-Trt.
           perform AvancerJourOuvre.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateRattrapage
           end-string.

           evaluate true
               when DateRattrapage not < DateComptableJour
                   move 1 to FinRattrapage
               when NbJourneesRattrapees not < MaxJoursRattrapage
                   move "Rattrapage limite, journees en attente"
                   to LibelleErreurSql
                   move DateRattrapage to CleErreurSql
                   perform JournaliserErreurSql

                   move 1 to FinRattrapage
               when other
                   perform RejouerJournee

                   if RattrapageEnEchec
                       move 1 to FinRattrapage
                   end-if
           end-evaluate.

      * --- Une journee manquee : date systeme, date comptable et date
      * de traitement de la chaine posees sur la journee, puis les
      * etapes datees dans l'ordre de la chaine ---

       RejouerJournee.
           add 1 to NbJourneesRattrapees.

           move DateRattrapage to DateTraitementBatch.
           move DateRattrapage to DateComptableTexte.

           move AnneeComptable to Annee of DateSysteme.
           move MoisComptable to Mois of DateSysteme.
           move JourComptable to Jour of DateSysteme.

      * Tarifs en vigueur a la journee rejouee

           perform ChargerParametresTable.

           string
             JourComptable delimited by size
             "/" delimited by size
             MoisComptable delimited by size
             "/" delimited by size
             AnneeComptable delimited by size
             into DateRattrapageEdit
           end-string.

           write E-RattrapageJournees from " ".
           write E-RattrapageJournees from RattrapageJournee.

           add 2 to NbLignesRattrapage.

           move "ExecutionVirementsPermanents" to NomEtapeBatch.
           perform RejouerEtapeRattrapage.

           move "AccrualInteret" to NomEtapeBatch.
           perform RejouerEtapeRattrapage.

           move "EcheancesComptesATerme" to NomEtapeBatch.
           perform RejouerEtapeRattrapage.

           move "EcheancesPrets" to NomEtapeBatch.
           perform RejouerEtapeRattrapage.

           move "SnapshotSoldeJournalier" to NomEtapeBatch.
           perform RejouerEtapeRattrapage.

      * La journee n'est marquee rejouee que si toutes ses etapes sont
      * passees

           if not RattrapageEnEchec
               move "RattrapageJournee" to NomEtapeBatch
               perform DebuterEtapeBatch
               move NbJourneesRattrapees to NbLignesEtape
               perform TerminerEtapeBatch
           end-if.

       RejouerEtapeRattrapage.
           if not RattrapageEnEchec
               perform ControlerEtapeBatch

               move NomEtapeBatch to EtapeRattrapageEdit

               if EtapePassee
                   move 0 to LignesRattrapageEdit
                   move "deja faite" to StatutRattrapageEdit
               else
                   perform DebuterEtapeBatch

                   evaluate NomEtapeBatch
                       when "ExecutionVirementsPermanents"
                           perform ExecutionVirementsPermanents
                           move NbOrdresExecutes to NbLignesEtape
                       when "AccrualInteret"
                           perform AccrualInteret
                           move NbComptesAccrual to NbLignesEtape
                       when "EcheancesComptesATerme"
                           perform EcheancesComptesATerme
                           move NbEcheancesDat to NbLignesEtape
                       when "EcheancesPrets"
                           perform EcheancesPrets
                           move NbEcheancesPrets to NbLignesEtape
                       when "SnapshotSoldeJournalier"
                           perform SnapshotSoldeJournalier
                           move NbComptesPhotographies
                           to NbLignesEtape
                   end-evaluate

                   perform TerminerEtapeBatch

                   move NbLignesEtape to LignesRattrapageEdit

                   if StatutEtape of BatchControle = "OK"
                       move "rejouee" to StatutRattrapageEdit
                   else
                       move "en echec" to StatutRattrapageEdit
                       move "O" to EtapeRattrapageKo
                   end-if
               end-if

               write E-RattrapageJournees from RattrapageDetail

               add 1 to NbLignesRattrapage
           end-if.

      **************************************************************************
      * Instantane de secours (derniere etape de la chaine de nuit) :
      * un fichier a plat par table dans le repertoire de secours
      * (SERFA_CHEMIN_SECOURS), remplace a chaque chaine ; le
      * programme portable de consultation le relit sans base
      **************************************************************************
       InstantaneSecours.
           move 0 to NbLignesSecours.
           move 0 to NbFichiersSecours.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableSecours
           end-string.

           perform CalculerDebutSecours.

      * En-tete : date et heure de l'instantane, date comptable et
      * societe

           move "SecoursEntete.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           accept HeureSysteme from time.

           move spaces to LigneSecours.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             ";" delimited by size
             HeureSysteme(1:6) delimited by size
             ";" delimited by size
             DateComptableSecours delimited by size
             ";" delimited by size
             CodeSocieteCourant delimited by size
             ";" delimited by size
             NomSocieteCourant delimited by "  "
             into LigneSecours
           end-string.

           perform EcrireLigneSecours.

           close F-Secours.

           perform InstantaneClients.
           perform InstantaneComptes.
           perform InstantaneBanques.
           perform InstantaneGuichets.
           perform InstantaneMouvements.

      * --- Debut de la fenetre des mouvements : la date comptable
      * reculee de NbJoursReculSecours jours civils ---

       CalculerDebutSecours.
           move JourSemaineComptable to JourSemaineSecours.

           perform ReculerDateComptable
               varying CompteurReculSecours from 1 by 1
               until CompteurReculSecours > NbJoursReculSecours.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateDebutSecours
           end-string.

           move DateComptableSecours(1:4) to AnneeComptable.
           move DateComptableSecours(5:2) to MoisComptable.
           move DateComptableSecours(7:2) to JourComptable.

           move JourSemaineSecours to JourSemaineComptable.

      * --- Recul d'un jour civil (pendant d'AvancerDateComptable) ---

       ReculerDateComptable.
           subtract 1 from JourComptable.

           if JourComptable = 0
               subtract 1 from MoisComptable

               if MoisComptable = 0
                   move 12 to MoisComptable

                   subtract 1 from AnneeComptable
               end-if

               perform CalculerDernierJourDuMois

               move DernierJourDuMois to JourComptable
           end-if.

       OuvrirFichierSecours.
           move spaces to CheminFichierSecours.

           string
             CheminSecours delimited by space
             "\" delimited by size
             NomFichierSecours delimited by space
             into CheminFichierSecours
           end-string.

           open output F-Secours.

           add 1 to NbFichiersSecours.

       EcrireLigneSecours.
           write E-Secours from LigneSecours.

           add 1 to NbLignesSecours.

      * --- Clients : code, civilite, nom, prenom, code postal, ville,
      * telephone et statut ---

       InstantaneClients.
           move "SecoursClients.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           move 0 to EotSecours.

           exec sql
               declare C-SecoursClients cursor for
                   select CodeClient, Intitule, Nom, Prenom,
                   CodePostal, Ville, coalesce(Telephone, ' '),
                   coalesce(StatutClient, 'A')
                   from Client
                   where CodeSociete = :CodeSocieteCourant
                   order by Nom, Prenom
           end-exec.

           exec sql
             open C-SecoursClients
           end-exec.

           perform InstantaneClients-Trt until EotSecours = 1.

           exec sql
             close C-SecoursClients
           end-exec.

           close F-Secours.

       InstantaneClients-Trt.
           exec sql
               fetch C-SecoursClients
               into :Client.CodeClient, :Client.Intitule,
               :Client.Nom, :Client.Prenom, :Client.CodePostal,
               :Client.Ville, :Client.Telephone,
               :Client.StatutClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSecours
           else
               move spaces to LigneSecours

               string
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 Intitule of CLIENT delimited by space
                 ";" delimited by size
                 Nom of CLIENT delimited by "  "
                 ";" delimited by size
                 Prenom of CLIENT delimited by "  "
                 ";" delimited by size
                 CodePostal of CLIENT delimited by space
                 ";" delimited by size
                 Ville of CLIENT delimited by "  "
                 ";" delimited by size
                 Telephone of CLIENT delimited by space
                 ";" delimited by size
                 StatutClient of CLIENT delimited by size
                 into LigneSecours
               end-string

               perform EcrireLigneSecours
           end-if.

      * --- Comptes : identification, client, solde signe, statut,
      * decouvert autorise et devise ---

       InstantaneComptes.
           move "SecoursComptes.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           move 0 to EotSecours.

           exec sql
               declare C-SecoursComptes cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, CleRib, CodeClient, Debit, Credit,
                   StatutCompte, coalesce(DecouvertAutorise, 0),
                   coalesce(Devise, 'EUR')
                   from Compte
                   where CodeSociete = :CodeSocieteCourant
                   order by CodeClient, CodeBanque, CodeGuichet,
                   NoCompte, TypeCompte
           end-exec.

           exec sql
             open C-SecoursComptes
           end-exec.

           perform InstantaneComptes-Trt until EotSecours = 1.

           exec sql
             close C-SecoursComptes
           end-exec.

           close F-Secours.

       InstantaneComptes-Trt.
           exec sql
               fetch C-SecoursComptes
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.CleRIB, :Compte.CodeClient,
               :Compte.Debit, :Compte.Credit,
               :Compte.StatutCompte, :Compte.DecouvertAutorise,
               :Compte.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSecours
           else
               compute SoldeSecours =
               Debit of Compte - Credit of Compte

               move SoldeSecours to SoldeSecoursTexte
               move DecouvertAutorise of Compte
               to DecouvertSecoursTexte

               move spaces to LigneSecours

               string
                 CodeBanque of Compte delimited by size
                 ";" delimited by size
                 CodeGuichet of Compte delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 CleRIB of Compte delimited by size
                 ";" delimited by size
                 CodeClient of Compte delimited by space
                 ";" delimited by size
                 SoldeSecoursTexte delimited by size
                 ";" delimited by size
                 StatutCompte of Compte delimited by size
                 ";" delimited by size
                 DecouvertSecoursTexte delimited by size
                 ";" delimited by size
                 Devise of Compte delimited by size
                 into LigneSecours
               end-string

               perform EcrireLigneSecours
           end-if.

      * --- Banques de la societe ---

       InstantaneBanques.
           move "SecoursBanques.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           move 0 to EotSecours.

           exec sql
               declare C-SecoursBanques cursor for
                   select CodeBanque, NomBanque, coalesce(Bic, ' ')
                   from Banque
                   where CodeSociete = :CodeSocieteCourant
                   order by NomBanque
           end-exec.

           exec sql
             open C-SecoursBanques
           end-exec.

           perform InstantaneBanques-Trt until EotSecours = 1.

           exec sql
             close C-SecoursBanques
           end-exec.

           close F-Secours.

       InstantaneBanques-Trt.
           exec sql
               fetch C-SecoursBanques
               into :Banque.CodeBanque, :Banque.NomBanque,
               :Banque.Bic
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSecours
           else
               move spaces to LigneSecours

               string
                 CodeBanque of Banque delimited by size
                 ";" delimited by size
                 NomBanque of Banque delimited by "  "
                 ";" delimited by size
                 Bic of Banque delimited by space
                 into LigneSecours
               end-string

               perform EcrireLigneSecours
           end-if.

      * --- Guichets des banques de la societe ---

       InstantaneGuichets.
           move "SecoursGuichets.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           move 0 to EotSecours.

           exec sql
               declare C-SecoursGuichets cursor for
                   select g.CodeBanque, g.CodeGuichet, g.NomGuichet,
                   coalesce(g.Adresse, ' ')
                   from Guichet g
                   where g.CodeBanque in
                   (select CodeBanque from Banque
                    where CodeSociete = :CodeSocieteCourant)
                   order by g.CodeBanque, g.CodeGuichet
           end-exec.

           exec sql
             open C-SecoursGuichets
           end-exec.

           perform InstantaneGuichets-Trt until EotSecours = 1.

           exec sql
             close C-SecoursGuichets
           end-exec.

           close F-Secours.

       InstantaneGuichets-Trt.
           exec sql
               fetch C-SecoursGuichets
               into :Guichet.CodeBanqueGuichet,
               :Guichet.CodeGuichetRef, :Guichet.NomGuichet,
               :Guichet.AdresseGuichet
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSecours
           else
               move spaces to LigneSecours

               string
                 CodeBanqueGuichet delimited by size
                 ";" delimited by size
                 CodeGuichetRef delimited by size
                 ";" delimited by size
                 NomGuichet delimited by "  "
                 ";" delimited by size
                 AdresseGuichet delimited by "  "
                 into LigneSecours
               end-string

               perform EcrireLigneSecours
           end-if.

      * --- Mouvements des trente derniers jours, par compte, du plus
      * recent au plus ancien ---

       InstantaneMouvements.
           move "SecoursMouvements.csv" to NomFichierSecours.

           perform OuvrirFichierSecours.

           move 0 to EotSecours.

           exec sql
               declare C-SecoursMouvements cursor for
                   select m.CodeBanque, m.CodeGuichet, m.NoCompte,
                   m.TypeCompte, m.DateMouvement, m.Sens, m.Montant,
                   m.Nature
                   from Mouvement m
                   where m.DateMouvement >= :DateDebutSecours
                   and m.CodeBanque in
                   (select CodeBanque from Banque
                    where CodeSociete = :CodeSocieteCourant)
                   order by m.CodeBanque, m.CodeGuichet, m.NoCompte,
                   m.TypeCompte, m.DateMouvement desc,
                   m.NoMouvement desc
           end-exec.

           exec sql
             open C-SecoursMouvements
           end-exec.

           perform InstantaneMouvements-Trt until EotSecours = 1.

           exec sql
             close C-SecoursMouvements
           end-exec.

           close F-Secours.

       InstantaneMouvements-Trt.
           exec sql
               fetch C-SecoursMouvements
               into :Mouvement.CodeBanque, :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.DateMouvement, :Mouvement.SensMouvement,
               :Mouvement.Montant, :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotSecours
           else
               move Montant of Mouvement to MontantSecoursTexte

               move spaces to LigneSecours

               string
                 CodeBanque of Mouvement delimited by size
                 ";" delimited by size
                 CodeGuichet of Mouvement delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 DateMouvement of Mouvement delimited by size
                 ";" delimited by size
                 SensMouvement of Mouvement delimited by size
                 ";" delimited by size
                 MontantSecoursTexte delimited by size
                 ";" delimited by size
                 NatureMouvement of Mouvement delimited by size
                 into LigneSecours
               end-string

               perform EcrireLigneSecours
           end-if.

      **************************************************************************
      * Rentabilite des clients (etape de fin de mois) : PNB du mois
      * comptable par client et guichet, conserve dans PnbClient, puis
      * classement des guichets, des segments et des clients de
      * chaque guichet
      **************************************************************************
       RentabiliteClients.
           move 0 to NbClientsPnb.
           move 0 to EotPnb.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisPnb.

      * Une relance du mois remplace le calcul au lieu de le doubler

           exec sql
               delete from PnbClient
               where Mois = :PnbClient.MoisPnb
               and CodeSociete = :CodeSocieteCourant
           end-exec.

      * Nombre de photos de soldes du mois, diviseur des encours
      * moyens

           move 0 to NbJoursPhotosPnb.

           exec sql
               select count(distinct DateSolde)
               into :NbJoursPhotosPnb
               from SoldeJournalier
               where left(DateSolde, 6) = :PnbClient.MoisPnb
           end-exec.

           exec sql
               declare C-PnbClients cursor for
                   select c.CodeClient, c.CodeBanque, c.CodeGuichet,
                   max(case when cl.FormatReleve = 'C'
                   then 'Entreprise'
                   when cl.ClientFragile = 'O' then 'Fragile'
                   else 'Particulier' end)
                   from Compte c
                   join Client cl
                   on cl.CodeClient = c.CodeClient
                   where c.CodeSociete = :CodeSocieteCourant
                   group by c.CodeClient, c.CodeBanque, c.CodeGuichet
                   order by c.CodeClient, c.CodeBanque, c.CodeGuichet
           end-exec.

           exec sql
             open C-PnbClients
           end-exec.

           perform CalculerPnbClient until EotPnb = 1.

           exec sql
             close C-PnbClients
           end-exec.

           perform EditerRentabiliteClients.

       CalculerPnbClient.
           exec sql
               fetch C-PnbClients
               into :PnbClient.CodeClientPnb,
               :PnbClient.CodeBanquePnb,
               :PnbClient.CodeGuichetPnb,
               :PnbClient.SegmentPnb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPnb
           else
               perform CalculerPnbClient-Trt
           end-if.

       CalculerPnbClient-Trt.
           move 0 to InteretsVersesPnb.
           move 0 to AgiosPercusPnb.
           move 0 to FraisIncidentsPnb.
           move 0 to FraisForfaitsPnb.
           move 0 to FraisInternationalPnb.
           move 0 to AutresCommissionsPnb.
           move 0 to NbOperationsPnb.

      * Mouvements du mois des comptes du client au guichet : un
      * frais debite compte en plus, son remboursement en moins

           exec sql
               select
               coalesce(sum(case when m.Nature = 'ACC'
               then (case when m.Sens = 'D' then m.Montant
               else - m.Montant end) else 0 end), 0),
               coalesce(sum(case when m.Nature in ('AGI', 'AGE')
               then (case when m.Sens = 'C' then m.Montant
               else - m.Montant end) else 0 end), 0),
               coalesce(sum(case when m.Nature in
               ('FRC', 'FRR', 'FRE', 'CIN')
               then (case when m.Sens = 'C' then m.Montant
               else - m.Montant end) else 0 end), 0),
               coalesce(sum(case when m.Nature in ('COT', 'LCF')
               then (case when m.Sens = 'C' then m.Montant
               else - m.Montant end) else 0 end), 0),
               coalesce(sum(case when m.Nature in ('FRV', 'CHG')
               then (case when m.Sens = 'C' then m.Montant
               else - m.Montant end) else 0 end), 0),
               coalesce(sum(case when m.Nature in
               ('FDP', 'IRA', 'CAU', 'COE')
               then (case when m.Sens = 'C' then m.Montant
               else - m.Montant end) else 0 end), 0),
               count(*)
               into :InteretsVersesPnb, :AgiosPercusPnb,
               :PnbClient.FraisIncidentsPnb,
               :PnbClient.FraisForfaitsPnb,
               :PnbClient.FraisInternationalPnb,
               :PnbClient.AutresCommissionsPnb,
               :PnbClient.NbOperationsPnb
               from Mouvement m
               join Compte c
               on c.CodeBanque = m.CodeBanque
               and c.CodeGuichet = m.CodeGuichet
               and c.NoCompte = m.NoCompte
               and c.TypeCompte = m.TypeCompte
               where c.CodeClient = :PnbClient.CodeClientPnb
               and c.CodeBanque = :PnbClient.CodeBanquePnb
               and c.CodeGuichet = :PnbClient.CodeGuichetPnb
               and left(m.DateMouvement, 6) = :PnbClient.MoisPnb
               and m.Nature <> 'SAN'
           end-exec.

      * Encours moyens du mois, crediteur et debiteur, d'apres les
      * photos de soldes (a defaut, le solde du jour)

           move 0 to EncoursCrediteurPnb.
           move 0 to EncoursDebiteurPnb.

           if NbJoursPhotosPnb > 0
               exec sql
                   select
                   coalesce(sum(case when s.Debit > s.Credit
                   then s.Debit - s.Credit else 0 end), 0),
                   coalesce(sum(case when s.Credit > s.Debit
                   then s.Credit - s.Debit else 0 end), 0)
                   into :EncoursCrediteurPnb, :EncoursDebiteurPnb
                   from SoldeJournalier s
                   join Compte c
                   on c.CodeBanque = s.CodeBanque
                   and c.CodeGuichet = s.CodeGuichet
                   and c.NoCompte = s.NoCompte
                   and c.TypeCompte = s.TypeCompte
                   where c.CodeClient = :PnbClient.CodeClientPnb
                   and c.CodeBanque = :PnbClient.CodeBanquePnb
                   and c.CodeGuichet = :PnbClient.CodeGuichetPnb
                   and left(s.DateSolde, 6) = :PnbClient.MoisPnb
               end-exec

               divide NbJoursPhotosPnb into EncoursCrediteurPnb
               divide NbJoursPhotosPnb into EncoursDebiteurPnb
           else
               exec sql
                   select
                   coalesce(sum(case when Debit > Credit
                   then Debit - Credit else 0 end), 0),
                   coalesce(sum(case when Credit > Debit
                   then Credit - Debit else 0 end), 0)
                   into :EncoursCrediteurPnb, :EncoursDebiteurPnb
                   from Compte
                   where CodeClient = :PnbClient.CodeClientPnb
                   and CodeBanque = :PnbClient.CodeBanquePnb
                   and CodeGuichet = :PnbClient.CodeGuichetPnb
               end-exec
           end-if.

      * Prets actifs : interets de l'echeance prelevee dans le mois,
      * capital restant a refinancer

           move 0 to InteretsPretsPnb.
           move 0 to CapitalPretsPnb.

           exec sql
               select
               coalesce(sum(case when exists
               (select 1 from Mouvement m
                where m.CodeBanque = p.CodeBanque
                and m.CodeGuichet = p.CodeGuichet
                and m.NoCompte = p.NoCompte
                and m.TypeCompte = p.TypeCompte
                and m.Nature = 'PRE'
                and left(m.DateMouvement, 6) = :PnbClient.MoisPnb)
               then p.CapitalRestant * p.Taux / 12 else 0 end), 0),
               coalesce(sum(p.CapitalRestant), 0)
               into :InteretsPretsPnb, :CapitalPretsPnb
               from Pret p
               where p.CodeClient = :PnbClient.CodeClientPnb
               and p.CodeBanque = :PnbClient.CodeBanquePnb
               and p.CodeGuichet = :PnbClient.CodeGuichetPnb
               and p.Statut = 'A'
           end-exec.

           compute MargeDepotsPnb rounded =
           EncoursCrediteurPnb * TauxRefinancement / 12
           - InteretsVersesPnb.

           compute MargeCreditsPnb rounded =
           AgiosPercusPnb + InteretsPretsPnb
           - (EncoursDebiteurPnb + CapitalPretsPnb)
           * TauxRefinancement / 12.

           compute TotalPnb = MargeDepotsPnb + MargeCreditsPnb
           + FraisIncidentsPnb + FraisForfaitsPnb
           + FraisInternationalPnb + AutresCommissionsPnb.

           exec sql
               insert into PnbClient
               (Mois, CodeClient, CodeBanque, CodeGuichet, Segment,
                MargeDepots, MargeCredits, FraisIncidents,
                FraisForfaits, FraisInternational, AutresCommissions,
                NbOperations, Pnb, CodeSociete)
               values
               (:PnbClient.MoisPnb, :PnbClient.CodeClientPnb,
                :PnbClient.CodeBanquePnb, :PnbClient.CodeGuichetPnb,
                :PnbClient.SegmentPnb, :PnbClient.MargeDepotsPnb,
                :PnbClient.MargeCreditsPnb,
                :PnbClient.FraisIncidentsPnb,
                :PnbClient.FraisForfaitsPnb,
                :PnbClient.FraisInternationalPnb,
                :PnbClient.AutresCommissionsPnb,
                :PnbClient.NbOperationsPnb, :PnbClient.TotalPnb,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Rentabilite client" to LibelleErreurSql
               move CodeClientPnb to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbClientsPnb
           end-if.

      * --- Etat de rentabilite : guichets puis segments classes par
      * PNB decroissant, puis les clients de chaque guichet ---

       EditerRentabiliteClients.
           open output F-RentabiliteClients.

           move NomSocieteEntete to SocieteEntete of PnbEntete1.
           move MoisPnb to MoisPnbEdit.

           write E-RentabiliteClients from PnbEntete1.
           write E-RentabiliteClients from AmortissementEntete2.
           write E-RentabiliteClients from " ".

           move "Classement des guichets" to TitrePnbEdit.
           write E-RentabiliteClients from PnbTitre.
           write E-RentabiliteClients from " ".
           write E-RentabiliteClients from PnbEnteteGuichet.

           move 0 to RangPnb.
           move 0 to TotalGeneralPnb.
           move 0 to EotPnb.

           exec sql
               declare C-PnbGuichets cursor for
                   select CodeBanque, CodeGuichet,
                   count(distinct CodeClient), sum(MargeDepots),
                   sum(MargeCredits),
                   sum(FraisIncidents + FraisForfaits
                   + FraisInternational + AutresCommissions),
                   sum(NbOperations), sum(Pnb)
                   from PnbClient
                   where Mois = :PnbClient.MoisPnb
                   and CodeSociete = :CodeSocieteCourant
                   group by CodeBanque, CodeGuichet
                   order by sum(Pnb) desc
           end-exec.

           exec sql
             open C-PnbGuichets
           end-exec.

           perform EditerGuichetPnb until EotPnb = 1.

           exec sql
             close C-PnbGuichets
           end-exec.

           write E-RentabiliteClients from " ".

           move "PNB total du mois" to LibellePnbTotal.
           move TotalGeneralPnb to ValeurPnbTotal.
           write E-RentabiliteClients from PnbTotal.

           write E-RentabiliteClients from " ".

           move "Classement des segments" to TitrePnbEdit.
           write E-RentabiliteClients from PnbTitre.
           write E-RentabiliteClients from " ".
           write E-RentabiliteClients from PnbEnteteSegment.

           move 0 to RangPnb.
           move 0 to EotPnb.

           exec sql
               declare C-PnbSegments cursor for
                   select Segment, count(distinct CodeClient),
                   sum(MargeDepots), sum(MargeCredits),
                   sum(FraisIncidents + FraisForfaits
                   + FraisInternational + AutresCommissions),
                   sum(NbOperations), sum(Pnb)
                   from PnbClient
                   where Mois = :PnbClient.MoisPnb
                   and CodeSociete = :CodeSocieteCourant
                   group by Segment
                   order by sum(Pnb) desc
           end-exec.

           exec sql
             open C-PnbSegments
           end-exec.

           perform EditerSegmentPnb until EotPnb = 1.

           exec sql
             close C-PnbSegments
           end-exec.

           write E-RentabiliteClients from " ".

           move "Clients par guichet" to TitrePnbEdit.
           write E-RentabiliteClients from PnbTitre.

           move spaces to GuichetPrecedentPnb.
           move 0 to EotPnb.

           exec sql
               declare C-PnbDetail cursor for
                   select CodeBanque, CodeGuichet, CodeClient,
                   Segment, MargeDepots, MargeCredits,
                   FraisIncidents, FraisForfaits, FraisInternational,
                   AutresCommissions, NbOperations, Pnb
                   from PnbClient
                   where Mois = :PnbClient.MoisPnb
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, Pnb desc
           end-exec.

           exec sql
             open C-PnbDetail
           end-exec.

           perform EditerClientPnb until EotPnb = 1.

           exec sql
             close C-PnbDetail
           end-exec.

           close F-RentabiliteClients.

           move "RentabiliteClients" to NomEdition.
           move "RentabiliteClients" to EtapeProductrice.

           move "C:\Users\dugs\Documents\RentabiliteClients.txt"
           to CheminEdition.

           move NbClientsPnb to NbLignesEdition.

           perform EnregistrerEdition.

       EditerGuichetPnb.
           exec sql
               fetch C-PnbGuichets
               into :PnbClient.CodeBanquePnb,
               :PnbClient.CodeGuichetPnb,
               :NbClientsSegmentPnb,
               :PnbClient.MargeDepotsPnb,
               :PnbClient.MargeCreditsPnb,
               :PnbClient.AutresCommissionsPnb,
               :PnbClient.NbOperationsPnb,
               :PnbClient.TotalPnb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPnb
           else
               add 1 to RangPnb

               move spaces to PnbLigneGuichet

               move RangPnb to RangPnbEdit
               move CodeBanquePnb to BanquePnbEdit
               move CodeGuichetPnb to GuichetPnbEdit
               move NbClientsSegmentPnb to NbClientsPnbEdit
               move MargeDepotsPnb to MargeDepotsPnbEdit
               move MargeCreditsPnb to MargeCreditsPnbEdit
               move AutresCommissionsPnb to CommissionsPnbEdit
               move NbOperationsPnb to NbOperationsPnbEdit
               move TotalPnb to TotalPnbEdit

               write E-RentabiliteClients from PnbLigneGuichet

               add TotalPnb to TotalGeneralPnb
           end-if.

       EditerSegmentPnb.
           exec sql
               fetch C-PnbSegments
               into :PnbClient.SegmentPnb,
               :NbClientsSegmentPnb,
               :PnbClient.MargeDepotsPnb,
               :PnbClient.MargeCreditsPnb,
               :PnbClient.AutresCommissionsPnb,
               :PnbClient.NbOperationsPnb,
               :PnbClient.TotalPnb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPnb
           else
               add 1 to RangPnb

               move spaces to PnbLigneSegment

               move RangPnb to RangSegmentEdit
               move SegmentPnb to SegmentPnbEdit
               move NbClientsSegmentPnb to NbClientsSegmentEdit
               move MargeDepotsPnb to MargeDepotsSegmentEdit
               move MargeCreditsPnb to MargeCreditsSegmentEdit
               move AutresCommissionsPnb to CommissionsSegmentEdit
               move NbOperationsPnb to NbOperationsSegmentEdit
               move TotalPnb to TotalSegmentEdit

               write E-RentabiliteClients from PnbLigneSegment
           end-if.

       EditerClientPnb.
           exec sql
               fetch C-PnbDetail
               into :PnbClient.CodeBanquePnb,
               :PnbClient.CodeGuichetPnb,
               :PnbClient.CodeClientPnb,
               :PnbClient.SegmentPnb,
               :PnbClient.MargeDepotsPnb,
               :PnbClient.MargeCreditsPnb,
               :PnbClient.FraisIncidentsPnb,
               :PnbClient.FraisForfaitsPnb,
               :PnbClient.FraisInternationalPnb,
               :PnbClient.AutresCommissionsPnb,
               :PnbClient.NbOperationsPnb,
               :PnbClient.TotalPnb
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPnb
           else
               perform EditerClientPnb-Trt
           end-if.

       EditerClientPnb-Trt.
           if CodeBanquePnb not = GuichetPrecedentPnb(1:5)
           or CodeGuichetPnb not = GuichetPrecedentPnb(6:5)
               move CodeBanquePnb to GuichetPrecedentPnb(1:5)
               move CodeGuichetPnb to GuichetPrecedentPnb(6:5)

               move 0 to RangPnb

               move spaces to TitrePnbEdit

               string
                 "Guichet " delimited by size
                 CodeBanquePnb delimited by size
                 " " delimited by size
                 CodeGuichetPnb delimited by size
                 into TitrePnbEdit
               end-string

               write E-RentabiliteClients from " "
               write E-RentabiliteClients from PnbTitre
               write E-RentabiliteClients from PnbEnteteClient
           end-if.

           add 1 to RangPnb.

           move spaces to PnbLigneClient.

           move RangPnb to RangClientPnbEdit.
           move CodeClientPnb to ClientPnbEdit.
           move SegmentPnb to SegmentClientPnbEdit.
           move MargeDepotsPnb to MargeDepotsClientEdit.
           move MargeCreditsPnb to MargeCreditsClientEdit.

           compute CommissionsClientEdit = FraisIncidentsPnb
           + FraisForfaitsPnb + FraisInternationalPnb
           + AutresCommissionsPnb.

           move NbOperationsPnb to NbOperationsClientEdit.
           move TotalPnb to TotalClientPnbEdit.

           write E-RentabiliteClients from PnbLigneClient.

      * --- Ligne de rentabilite de la fiche client : PNB du dernier
      * mois calcule et cumul des douze derniers mois ---

       ChargerRentabiliteFiche.
           move spaces to DernierMoisPnb.
           move spaces to LibelleRentabiliteFiche.

           exec sql
               select coalesce(max(Mois), ' ')
               into :DernierMoisPnb
               from PnbClient
               where CodeClient = :Client.CodeClient
           end-exec.

           if DernierMoisPnb = space
               move "PNB non encore calcule" to LibelleRentabiliteFiche
           else
               move DernierMoisPnb to MoisDebutCumulPnb

               if MoisDebutCumulNumPnb = 12
                   move 1 to MoisDebutCumulNumPnb
               else
                   subtract 1 from AnneeDebutCumulPnb
                   add 1 to MoisDebutCumulNumPnb
               end-if

               move 0 to TotalPnb
               move 0 to CumulDouzeMoisPnb

               exec sql
                   select
                   coalesce(sum(case when Mois = :DernierMoisPnb
                   then Pnb else 0 end), 0),
                   coalesce(sum(Pnb), 0)
                   into :PnbClient.TotalPnb, :CumulDouzeMoisPnb
                   from PnbClient
                   where CodeClient = :Client.CodeClient
                   and Mois >= :MoisDebutCumulPnb
                   and Mois <= :DernierMoisPnb
               end-exec

               move TotalPnb to TotalPnbAffiche
               move CumulDouzeMoisPnb to CumulPnbAffiche

               string
                 "PNB " delimited by size
                 DernierMoisPnb delimited by size
                 " :" delimited by size
                 TotalPnbAffiche delimited by size
                 "  sur 12 mois :" delimited by size
                 CumulPnbAffiche delimited by size
                 into LibelleRentabiliteFiche
               end-string
           end-if.

      * --- Fin de mois : reclamations recues, repondues (dont hors
      * delai), ouvertes et remboursements, par guichet et categorie ---

       StatistiquesReclamations.
           move 0 to NbLignesStatsRecl.
           move 0 to EotRecl.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte(1:6) to MoisStatsRecl.

           open output F-StatsReclamations.

           move NomSocieteEntete to SocieteEntete of StatsReclEntete1.
           move MoisStatsRecl to MoisStatsReclEdit.

           write E-StatsReclamations from StatsReclEntete1.
           write E-StatsReclamations from AmortissementEntete2.
           write E-StatsReclamations from " ".
           write E-StatsReclamations from StatsReclEntete2.

           exec sql
               declare C-StatsReclamations cursor for
                   select CodeGuichet, Categorie,
                   sum(case when left(DateReception, 6) =
                   :MoisStatsRecl then 1 else 0 end),
                   sum(case when left(DateReponse, 6) =
                   :MoisStatsRecl then 1 else 0 end),
                   sum(case when left(DateReponse, 6) =
                   :MoisStatsRecl
                   and DateReponse > DateLimiteReponse
                   then 1 else 0 end),
                   sum(case when Statut <> 'R' then 1 else 0 end),
                   coalesce(sum(case when left(DateReponse, 6) =
                   :MoisStatsRecl then MontantRembourse
                   else 0 end), 0)
                   from Reclamation
                   where CodeSociete = :CodeSocieteCourant
                   and (left(DateReception, 6) = :MoisStatsRecl
                   or left(DateReponse, 6) = :MoisStatsRecl
                   or Statut <> 'R')
                   group by CodeGuichet, Categorie
                   order by CodeGuichet, Categorie
           end-exec.

           exec sql
             open C-StatsReclamations
           end-exec.

           perform EditerStatsReclamation until EotRecl = 1.

           exec sql
             close C-StatsReclamations
           end-exec.

           close F-StatsReclamations.

           move "StatsReclamations" to NomEdition.
           move "StatistiquesReclamations" to EtapeProductrice.

           move "C:\Users\dugs\Documents\StatsReclamations.txt"
           to CheminEdition.

           move NbLignesStatsRecl to NbLignesEdition.

           perform EnregistrerEdition.

       EditerStatsReclamation.
           exec sql
               fetch C-StatsReclamations
               into :Reclamation.CodeGuichetRecl,
               :Reclamation.CategorieRecl,
               :StatsReclCompteurs.RecuesStatsRecl,
               :StatsReclCompteurs.ReponduesStatsRecl,
               :StatsReclCompteurs.HorsDelaiStatsRecl,
               :StatsReclCompteurs.OuvertesStatsRecl,
               :StatsReclCompteurs.RembStatsRecl
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotRecl
           else
               move spaces to StatsReclDetail

               move CodeGuichetRecl to GuichetStatsReclEdit
               move CategorieRecl to CategorieStatsReclEdit
               move RecuesStatsRecl to RecuesStatsReclEdit
               move ReponduesStatsRecl to ReponduesStatsReclEdit
               move HorsDelaiStatsRecl to HorsDelaiStatsReclEdit
               move OuvertesStatsRecl to OuvertesStatsReclEdit
               move RembStatsRecl to RembStatsReclEdit

               write E-StatsReclamations from StatsReclDetail

               add 1 to NbLignesStatsRecl
           end-if.

      **************************************************************************
      * Registre des beneficiaires de virements externes : ajouts et
      * suppressions traces dans la piste d'audit ; un beneficiaire
      * n'est utilisable par le virement externe que 48 heures apres
      * son ajout
      **************************************************************************
       GestionBeneficiaires.
           perform SaisieBenef-Init.
           perform SaisieBenef-Trt until ChoixBenef = space.
           perform SaisieBenef-Fin.

       SaisieBenef-Init.
           move "" to ChoixBenef.

       SaisieBenef-Trt.
           move space to ChoixBenef.

           display M-Benef.

           accept ChoixBenef line 5 col 34.

           if ChoixBenef = "a" then
               move "A" to ChoixBenef
           end-if.

           if ChoixBenef = "s" then
               move "S" to ChoixBenef
           end-if.

           evaluate ChoixBenef
               when "A"
                   perform AjoutBeneficiaire
               when "S"
                   perform SuppressionBeneficiaire
           end-evaluate.

       SaisieBenef-Fin.
           continue.

       AjoutBeneficiaire.
           initialize Beneficiaire.

           display M-Benef-E.

           accept M-Benef-E.

           if CodeClientBenef not = space
               perform ControlerAjoutBeneficiaire

               display M-Benef-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerAjoutBeneficiaire.
           move spaces to MessageBenef.

           evaluate true
               when IbanBenef = space
                   move "Iban du beneficiaire obligatoire"
                   to MessageBenef
               when BicBenef = space
                   move "Bic du beneficiaire obligatoire"
                   to MessageBenef
               when NomBenef = space
                   move "Nom du beneficiaire obligatoire"
                   to MessageBenef
           end-evaluate.

           if MessageBenef = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Client
                   where CodeClient = :Beneficiaire.CodeClientBenef
               end-exec

               if NbOccurrencesRib = 0
                   move "Client inconnu" to MessageBenef
               end-if
           end-if.

      * Verification du nom du beneficiaire avant l'enregistrement

           if MessageBenef = space
               move IbanBenef to IbanVop
               move BicBenef to BicVop
               move NomBenef to NomVop
               move "AJOUTBENEF" to OrigineVop

               perform VerifierBeneficiaireVop

               if not VopConfirmee
                   move MessageVop to MessageBenef
               end-if
           end-if.

           if MessageBenef = space
               move 0 to NoBeneficiaire

               exec sql
                   select coalesce(max(NoBeneficiaire), 0) + 1
                   into :Beneficiaire.NoBeneficiaire
                   from Beneficiaire
                   where CodeClient = :Beneficiaire.CodeClientBenef
               end-exec

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateAjoutBenef
               end-string

               move "A" to StatutBenef

               exec sql
                   insert into Beneficiaire
                   (NoBeneficiaire, CodeClient, Iban, Bic,
                    NomBeneficiaire, DateAjout, Statut)
                   values
                   (:Beneficiaire.NoBeneficiaire,
                    :Beneficiaire.CodeClientBenef,
                    :Beneficiaire.IbanBenef, :Beneficiaire.BicBenef,
                    :Beneficiaire.NomBenef,
                    :Beneficiaire.DateAjoutBenef,
                    :Beneficiaire.StatutBenef)
               end-exec

               if sqlcode not = 0
                   move "Ajout beneficiaire" to LibelleErreurSql
                   move NoBeneficiaire to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'ajout du beneficiaire"
                   to MessageBenef
               else
                   move "Beneficiaire" to TableAudit

                   string
                     CodeClientBenef delimited by space
                     " " delimited by size
                     NoBeneficiaire delimited by size
                     into CleAudit
                   end-string

                   move spaces to AncienneValeurAudit
                   move IbanBenef to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move NomBenef to NomFiltre
                   move spaces to PrenomFiltre
                   move CodeClientBenef to CodeClientSanction
                   move NoBeneficiaire to NoBenefFiltre
                   move "AJOUTBENEF" to OrigineSanction

                   perform FiltrerBeneficiaireSanctions

                   if GelSanctions = "O"
                       move "Homonyme liste de gel, client gele"
                       to MessageBenef
                   else
                       move "Beneficiaire ajoute, actif sous 48 heures"
                       to MessageBenef
                   end-if
               end-if
           end-if.

       SuppressionBeneficiaire.
           initialize Beneficiaire.

           move 0 to NoBenefSaisi.

           display M-Benef-S.

           accept M-Benef-S.

           if CodeClientBenef not = space and NoBenefSaisi > 0
               exec sql
                   update Beneficiaire set Statut = 'S'
                   where CodeClient = :Beneficiaire.CodeClientBenef
                   and NoBeneficiaire = :NoBenefSaisi
                   and Statut = 'A'
               end-exec

               if sqlcode not = 0
                   move "Beneficiaire introuvable ou deja supprime"
                   to MessageBenef
               else
                   move "Beneficiaire" to TableAudit

                   string
                     CodeClientBenef delimited by space
                     " " delimited by size
                     NoBenefSaisi delimited by size
                     into CleAudit
                   end-string

                   move "A" to AncienneValeurAudit
                   move "S (supprime)" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Beneficiaire supprime" to MessageBenef
               end-if

               display M-Benef-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Referentiel des banques externes : chargement nocturne du
      * fichier de place (banque;guichet;bic;nom), sur le modele de
      * l'import des banques, puis rapport des beneficiaires du
      * registre dont le BIC ne concorde pas avec le referentiel
      **************************************************************************
       ImportationBanquesExternes.
           move 0 to Eof.
           move 0 to NbBanquesExternes.
           move 0 to NbEcartsBicExterne.

           open input F-ImportBanqueExterne.

           if StatutFichierImportBqExt not = "00"
               move 1 to Eof
           end-if.

           perform ChargerUneBanqueExterne until Eof = 1.

           if StatutFichierImportBqExt = "00"
               close F-ImportBanqueExterne
           end-if.

           perform RapporterEcartsBicRegistre.

       ChargerUneBanqueExterne.
           read F-ImportBanqueExterne
               at end
                   move 1 to Eof
               not at end
                   perform IntegrerUneBanqueExterne
           end-read.

       IntegrerUneBanqueExterne.
           move 0 to NbSeparateursBqExt.

           inspect E-ImportBanqueExterne
             tallying NbSeparateursBqExt for all ";".

           if NbSeparateursBqExt = 3
               initialize BanqueExterne

               unstring E-ImportBanqueExterne delimited by ";" into
                   CodeBanqueExt
                   CodeGuichetExt
                   BicExt
                   NomBanqueExt
               end-unstring

               exec sql
                   update BanqueExterne
                   set Bic = :BanqueExterne.BicExt,
                   NomBanque = :BanqueExterne.NomBanqueExt
                   where CodeBanque = :BanqueExterne.CodeBanqueExt
                   and CodeGuichet = :BanqueExterne.CodeGuichetExt
               end-exec

               if sqlcode not = 0
                   exec sql
                       insert into BanqueExterne
                       (CodeBanque, CodeGuichet, Bic, NomBanque)
                       values
                       (:BanqueExterne.CodeBanqueExt,
                        :BanqueExterne.CodeGuichetExt,
                        :BanqueExterne.BicExt,
                        :BanqueExterne.NomBanqueExt)
                   end-exec
               end-if

               if sqlcode = 0
                   add 1 to NbBanquesExternes
               else
                   move "Chargement banque externe"
                   to LibelleErreurSql
                   move CodeBanqueExt to CleErreurSql
                   perform JournaliserErreurSql
               end-if
           end-if.

      * --- Beneficiaires francais du registre dont le BIC ne
      * concorde pas (ou dont la banque est inconnue du referentiel) ---

       RapporterEcartsBicRegistre.
           move 0 to Eot.

           open output F-EcartsBicExterne.

           exec sql
               declare C-EcartsBic cursor for
                   select CodeClient, NoBeneficiaire, Iban, Bic
                   from Beneficiaire
                   where Statut = 'A'
                   and left(Iban, 2) = 'FR'
                   order by CodeClient, NoBeneficiaire
           end-exec.

           exec sql
             open C-EcartsBic
           end-exec.

           perform ControlerUnBeneficiaireBic until Eot = 1.

           exec sql
             close C-EcartsBic
           end-exec.

           close F-EcartsBicExterne.

       ControlerUnBeneficiaireBic.
           exec sql
               fetch C-EcartsBic
               into :Beneficiaire.CodeClientBenef,
               :Beneficiaire.NoBeneficiaire,
               :Beneficiaire.IbanBenef, :Beneficiaire.BicBenef
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move spaces to BicExterneLu

               exec sql
                   select Bic
                   into :BicExterneLu
                   from BanqueExterne
                   where CodeBanque =
                   substring(:Beneficiaire.IbanBenef, 5, 5)
                   and CodeGuichet =
                   substring(:Beneficiaire.IbanBenef, 10, 5)
               end-exec

               if sqlcode not = 0
               or BicExterneLu not = BicBenef
                   string
                     CodeClientBenef delimited by space
                     ";" delimited by size
                     NoBeneficiaire delimited by size
                     ";" delimited by size
                     IbanBenef delimited by space
                     ";BIC REGISTRE=" delimited by size
                     BicBenef delimited by space
                     ";BIC REFERENTIEL=" delimited by size
                     BicExterneLu delimited by space
                     into E-EcartsBicExterne
                   end-string

                   write E-EcartsBicExterne

                   add 1 to NbEcartsBicExterne
               end-if
           end-if.

      * --- Controle des coordonnees d'un Iban francais au virement
      * externe : la banque et le guichet portes par l'Iban doivent
      * exister au referentiel et porter le meme BIC ---

       ControlerIbanReferentiel.
           move spaces to BicExterneLu.
           move IbanBeneficiaire(5:5) to CodeBanqueExt.
           move IbanBeneficiaire(10:5) to CodeGuichetExt.

           exec sql
               select Bic
               into :BicExterneLu
               from BanqueExterne
               where CodeBanque = :BanqueExterne.CodeBanqueExt
               and CodeGuichet = :BanqueExterne.CodeGuichetExt
           end-exec.

           evaluate true
               when sqlcode not = 0
                   move "N" to StatutVirement
                   move "Banque de l'Iban inconnue du referentiel"
                   to MessageVirement
               when BicExterneLu not = BicBeneficiaire
                   move "N" to StatutVirement
                   move "BIC discordant avec le referentiel de place"
                   to MessageVirement
           end-evaluate.

      **************************************************************************
      * Revue annuelle des decouverts (batch de la chaine de fin de
      * mois, passe annuelle) : solde moyen depuis la photo des soldes
      * et revenus mensuels reguliers depuis les credits des douze
      * derniers mois, limite proposee = moitie des revenus mensuels ;
      * les propositions alimentent l'ecran de revue
      **************************************************************************
       RevueDecouvertsBatch.
           move 0 to Eot.
           move 0 to NbPropositionsDecouvert.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateBaseCalcul.
           move 12 to NbMoisRecul.

           perform CalculerDateReculeeMois.

           move DateReculeeMois to DateDebutRevue.

      * Les propositions precedentes non traitees sont remplacees

           exec sql
               delete from PropositionDecouvert
               where Statut = 'P'
           end-exec.

           exec sql
               declare C-RevueDecouverts cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, DecouvertAutorise
                   from Compte
                   where StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
                   and coalesce(DroitAuCompte, ' ') <> 'O'
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-RevueDecouverts
           end-exec.

           perform ProposerUnDecouvert until Eot = 1.

           exec sql
             close C-RevueDecouverts
           end-exec.

       ProposerUnDecouvert.
           exec sql
               fetch C-RevueDecouverts
               into :PropositionDecouvert.CodeBanqueRevue,
               :PropositionDecouvert.CodeGuichetRevue,
               :PropositionDecouvert.NoCompteRevue,
               :PropositionDecouvert.TypeCompteRevue,
               :PropositionDecouvert.DecouvertActuelRevue
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform CalculerPropositionDecouvert
           end-if.

       CalculerPropositionDecouvert.
           move 0 to SoldeMoyenRevue.

           exec sql
               select coalesce(avg(Debit - Credit), 0)
               into :PropositionDecouvert.SoldeMoyenRevue
               from SoldeJournalier
               where CodeBanque =
               :PropositionDecouvert.CodeBanqueRevue
               and CodeGuichet =
               :PropositionDecouvert.CodeGuichetRevue
               and NoCompte = :PropositionDecouvert.NoCompteRevue
               and TypeCompte =
               :PropositionDecouvert.TypeCompteRevue
               and DateSolde >= :DateDebutRevue
           end-exec.

           move 0 to TotalCreditsDouzeMois.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalCreditsDouzeMois
               from Mouvement
               where CodeBanque =
               :PropositionDecouvert.CodeBanqueRevue
               and CodeGuichet =
               :PropositionDecouvert.CodeGuichetRevue
               and NoCompte = :PropositionDecouvert.NoCompteRevue
               and TypeCompte =
               :PropositionDecouvert.TypeCompteRevue
               and Sens = 'D'
               and DateMouvement >= :DateDebutRevue
           end-exec.

           compute RevenusMensuelsRevue rounded =
           TotalCreditsDouzeMois / 12.

           compute DecouvertProposeRevue rounded =
           RevenusMensuelsRevue / 2.

           move DateComptableTexte to DateProposition.
           move "P" to StatutProposition.

           exec sql
               insert into PropositionDecouvert
               (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                DateProposition, SoldeMoyen, RevenusMensuels,
                DecouvertActuel, DecouvertPropose, Statut)
               values
               (:PropositionDecouvert.CodeBanqueRevue,
                :PropositionDecouvert.CodeGuichetRevue,
                :PropositionDecouvert.NoCompteRevue,
                :PropositionDecouvert.TypeCompteRevue,
                :PropositionDecouvert.DateProposition,
                :PropositionDecouvert.SoldeMoyenRevue,
                :PropositionDecouvert.RevenusMensuelsRevue,
                :PropositionDecouvert.DecouvertActuelRevue,
                :PropositionDecouvert.DecouvertProposeRevue,
                :PropositionDecouvert.StatutProposition)
           end-exec.

           if sqlcode = 0
               add 1 to NbPropositionsDecouvert
           end-if.

      * --- Ecran de revue : la proposition du compte est affichee,
      * le gestionnaire la retient ou l'ajuste (zero = refus), le
      * changement passant par l'audit ---

       RevueDecouvertsEcran.
           initialize PropositionDecouvert.

           display M-Revue.

           accept M-Revue.

           if CodeBanqueRevue not = space
               move CodeBanqueRevue to CodeBanqueConflit
               move CodeGuichetRevue to CodeGuichetConflit
               move NoCompteRevue to NoCompteConflit
               move TypeCompteRevue to TypeCompteConflit

               perform ControlerConflitCompte

               if ConflitInterets
                   move "Compte de l'operateur ou d'un proche, refuse"
                   to MessageRevue
               else
                   perform TraiterRevueDecouvert
               end-if

               display M-Revue-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       TraiterRevueDecouvert.
           move spaces to MessageRevue.

           exec sql
               select SoldeMoyen, RevenusMensuels, DecouvertActuel,
               DecouvertPropose
               into :PropositionDecouvert.SoldeMoyenRevue,
               :PropositionDecouvert.RevenusMensuelsRevue,
               :PropositionDecouvert.DecouvertActuelRevue,
               :PropositionDecouvert.DecouvertProposeRevue
               from PropositionDecouvert
               where CodeBanque =
               :PropositionDecouvert.CodeBanqueRevue
               and CodeGuichet =
               :PropositionDecouvert.CodeGuichetRevue
               and NoCompte = :PropositionDecouvert.NoCompteRevue
               and TypeCompte =
               :PropositionDecouvert.TypeCompteRevue
               and Statut = 'P'
           end-exec.

           if sqlcode not = 0
               move "Aucune proposition en attente pour ce compte"
               to MessageRevue
           else
               move SoldeMoyenRevue to SoldeMoyenAffiche
               move RevenusMensuelsRevue to RevenusAffiche
               move DecouvertActuelRevue to DecouvertActuelAffiche
               move DecouvertProposeRevue to DecouvertProposeAffiche
               move DecouvertProposeRevue to DecouvertRetenu

               display M-Revue-Detail

               accept M-Revue-Detail

               perform AppliquerRevueDecouvert
           end-if.

       AppliquerRevueDecouvert.
           exec sql
               update Compte
               set DecouvertAutorise = :DecouvertRetenu
               where CodeBanque =
               :PropositionDecouvert.CodeBanqueRevue
               and CodeGuichet =
               :PropositionDecouvert.CodeGuichetRevue
               and NoCompte = :PropositionDecouvert.NoCompteRevue
               and TypeCompte = :PropositionDecouvert.TypeCompteRevue
           end-exec.

           if sqlcode not = 0
               move "Revue decouvert (maj compte)" to LibelleErreurSql
               move NoCompteRevue to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise a jour du decouvert"
               to MessageRevue
           else
               exec sql
                   update PropositionDecouvert set Statut = 'V'
                   where CodeBanque =
                   :PropositionDecouvert.CodeBanqueRevue
                   and CodeGuichet =
                   :PropositionDecouvert.CodeGuichetRevue
                   and NoCompte = :PropositionDecouvert.NoCompteRevue
                   and TypeCompte =
                   :PropositionDecouvert.TypeCompteRevue
                   and Statut = 'P'
               end-exec

               move "Compte" to TableAudit

               string
                 CodeBanqueRevue delimited by space
                 CodeGuichetRevue delimited by space
                 NoCompteRevue delimited by space
                 into CleAudit
               end-string

               move DecouvertActuelRevue to AncienneValeurAudit
               move DecouvertRetenu to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Decouvert autorise revu et applique"
               to MessageRevue
           end-if.

      **************************************************************************
      * Ordres de la banque en ligne (etape de la chaine de nuit) :
      * les ordres saisis par les clients sur le canal en ligne sont
      * appliques par les memes controles que les ecrans (decouvert
      * autorise, seuil d'approbation 4 yeux, delai d'activation du
      * beneficiaire, client bloque) ; un accuse par ordre repart
      * vers le canal. Point de reprise par ligne commise comme la
      * compensation des cheques. En base ecole, rien ne repart vers
      * le canal
      **************************************************************************
       OrdresBanqueEnLigne.
           perform OrdresBanqueEnLigne-Init.
           perform OrdresBanqueEnLigne-Trt until Eof = 1.
           perform OrdresBanqueEnLigne-Fin.

       OrdresBanqueEnLigne-Init.
           move 0 to Eof.
           move 0 to NbOrdresEnLigneLus.
           move 0 to NbOrdresEnLigneAcceptes.
           move 0 to NbOrdresEnLigneRejetes.

           move "N" to ModeApprobation.
           move "O" to ModeOrdreEnLigne.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateOrdresEnLigne
           end-string.

      * Point de reprise : une ligne du jour fait reprendre juste
      * apres le dernier ordre commis

           move 0 to RepriseApresOrdresEnLigne.

           open input F-OrdresEnLigneCheckpoint.

           if StatutFichierChkEnLigne = "00"
               read F-OrdresEnLigneCheckpoint
                   not at end
                       unstring E-OrdresEnLigneCheckpoint
                         delimited by ";" into
                           DateCheckpointLue
                           CompteurCheckpointLu
                       end-unstring

                       if DateCheckpointLue = DateOrdresEnLigne
                           move CompteurCheckpointLu
                           to RepriseApresOrdresEnLigne
                       end-if
               end-read

               close F-OrdresEnLigneCheckpoint
           end-if.

           open input F-OrdresEnLigne.

           if StatutFichierOrdresEnLigne not = "00"
               move 1 to Eof
           end-if.

      * Une reprise complete l'accuse deja commence

           if Eof = 0 and not EcoleActive
               if RepriseApresOrdresEnLigne > 0
                   open extend F-AccusesEnLigne

                   if StatutFichierAccusesEnLigne not = "00"
                       open output F-AccusesEnLigne
                   end-if
               else
                   open output F-AccusesEnLigne
               end-if
           end-if.

       OrdresBanqueEnLigne-Trt.
           read F-OrdresEnLigne
               at end
                   move 1 to Eof
               not at end
                   perform TraiterOrdreEnLigne
           end-read.

       OrdresBanqueEnLigne-Fin.
           if StatutFichierOrdresEnLigne = "00"
               close F-OrdresEnLigne

               if not EcoleActive
                   close F-AccusesEnLigne
               end-if

      * Fin normale : le point de reprise repart de zero

               move spaces to E-OrdresEnLigneCheckpoint
               move "0" to E-OrdresEnLigneCheckpoint(1:1)

               open output F-OrdresEnLigneCheckpoint
               write E-OrdresEnLigneCheckpoint
               close F-OrdresEnLigneCheckpoint
           end-if.

           move "N" to ModeOrdreEnLigne.

           string
             "Ordres en ligne lus " delimited by size
             NbOrdresEnLigneLus delimited by size
             " - Acceptes " delimited by size
             NbOrdresEnLigneAcceptes delimited by size
             " - Rejetes " delimited by size
             NbOrdresEnLigneRejetes delimited by size
             into DetailActivite
           end-string.

       TraiterOrdreEnLigne.
           add 1 to NbOrdresEnLigneLus.

      * Ordres deja commis lors d'un passage interrompu : sautes

           if NbOrdresEnLigneLus not > RepriseApresOrdresEnLigne
               perform EcrireCheckpointEnLigne
           else
               perform TraiterOrdreEnLigne-Trt

      * L'ordre est commis : le point de reprise avance

               perform EcrireCheckpointEnLigne
           end-if.

       EcrireCheckpointEnLigne.
           move spaces to E-OrdresEnLigneCheckpoint.

           string
             DateOrdresEnLigne delimited by size
             ";" delimited by size
             NbOrdresEnLigneLus delimited by size
             into E-OrdresEnLigneCheckpoint
           end-string.

           open output F-OrdresEnLigneCheckpoint.
           write E-OrdresEnLigneCheckpoint.
           close F-OrdresEnLigneCheckpoint.

       TraiterOrdreEnLigne-Trt.
           initialize OrdreEnLigne.

           move "R" to StatutAccuseEnLigne.
           move spaces to MotifAccuseEnLigne.

           move 0 to NbSeparateursEnLigne.

           inspect E-OrdresEnLigne
             tallying NbSeparateursEnLigne for all ";".

           if NbSeparateursEnLigne not = 11
               move E-OrdresEnLigne(1:20) to ReferenceOrdreEnLigne
               move "Ordre illisible" to MotifAccuseEnLigne
           else
               unstring E-OrdresEnLigne delimited by ";" into
                   ReferenceOrdreEnLigne
                   CodeClientOrdreEnLigne
                   TypeOrdreEnLigne
                   CodeBanqueOrdreEnLigne
                   CodeGuichetOrdreEnLigne
                   NoCompteOrdreEnLigne
                   TypeCompteOrdreEnLigne
                   CleRibOrdreEnLigne
                   MontantOrdreEnLigneTexte
                   Zone1OrdreEnLigne
                   Zone2OrdreEnLigne
                   Zone3OrdreEnLigne
               end-unstring

               perform ControlerCompteOrdreEnLigne

               if MotifAccuseEnLigne = space
                   perform AppliquerOrdreEnLigne
               end-if
           end-if.

           if OrdreEnLigneAccepte
               add 1 to NbOrdresEnLigneAcceptes
           else
               add 1 to NbOrdresEnLigneRejetes
           end-if.

           perform EcrireAccuseEnLigne.

      * --- Compte de l'ordre : cle RIB, appartenance au client du
      * contrat en ligne, titulaire ni decede ni bloque ---

       ControlerCompteOrdreEnLigne.
           move spaces to CompteSource.

           move CodeBanqueOrdreEnLigne to CodeBanque of CompteSource.
           move CodeGuichetOrdreEnLigne to CodeGuichet of CompteSource.

           move NoCompteOrdreEnLigne
           to RacineCompte of CompteComplet of CompteSource.

           move TypeCompteOrdreEnLigne
           to TypeCompte of CompteComplet of CompteSource.

           move CleRibOrdreEnLigne to CleRib of CompteSource.

           move CompteComplet of CompteSource to CompteCompletNum.
           move CodeGuichet of CompteSource to CodeGuichetNum.
           move CodeBanque of CompteSource to CodeBanqueNum.

           perform CalculCleRib.

           if CleRibNum <> CleRib of CompteSource
               move "Cle RIB du compte invalide" to MotifAccuseEnLigne
           end-if.

           if MotifAccuseEnLigne = space
               perform ControleTitulaireSourceBloque

               evaluate true
                   when CodeClientBloqueLu = space
                       move "Compte introuvable" to MotifAccuseEnLigne
                   when CodeClientBloqueLu not = CodeClientOrdreEnLigne
                       move "Compte hors du contrat du client"
                       to MotifAccuseEnLigne
                   when ClientBloqueControle
                       move "Client decede ou bloque"
                       to MotifAccuseEnLigne

                       move "Ordre banque en ligne sur client bloque"
                       to LibelleOperationBloquee

                       perform EcrireOperationBloquee
               end-evaluate
           end-if.

      * Montant en centimes pour les virements, ordres permanents et
      * seuils d'alerte

           move 0 to MontantVirement.

           if MotifAccuseEnLigne = space
           and (TypeOrdreEnLigne = "VIRI" or TypeOrdreEnLigne = "VIRE"
           or TypeOrdreEnLigne = "VIRP" or TypeOrdreEnLigne = "ALRT")
               if MontantOrdreEnLigneTexte not numeric
                   move "Montant invalide" to MotifAccuseEnLigne
               else
                   move MontantOrdreEnLigneTexte
                   to MontantOrdreEnLigneCentimes

                   if MontantOrdreEnLigneCentimes > 9999999999
                       move "Montant invalide" to MotifAccuseEnLigne
                   else
                       compute MontantVirement =
                       MontantOrdreEnLigneCentimes / 100
                   end-if
               end-if
           end-if.

       AppliquerOrdreEnLigne.
           evaluate TypeOrdreEnLigne
               when "VIRI"
                   perform VirementInterneEnLigne
               when "VIRE"
                   perform VirementExterneEnLigne
               when "VIRP"
                   perform OrdrePermanentEnLigne
               when "OPPC"
                   perform OppositionCarteEnLigne
               when "CHQR"
                   perform CommandeChequierEnLigne
               when "ALRT"
                   perform AlerteSoldeEnLigne
               when other
                   move "Type d'ordre inconnu" to MotifAccuseEnLigne
           end-evaluate.

      * --- Virements : le resultat du traitement de l'ecran devient
      * l'accuse, un ordre parque au-dela du seuil est accepte en
      * attente d'approbation ---

       VirementInterneEnLigne.
           move spaces to CompteDestination.

           move CodeBanqueZone1 to CodeBanque of CompteDestination.
           move CodeGuichetZone1 to CodeGuichet of CompteDestination.

           move NoCompteZone1
           to RacineCompte of CompteComplet of CompteDestination.

           move TypeCompteZone1
           to TypeCompte of CompteComplet of CompteDestination.

           move CleRibZone1 to CleRib of CompteDestination.

           perform TraitementVirement.

           perform ResultatVirementEnLigne.

       VirementExterneEnLigne.
           move spaces to BeneficiaireExterne.

           if Zone1OrdreEnLigne(1:5) not numeric
               move "Numero de beneficiaire invalide"
               to MotifAccuseEnLigne
           else
               move Zone1OrdreEnLigne(1:5) to NoBenefSaisi

               perform TraitementVirementExterne

               perform ResultatVirementEnLigne
           end-if.

       ResultatVirementEnLigne.
           if VirementValide
               move "A" to StatutAccuseEnLigne

               if VirementEnAttente
                   move "En attente d'approbation (4 yeux)"
                   to MotifAccuseEnLigne
               else
                   move MessageVirement to MotifAccuseEnLigne
               end-if
           else
               move MessageVirement to MotifAccuseEnLigne
           end-if.

      * --- Ordre permanent : memes controles que la creation a
      * l'ecran, debut au jour comptable par defaut ---

       OrdrePermanentEnLigne.
           initialize VirementPermanent.

           move CodeBanqueOrdreEnLigne to CodeBanqueSource.
           move CodeGuichetOrdreEnLigne to CodeGuichetSource.
           move NoCompteOrdreEnLigne to NoCompteSource.
           move TypeCompteOrdreEnLigne to TypeCompteSource.
           move CleRibOrdreEnLigne to CleRibSource.

           move CodeBanqueZone1 to CodeBanqueDest.
           move CodeGuichetZone1 to CodeGuichetDest.
           move NoCompteZone1 to NoCompteDest.
           move TypeCompteZone1 to TypeCompteDest.
           move CleRibZone1 to CleRibDest.

           move MontantVirement to MontantOrdre.

           if Zone2OrdreEnLigne not numeric
               move "Jour du mois invalide (1 a 31)"
               to MotifAccuseEnLigne
           else
               move Zone2OrdreEnLigne to JourMoisOrdre

               if Zone3OrdreEnLigne = space
                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateDebutOrdre
                   end-string
               else
                   move Zone3OrdreEnLigne to DateDebutOrdre
               end-if

               move spaces to DateFinOrdre

               perform ControlerCreationOrdre

               move MessageVirement to MotifAccuseEnLigne

               if VirementValide
                   move "A" to StatutAccuseEnLigne
               end-if
           end-if.

      * --- Opposition sur une carte du compte de l'ordre ---

       OppositionCarteEnLigne.
           move Zone1OrdreEnLigne(1:16) to NoCarteSaisie.

           exec sql
               update Carte set Statut = 'O'
               where NoCarte = :NoCarteSaisie
               and CodeBanque = :CodeBanque of CompteSource
               and CodeGuichet = :CodeGuichet of CompteSource
               and NoCompte =
               :RacineCompte of CompteComplet of CompteSource
               and TypeCompte =
               :TypeCompte of CompteComplet of CompteSource
               and Statut = 'A'
           end-exec.

           if sqlcode not = 0
               move "Carte introuvable ou deja inactive"
               to MotifAccuseEnLigne
           else
               move "Carte" to TableAudit
               move NoCarteSaisie to CleAudit
               move "A" to AncienneValeurAudit
               move "O" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "A" to StatutAccuseEnLigne
               move "Opposition enregistree" to MotifAccuseEnLigne
           end-if.

      * --- Chequier : la plage suit le dernier chequier du compte ---

       CommandeChequierEnLigne.
           initialize Chequier.

           if Zone2OrdreEnLigne = space
               move 25 to NbChequesCommandes
           else
               if Zone2OrdreEnLigne numeric
                   move Zone2OrdreEnLigne to NbChequesCommandes
               else
                   move 0 to NbChequesCommandes
               end-if
           end-if.

           if NbChequesCommandes = 0
               move "Nombre de cheques invalide" to MotifAccuseEnLigne
           else
               move CodeBanqueOrdreEnLigne to CodeBanqueChequier
               move CodeGuichetOrdreEnLigne to CodeGuichetChequier
               move NoCompteOrdreEnLigne to NoCompteChequier
               move TypeCompteOrdreEnLigne to TypeCompteChequier

               exec sql
                   select coalesce(max(NoChequeFin), 0) + 1
                   into :Chequier.NoChequeDebut
                   from Chequier
                   where CodeBanque = :Chequier.CodeBanqueChequier
                   and CodeGuichet = :Chequier.CodeGuichetChequier
                   and NoCompte = :Chequier.NoCompteChequier
                   and TypeCompte = :Chequier.TypeCompteChequier
               end-exec

               compute NoChequeFin =
               NoChequeDebut + NbChequesCommandes - 1

               perform ControlerCommandeChequier

               move MessageCheque to MotifAccuseEnLigne

               if CommandeChequierFaite
                   move "A" to StatutAccuseEnLigne
               end-if
           end-if.

       AlerteSoldeEnLigne.
           initialize AbonnementAlerte.

           move CodeBanqueOrdreEnLigne to CodeBanqueAlerte.
           move CodeGuichetOrdreEnLigne to CodeGuichetAlerte.
           move NoCompteOrdreEnLigne to NoCompteAlerte.
           move TypeCompteOrdreEnLigne to TypeCompteAlerte.
           move MontantVirement to SeuilAlerte.

           perform EnregistrerAbonnementAlerte.

           move MessageAlerte to MotifAccuseEnLigne.

           if AbonnementAlerteFait
               move "A" to StatutAccuseEnLigne
           end-if.

      * --- Accuse rendu au canal : reference;type;A ou R;motif ---

       EcrireAccuseEnLigne.
           if not EcoleActive
               move spaces to E-AccusesEnLigne

               string
                 ReferenceOrdreEnLigne delimited by space
                 ";" delimited by size
                 TypeOrdreEnLigne delimited by space
                 ";" delimited by size
                 StatutAccuseEnLigne delimited by size
                 ";" delimited by size
                 MotifAccuseEnLigne delimited by size
                 into E-AccusesEnLigne
               end-string

               write E-AccusesEnLigne
           end-if.

      **************************************************************************
      * Mobilite bancaire (etape de la chaine de nuit) : le fichier du
      * service de mobilite (type;banque;guichet;compte;typecompte;
      * reference) clot le mandat vise (M) ou annule l'ordre permanent
      * du compte (V, reference = numero d'ordre) ; le titulaire est
      * notifie via l'outbox et le rapport liste le redirige comme
      * l'inapparie
      **************************************************************************
       MobiliteBancaire.
           move 0 to Eof.
           move 0 to NbMobiliteTraitees.
           move 0 to NbMobiliteInconnues.
           move 0 to RapportMobiliteOuvert.

           open input F-FichierMobilite.

           if StatutFichierMobilite not = "00"
               move 1 to Eof
           end-if.

           perform TraiterUneLigneMobilite until Eof = 1.

           if StatutFichierMobilite = "00"
               close F-FichierMobilite
           end-if.

           if RapportMobiliteOuvert = 1
               close F-RapportMobilite
           end-if.

       TraiterUneLigneMobilite.
           read F-FichierMobilite
               at end
                   move 1 to Eof
               not at end
                   perform RedirigerOperationMobilite
           end-read.

       RedirigerOperationMobilite.
           move 0 to NbSeparateursMobilite.

           inspect E-FichierMobilite
             tallying NbSeparateursMobilite for all ";".

           if NbSeparateursMobilite not = 5
               move "Ligne illisible" to ReferenceMobilite
               perform RapporterMobiliteInconnue
           else
               initialize CompteMobilite

               unstring E-FichierMobilite delimited by ";" into
                   TypeLigneMobilite
                   CodeBanqueMobilite
                   CodeGuichetMobilite
                   NoCompteMobilite
                   TypeCompteMobilite
                   ReferenceMobilite
               end-unstring

               evaluate TypeLigneMobilite
                   when "M"
                       perform CloreMandatMobilite
                   when "V"
                       perform AnnulerOrdreMobilite
                   when other
                       perform RapporterMobiliteInconnue
               end-evaluate
           end-if.

       CloreMandatMobilite.
           exec sql
               update Mandat set StatutMandat = 'R'
               where CodeBanque = :CompteMobilite.CodeBanqueMobilite
               and CodeGuichet = :CompteMobilite.CodeGuichetMobilite
               and NoCompte = :CompteMobilite.NoCompteMobilite
               and TypeCompte = :CompteMobilite.TypeCompteMobilite
               and ReferenceCreancier = :ReferenceMobilite
               and StatutMandat = 'A'
           end-exec.

           if sqlcode not = 0
               perform RapporterMobiliteInconnue
           else
               move "Mandat" to TableAudit
               move ReferenceMobilite to CleAudit
               move "A" to AncienneValeurAudit
               move "R (mobilite bancaire)" to NouvelleValeurAudit

               perform EnregistrerAudit

               perform NotifierMobilite

               perform RapporterMobiliteTraitee
           end-if.

       AnnulerOrdreMobilite.
           exec sql
               update VirementPermanent set Statut = 'N'
               where CodeBanqueSource =
               :CompteMobilite.CodeBanqueMobilite
               and CodeGuichetSource =
               :CompteMobilite.CodeGuichetMobilite
               and NoCompteSource = :CompteMobilite.NoCompteMobilite
               and TypeCompteSource =
               :CompteMobilite.TypeCompteMobilite
               and NoOrdre = :ReferenceMobilite
               and Statut = 'A'
           end-exec.

           if sqlcode not = 0
               perform RapporterMobiliteInconnue
           else
               move "VirementPermanent" to TableAudit
               move ReferenceMobilite to CleAudit
               move "A" to AncienneValeurAudit
               move "N (mobilite bancaire)" to NouvelleValeurAudit

               perform EnregistrerAudit

               perform NotifierMobilite

               perform RapporterMobiliteTraitee
           end-if.

      * --- Lettre de notification du titulaire, deposee dans l'outbox ---

      * En base ecole, pas de notification deposee dans l'outbox

       NotifierMobilite.
           if not EcoleActive
               perform NotifierMobilite-Trt
           end-if.

       NotifierMobilite-Trt.
           move space to CodeClientBloqueLu.

           exec sql
               select CodeClient
               into :CodeClientBloqueLu
               from Compte
               where CodeBanque = :CompteMobilite.CodeBanqueMobilite
               and CodeGuichet = :CompteMobilite.CodeGuichetMobilite
               and NoCompte = :CompteMobilite.NoCompteMobilite
               and TypeCompte = :CompteMobilite.TypeCompteMobilite
           end-exec.

           if sqlcode = 0
               string
                 "Mobilite-" delimited by size
                 CodeClientBloqueLu delimited by space
                 ".txt" delimited by size
                 into NomFichierOutbox
               end-string

               string
                 CheminOutbox delimited by space
                 "\" delimited by size
                 NomFichierOutbox delimited by space
                 into CheminReleveOutbox
               end-string

               open output F-ReleveOutbox

               move spaces to E-ReleveOutbox

               string
                 "MOBILITE BANCAIRE - OPERATION REDIRIGEE : "
                 delimited by size
                 TypeLigneMobilite delimited by size
                 " " delimited by size
                 ReferenceMobilite delimited by space
                 into E-ReleveOutbox
               end-string

               write E-ReleveOutbox

               close F-ReleveOutbox

      * Depot indexe et enregistre au registre des editions

               open extend F-IndexOutbox

               string
                 CodeClientBloqueLu delimited by space
                 ";" delimited by size
                 ";" delimited by size
                 NomFichierOutbox delimited by space
                 into E-IndexOutbox
               end-string

               write E-IndexOutbox

               close F-IndexOutbox

               move NomFichierOutbox to NomEdition
               move "MobiliteBancaire" to EtapeProductrice
               move CheminReleveOutbox to CheminEdition
               move 1 to NbLignesEdition

               perform EnregistrerEdition
           end-if.

       OuvrirRapportMobilite.
           if RapportMobiliteOuvert = 0
               open output F-RapportMobilite

               move 1 to RapportMobiliteOuvert
           end-if.

       RapporterMobiliteTraitee.
           add 1 to NbMobiliteTraitees.

           perform OuvrirRapportMobilite.

           string
             "REDIRIGE ;" delimited by size
             TypeLigneMobilite delimited by size
             ";" delimited by size
             NoCompteMobilite delimited by size
             ";" delimited by size
             ReferenceMobilite delimited by space
             into E-RapportMobilite
           end-string.

           write E-RapportMobilite.

       RapporterMobiliteInconnue.
           add 1 to NbMobiliteInconnues.

           perform OuvrirRapportMobilite.

           string
             "INAPPARIE;" delimited by size
             E-FichierMobilite delimited by size
             into E-RapportMobilite
           end-string.

           write E-RapportMobilite.

      **************************************************************************
      * Mobilite bancaire sortante (etape de la chaine de nuit) : les
      * demandes de la nouvelle banque recues dans la journee sont
      * enregistrees et recoivent leur reponse le soir meme, bien en
      * deca du delai legal (mandats actifs, ordres permanents actifs,
      * cheques emis sur les 13 derniers mois) ; puis les transferts
      * arrives a echeance sont executes : ordres permanents annules
      * a la date de transfert, reglement de cloture avec le solde
      * vire au nouveau compte, cloture du compte. Un transfert qui ne
      * peut aboutir (gage, solde debiteur) est represente chaque nuit
      **************************************************************************
       MobiliteSortante.
           move 0 to Eof.
           move 0 to NbDemandesMobSort.
           move 0 to NbRejetsMobSort.
           move 0 to NbTransfertsMobSort.
           move 0 to NbAttentesMobSort.
           move 0 to NbLignesReponseMobSort.

      * En base ecole, aucune reponse ne part vers le service de
      * mobilite

           if not EcoleActive
               open output F-ReponsesMobSortante
           end-if.

           open output F-RapportMobSortante.

           move spaces to E-RapportMobSortante.

           string
             "Mobilite sortante du " delimited by size
             DateTraitementBatch delimited by size
             into E-RapportMobSortante
           end-string.

           write E-RapportMobSortante.

      * Fichier optionnel : pas de demande recue, seuls les
      * transferts a echeance sont executes

           open input F-DemandesMobSortante.

           if StatutFichierMobSort not = "00"
               move 1 to Eof
           end-if.

           perform MobiliteSortante-Trt until Eof = 1.

           if StatutFichierMobSort = "00"
               close F-DemandesMobSortante
           end-if.

           if not EcoleActive
               close F-ReponsesMobSortante
           end-if.

           move 0 to DernierNoMobSort.
           move 0 to EotMobSort.

           perform ExecuterTransfertMobSort until EotMobSort = 1.

           move spaces to E-RapportMobSortante.

           string
             "Demandes " delimited by size
             NbDemandesMobSort delimited by size
             " - Rejetees " delimited by size
             NbRejetsMobSort delimited by size
             " - Comptes transferes " delimited by size
             NbTransfertsMobSort delimited by size
             " - En attente " delimited by size
             NbAttentesMobSort delimited by size
             into E-RapportMobSortante
           end-string.

           write E-RapportMobSortante.

           close F-RapportMobSortante.

           if NbLignesReponseMobSort > 0 and not EcoleActive
               move "ReponsesMobiliteSortante" to NomEdition
               move "MobiliteSortante" to EtapeProductrice

               move "C:\Users\dugs\Documents\ReponsesMobSortante.txt"
               to CheminEdition

               move NbLignesReponseMobSort to NbLignesEdition

               perform EnregistrerEdition
           end-if.

           move "RapportMobiliteSortante" to NomEdition.
           move "MobiliteSortante" to EtapeProductrice.

           move "C:\Users\dugs\Documents\RapportMobSortante.txt"
           to CheminEdition.

           compute NbLignesEdition =
           NbDemandesMobSort + NbTransfertsMobSort
           + NbAttentesMobSort + 2.

           perform EnregistrerEdition.

           compute NbLignesMobSort =
           NbDemandesMobSort + NbTransfertsMobSort.

           string
             "Demandes " delimited by size
             NbDemandesMobSort delimited by size
             " - Transferts " delimited by size
             NbTransfertsMobSort delimited by size
             into DetailActivite
           end-string.

      * --- Ligne de reponse au service de mobilite, jamais emise en
      * base ecole ---

       EcrireReponseMobSort.
           if not EcoleActive
               write E-ReponsesMobSortante
           end-if.

       MobiliteSortante-Trt.
           read F-DemandesMobSortante
               at end
                   move 1 to Eof
               not at end
                   perform TraiterDemandeMobSort
           end-read.

      * --- Demande de la nouvelle banque : controle, enregistrement
      * et reponse ---

       TraiterDemandeMobSort.
           add 1 to NbDemandesMobSort.

           initialize DemandeMobSort.
           move spaces to MotifMobSort.
           move spaces to DateTransfertTexteMobSort.
           move 0 to NbSeparateursMobSort.

           inspect E-DemandesMobSortante
             tallying NbSeparateursMobSort for all ";".

           if NbSeparateursMobSort not = 7
               move "Ligne illisible" to MotifMobSort
           else
               unstring E-DemandesMobSortante delimited by ";" into
                   ReferenceDemandeMobSort
                   CodeBanqueMobSort
                   CodeGuichetMobSort
                   NoCompteMobSort
                   TypeCompteMobSort
                   IbanNouveauMobSort
                   BicNouveauMobSort
                   DateTransfertTexteMobSort
               end-unstring
           end-if.

           if MotifMobSort = space
           and (ReferenceDemandeMobSort = space
           or IbanNouveauMobSort = space
           or BicNouveauMobSort = space)
               move "Reference, Iban et Bic du nouveau compte requis"
               to MotifMobSort
           end-if.

           if MotifMobSort = space
               perform ControlerDemandeMobSort
           end-if.

           if MotifMobSort = space
               perform EnregistrerDemandeMobSort
           end-if.

           if MotifMobSort = space
               perform RepondreDemandeMobSort
           else
               add 1 to NbRejetsMobSort

               move spaces to E-ReponsesMobSortante

               string
                 "R;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 MotifMobSort delimited by "  "
                 into E-ReponsesMobSortante
               end-string

               perform EcrireReponseMobSort

               add 1 to NbLignesReponseMobSort

               move spaces to E-RapportMobSortante

               string
                 "REJET ;" delimited by size
                 MotifMobSort delimited by "  "
                 ";" delimited by size
                 E-DemandesMobSortante delimited by "   "
                 into E-RapportMobSortante
               end-string

               write E-RapportMobSortante
           end-if.

      * --- Compte ouvert chez nous, demande non encore recue, date
      * de transfert (a defaut, 12 jours ouvres apres reception) ---

       ControlerDemandeMobSort.
           move space to StatutCompteMobSort.

           exec sql
               select coalesce(k.StatutCompte, ' '), c.Nom
               into :StatutCompteMobSort,
               :DemandeMobSort.NomTitulaireMobSort
               from Compte k, Client c
               where k.CodeBanque = :DemandeMobSort.CodeBanqueMobSort
               and k.CodeGuichet =
               :DemandeMobSort.CodeGuichetMobSort
               and k.NoCompte = :DemandeMobSort.NoCompteMobSort
               and k.TypeCompte = :DemandeMobSort.TypeCompteMobSort
               and c.CodeClient = k.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Compte inconnu" to MotifMobSort
           else
               if StatutCompteMobSort = "C"
                   move "Compte deja clos" to MotifMobSort
               end-if
           end-if.

           if MotifMobSort = space
               move 0 to NoLigneMobSort

               exec sql
                   select count(*)
                   into :NoLigneMobSort
                   from MobiliteSortante
                   where ReferenceDemande =
                   :DemandeMobSort.ReferenceDemandeMobSort
               end-exec

               if NoLigneMobSort > 0
                   move "Demande deja recue" to MotifMobSort
               end-if
           end-if.

           if MotifMobSort = space
               move DateTraitementBatch to DateReceptionMobSort

               if DateTransfertTexteMobSort is numeric
                   move DateTransfertTexteMobSort
                   to DateTransfertMobSort
               else
                   move DateReceptionMobSort to DateBaseCalcul
                   move NbJoursTransfertMobSort to NbJoursAvance

                   perform CalculerDateAvanceeOuvres

                   move DateAvanceeJours to DateTransfertMobSort
               end-if
           end-if.

       EnregistrerDemandeMobSort.
           exec sql
               select coalesce(max(NoMobilite), 0) + 1
               into :DemandeMobSort.NoMobSort
               from MobiliteSortante
           end-exec.

           move "R" to StatutMobSort.
           move spaces to DateClotureMobSort.

           exec sql
               insert into MobiliteSortante
               (NoMobilite, ReferenceDemande, CodeBanque, CodeGuichet,
                NoCompte, TypeCompte, IbanNouveau, BicNouveau,
                NomTitulaire, DateReception, DateTransfert,
                DateCloture, Statut, CodeSociete)
               values
               (:DemandeMobSort.NoMobSort,
                :DemandeMobSort.ReferenceDemandeMobSort,
                :DemandeMobSort.CodeBanqueMobSort,
                :DemandeMobSort.CodeGuichetMobSort,
                :DemandeMobSort.NoCompteMobSort,
                :DemandeMobSort.TypeCompteMobSort,
                :DemandeMobSort.IbanNouveauMobSort,
                :DemandeMobSort.BicNouveauMobSort,
                :DemandeMobSort.NomTitulaireMobSort,
                :DemandeMobSort.DateReceptionMobSort,
                :DemandeMobSort.DateTransfertMobSort,
                :DemandeMobSort.DateClotureMobSort,
                :DemandeMobSort.StatutMobSort,
                :CodeSocieteCourant)
           end-exec.

           if sqlcode not = 0
               move "Mobilite sortante (demande)" to LibelleErreurSql
               move ReferenceDemandeMobSort to CleErreurSql
               perform JournaliserErreurSql

               move "Demande non enregistree" to MotifMobSort
           else
               move "MobiliteSortante" to TableAudit
               move ReferenceDemandeMobSort to CleAudit
               move spaces to AncienneValeurAudit
               move "R (demande recue)" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Reponse : entete (D), mandats actifs (M), ordres
      * permanents actifs (V), cheques emis sur 13 mois (C), pied (F)
      * ---

       RepondreDemandeMobSort.
           move 0 to NbMandatsMobSort.
           move 0 to NbOrdresMobSort.
           move 0 to NbChequesMobSort.

           move spaces to E-ReponsesMobSortante.

           string
             "D;" delimited by size
             ReferenceDemandeMobSort delimited by space
             ";" delimited by size
             CodeBanqueMobSort delimited by size
             CodeGuichetMobSort delimited by size
             NoCompteMobSort delimited by size
             TypeCompteMobSort delimited by size
             ";" delimited by size
             DateTransfertMobSort delimited by size
             into E-ReponsesMobSortante
           end-string.

           perform EcrireReponseMobSort.

           add 1 to NbLignesReponseMobSort.

           exec sql
               declare C-MobSortMandats cursor for
                   select ReferenceCreancier, DateSignature
                   from Mandat
                   where CodeBanque = :DemandeMobSort.CodeBanqueMobSort
                   and CodeGuichet =
                   :DemandeMobSort.CodeGuichetMobSort
                   and NoCompte = :DemandeMobSort.NoCompteMobSort
                   and TypeCompte = :DemandeMobSort.TypeCompteMobSort
                   and StatutMandat = 'A'
                   order by NoMandat
           end-exec.

           exec sql
             open C-MobSortMandats
           end-exec.

           move 0 to EotMobSort.

           perform RepondreMandatMobSort until EotMobSort = 1.

           exec sql
             close C-MobSortMandats
           end-exec.

           exec sql
               declare C-MobSortOrdres cursor for
                   select NoOrdre,
                   CodeBanqueDest + CodeGuichetDest + NoCompteDest,
                   Montant, JourMois
                   from VirementPermanent
                   where CodeBanqueSource =
                   :DemandeMobSort.CodeBanqueMobSort
                   and CodeGuichetSource =
                   :DemandeMobSort.CodeGuichetMobSort
                   and NoCompteSource =
                   :DemandeMobSort.NoCompteMobSort
                   and TypeCompteSource =
                   :DemandeMobSort.TypeCompteMobSort
                   and StatutOrdre = 'A'
                   order by NoOrdre
           end-exec.

           exec sql
             open C-MobSortOrdres
           end-exec.

           move 0 to EotMobSort.

           perform RepondreOrdreMobSort until EotMobSort = 1.

           exec sql
             close C-MobSortOrdres
           end-exec.

           perform CalculerLimiteMobSort.

           exec sql
               declare C-MobSortCheques cursor for
                   select NoCheque, Montant, DateEmission
                   from ChequeEmis
                   where CodeBanque = :DemandeMobSort.CodeBanqueMobSort
                   and CodeGuichet =
                   :DemandeMobSort.CodeGuichetMobSort
                   and NoCompte = :DemandeMobSort.NoCompteMobSort
                   and TypeCompte = :DemandeMobSort.TypeCompteMobSort
                   and DateEmission >= :DateLimiteMobSort
                   order by DateEmission, NoCheque
           end-exec.

           exec sql
             open C-MobSortCheques
           end-exec.

           move 0 to EotMobSort.

           perform RepondreChequeMobSort until EotMobSort = 1.

           exec sql
             close C-MobSortCheques
           end-exec.

           move spaces to E-ReponsesMobSortante.

           string
             "F;" delimited by size
             ReferenceDemandeMobSort delimited by space
             ";" delimited by size
             NbMandatsMobSort delimited by size
             ";" delimited by size
             NbOrdresMobSort delimited by size
             ";" delimited by size
             NbChequesMobSort delimited by size
             into E-ReponsesMobSortante
           end-string.

           perform EcrireReponseMobSort.

           add 1 to NbLignesReponseMobSort.

           move spaces to E-RapportMobSortante.

           string
             "REPONDU ;" delimited by size
             ReferenceDemandeMobSort delimited by space
             ";" delimited by size
             NoCompteMobSort delimited by size
             ";transfert le " delimited by size
             DateTransfertMobSort delimited by size
             into E-RapportMobSortante
           end-string.

           write E-RapportMobSortante.

       RepondreMandatMobSort.
           exec sql
               fetch C-MobSortMandats
               into :ReferenceLigneMobSort, :DateLigneMobSort
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotMobSort
           else
               add 1 to NbMandatsMobSort

               move spaces to E-ReponsesMobSortante

               string
                 "M;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 ReferenceLigneMobSort delimited by space
                 ";" delimited by size
                 DateLigneMobSort delimited by size
                 into E-ReponsesMobSortante
               end-string

               perform EcrireReponseMobSort

               add 1 to NbLignesReponseMobSort
           end-if.

       RepondreOrdreMobSort.
           exec sql
               fetch C-MobSortOrdres
               into :NoLigneMobSort, :ReferenceLigneMobSort,
               :MontantLigneMobSort, :JourLigneMobSort
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotMobSort
           else
               add 1 to NbOrdresMobSort

               move MontantLigneMobSort to MontantMobSortAffiche

               move spaces to E-ReponsesMobSortante

               string
                 "V;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 NoLigneMobSort delimited by size
                 ";" delimited by size
                 ReferenceLigneMobSort delimited by space
                 ";" delimited by size
                 MontantMobSortAffiche delimited by size
                 ";" delimited by size
                 JourLigneMobSort delimited by size
                 into E-ReponsesMobSortante
               end-string

               perform EcrireReponseMobSort

               add 1 to NbLignesReponseMobSort
           end-if.

       RepondreChequeMobSort.
           exec sql
               fetch C-MobSortCheques
               into :NoLigneMobSort, :MontantLigneMobSort,
               :DateLigneMobSort
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotMobSort
           else
               add 1 to NbChequesMobSort

               move MontantLigneMobSort to MontantMobSortAffiche

               move spaces to E-ReponsesMobSortante

               string
                 "C;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 NoLigneMobSort delimited by size
                 ";" delimited by size
                 MontantMobSortAffiche delimited by size
                 ";" delimited by size
                 DateLigneMobSort delimited by size
                 into E-ReponsesMobSortante
               end-string

               perform EcrireReponseMobSort

               add 1 to NbLignesReponseMobSort
           end-if.

      * --- Transfert suivant arrive a echeance (demande repondue,
      * date de transfert atteinte), pris un a un par numero ---

       ExecuterTransfertMobSort.
           initialize DemandeMobSort.

           exec sql
               select top 1 NoMobilite, ReferenceDemande, CodeBanque,
               CodeGuichet, NoCompte, TypeCompte, IbanNouveau,
               BicNouveau, NomTitulaire, DateTransfert
               into :DemandeMobSort.NoMobSort,
               :DemandeMobSort.ReferenceDemandeMobSort,
               :DemandeMobSort.CodeBanqueMobSort,
               :DemandeMobSort.CodeGuichetMobSort,
               :DemandeMobSort.NoCompteMobSort,
               :DemandeMobSort.TypeCompteMobSort,
               :DemandeMobSort.IbanNouveauMobSort,
               :DemandeMobSort.BicNouveauMobSort,
               :DemandeMobSort.NomTitulaireMobSort,
               :DemandeMobSort.DateTransfertMobSort
               from MobiliteSortante
               where Statut = 'R'
               and DateTransfert <= :BatchControle.DateTraitementBatch
               and NoMobilite > :DernierNoMobSort
               and CodeSociete = :CodeSocieteCourant
               order by NoMobilite
           end-exec.

           if sqlcode not = 0
               move 1 to EotMobSort
           else
               move NoMobSort to DernierNoMobSort

               perform TransfererCompteMobSort
           end-if.

       TransfererCompteMobSort.
           move "N" to StatutCloture.
           move spaces to MessageCloture.

           move CodeBanqueMobSort to CodeBanque of Compte.
           move CodeGuichetMobSort to CodeGuichet of Compte.

           move NoCompteMobSort
           to RacineCompte of CompteComplet of Compte.

           move TypeCompteMobSort
           to TypeCompte of CompteComplet of Compte.

           exec sql
               select coalesce(StatutCompte, ' '), CleRib
               into :Compte.StatutCompte, :Compte.CleRib
               from Compte
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           if sqlcode not = 0 or StatutCompte of Compte = "C"
               move "Compte introuvable ou deja clos" to MessageCloture

               move "J" to StatutMobSort

               perform MajStatutMobSort
           else
               move CodeBanqueMobSort to CodeBanqueRetenue
               move CodeGuichetMobSort to CodeGuichetRetenue
               move NoCompteMobSort to NoCompteRetenue
               move TypeCompteMobSort to TypeCompteRetenue

               perform CompterNantissementsCompte

      * Le reliquat ne part pas d'un compte dont le titulaire est
      * bloque ou qui porte une saisie : la demande reste en attente
      * et sera reprise a la prochaine execution

               move CodeBanqueMobSort to CodeBanque of CompteSource
               move CodeGuichetMobSort to CodeGuichet of CompteSource

               move NoCompteMobSort
               to RacineCompte of CompteComplet of CompteSource

               move TypeCompteMobSort
               to TypeCompte of CompteComplet of CompteSource

               perform ControleTitulaireSourceBloque

               perform CalculerRetenueSaisies

               if NbNantissementsCompte > 0 or NbCautionsCompte > 0
                   move "Compte sous gage ou caution, cloture refusee"
                   to MessageCloture
               else
                   evaluate true
                       when ClientBloqueControle
                           move "Titulaire bloque, cloture en attente"
                           to MessageCloture
                       when RetenueSaisies > 0
                           move "Saisie sur le compte, en attente"
                           to MessageCloture
                       when other
                           perform AnnulerOrdresMobSort

                           perform CloreCompteMobSort
                   end-evaluate
               end-if
           end-if.

           move spaces to E-RapportMobSortante.

           if ClotureAutorisee
               add 1 to NbTransfertsMobSort

               string
                 "CLOS ;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 NoCompteMobSort delimited by size
                 ";solde vire a " delimited by size
                 IbanNouveauMobSort delimited by space
                 into E-RapportMobSortante
               end-string
           else
               add 1 to NbAttentesMobSort

               string
                 "ATTENTE ;" delimited by size
                 ReferenceDemandeMobSort delimited by space
                 ";" delimited by size
                 NoCompteMobSort delimited by size
                 ";" delimited by size
                 MessageCloture delimited by "  "
                 into E-RapportMobSortante
               end-string
           end-if.

           write E-RapportMobSortante.

      * --- Ordres permanents du compte annules a la date de transfert
      * ---

       AnnulerOrdresMobSort.
           exec sql
               update VirementPermanent
               set StatutOrdre = 'N',
               DateFin = :DemandeMobSort.DateTransfertMobSort
               where CodeBanqueSource =
               :DemandeMobSort.CodeBanqueMobSort
               and CodeGuichetSource =
               :DemandeMobSort.CodeGuichetMobSort
               and NoCompteSource = :DemandeMobSort.NoCompteMobSort
               and TypeCompteSource =
               :DemandeMobSort.TypeCompteMobSort
               and StatutOrdre = 'A'
           end-exec.

           if sqlcode = 0
               move "VirementPermanent" to TableAudit

               string
                 CodeBanqueMobSort delimited by space
                 CodeGuichetMobSort delimited by space
                 NoCompteMobSort delimited by space
                 into CleAudit
               end-string

               move "A" to AncienneValeurAudit
               move "N (mobilite sortante)" to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      * --- Reglement de cloture du compte (la ligne de travail porte
      * le compte), solde vire au nouveau compte, puis cloture ---

       CloreCompteMobSort.
           move 1 to NoLigneCompte.

           move CodeBanqueMobSort to CodeBanque of LigneCompte(1).
           move CodeGuichetMobSort to CodeGuichet of LigneCompte(1).
           move NoCompteMobSort to RacineCompte of LigneCompte(1).
           move TypeCompteMobSort to TypeCompte of LigneCompte(1).

           move "O" to ReglementMobilite.

           perform ReglerCompteACloturer.

           move "N" to ReglementMobilite.

           if ClotureAutorisee
               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 into DateComptableTexte
               end-string

               exec sql
                   update Compte
                   set StatutCompte = 'C',
                   DateCloture = :DateComptableTexte
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte = :Compte.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   move "Mobilite sortante (cloture compte)"
                   to LibelleErreurSql
                   move ReferenceDemandeMobSort to CleErreurSql
                   perform JournaliserErreurSql

                   move "N" to StatutCloture
                   move "Echec de la cloture du compte"
                   to MessageCloture
               else
                   move "Compte" to TableAudit

                   string
                     CodeBanque of Compte delimited by space
                     CodeGuichet of Compte delimited by space
                     RacineCompte of CompteComplet of Compte
                     delimited by space
                     into CleAudit
                   end-string

                   move "A" to AncienneValeurAudit
                   move "clos (mobilite sortante)"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move DateComptableTexte to DateClotureMobSort
                   move "C" to StatutMobSort

                   perform MajStatutMobSort
               end-if
           end-if.

       MajStatutMobSort.
           exec sql
               update MobiliteSortante
               set Statut = :DemandeMobSort.StatutMobSort,
               DateCloture = :DemandeMobSort.DateClotureMobSort
               where NoMobilite = :DemandeMobSort.NoMobSort
           end-exec.

           if sqlcode not = 0
               move "Mobilite sortante (statut)" to LibelleErreurSql
               move ReferenceDemandeMobSort to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      **************************************************************************
      * Dossiers d'entree en relation : depot du dossier a la place de
      * la creation directe (identite, pieces, residence fiscale),
      * approbation reservee au profil administrateur - qui cree alors
      * le client et ouvre le premier compte via le compteur
      * d'attribution - ou refus motive
      **************************************************************************

      * --- Depot du dossier depuis la proposition de creation ---

       DeposerDossierRelation.
           initialize DossierRelation.

           move Intitule of CLIENT to IntituleRel.
           move Nom of CLIENT to NomRel.
           move Prenom of CLIENT to PrenomRel.

           move "N" to DesignationBdfSaisie.
           move "N" to StatutDesignationRel.

           perform SaisirDossierRelation until DesignationRelValide.

           inspect PaysAdresseRel converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if PaysAdresseRel = "FRANCE"
               move spaces to PaysAdresseRel
           end-if.

           if DateNaissanceRel not numeric
               move spaces to DateNaissanceRel
           end-if.

           inspect LieuNaissanceRel converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move 0 to NoDossierRel.

           exec sql
               select coalesce(max(NoDossier), 0) + 1
               into :DossierRelation.NoDossierRel
               from DossierRelation
           end-exec.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDepotRel
           end-string.

           move CodeOperateurCourant to OperateurDepotRel.
           move "E" to StatutDossierRel.
           move spaces to DateDecisionRel.
           move spaces to OperateurDecisionRel.
           move spaces to CodeClientCreeRel.

           exec sql
               insert into DossierRelation
               (NoDossier, Intitule, Nom, Prenom, CodePostal, Ville,
                ComplementAdresse, NumeroVoie, LibelleVoie, LieuDit,
                PaysAdresse,
                Email, Telephone, PaysResidence, Tin, DateNaissance,
                LieuNaissance, PieceIdentite,
                JustifDomicile, Statut, DateDepot, OperateurDepot,
                DateDecision, OperateurDecision, CodeClientCree,
                CodeSociete, TypeDossier, ReferenceDesignation,
                DateDesignation, DateLimiteOuverture)
               values
               (:DossierRelation.NoDossierRel,
                :DossierRelation.IntituleRel,
                :DossierRelation.NomRel, :DossierRelation.PrenomRel,
                :DossierRelation.CodePostalRel,
                :DossierRelation.VilleRel,
                :DossierRelation.ComplementAdresseRel,
                :DossierRelation.NumeroVoieRel,
                :DossierRelation.LibelleVoieRel,
                :DossierRelation.LieuDitRel,
                :DossierRelation.PaysAdresseRel,
                :DossierRelation.EmailRel,
                :DossierRelation.TelephoneRel,
                :DossierRelation.PaysResidenceRel,
                :DossierRelation.TinRel,
                :DossierRelation.DateNaissanceRel,
                :DossierRelation.LieuNaissanceRel,
                :DossierRelation.PieceIdentiteRel,
                :DossierRelation.JustifDomicileRel,
                :DossierRelation.StatutDossierRel,
                :DossierRelation.DateDepotRel,
                :DossierRelation.OperateurDepotRel,
                :DossierRelation.DateDecisionRel,
                :DossierRelation.OperateurDecisionRel,
                :DossierRelation.CodeClientCreeRel,
                :CodeSocieteCourant,
                :DossierRelation.TypeDossierRel,
                :DossierRelation.ReferenceDesignationRel,
                :DossierRelation.DateDesignationRel,
                :DossierRelation.DateLimiteOuvertureRel)
           end-exec.

           if sqlcode not = 0
               move "Depot dossier de relation" to LibelleErreurSql
               move NoDossierRel to CleErreurSql
               perform JournaliserErreurSql

               display " Echec du depot du dossier "
                 line 1 col 1
                 with no advancing
           else
               move "DossierRelation" to TableAudit
               move NoDossierRel to CleAudit
               move spaces to AncienneValeurAudit
               move "dossier depose, en attente" to NouvelleValeurAudit

               perform EnregistrerAudit

      * Filtrage de l'identite du futur client : une alerte bloque
      * l'approbation du dossier jusqu'a la decision de la conformite

               move NomRel to NomFiltre
               move PrenomRel to PrenomFiltre
               move "R" to TypePersonneSanction
               move NoDossierRel to CodePersonneSanction
               move spaces to CodeClientSanction
               move "DOSSIER" to OrigineSanction

               perform FiltrerPersonneSanctions

               if GelSanctions = "O"
                   display
                     " Dossier depose, nom proche de la liste de gel :"
                     line 1 col 1
                   display
                     " revue conformite avant approbation "
                     line 2 col 1
                     with no advancing
               else
                   display
                     " Dossier depose, en attente d'approbation "
                     line 1 col 1
                     with no advancing
               end-if
           end-if.

           accept Reponse Line 1 Col 70.

           display M-EffaceQuestion.

      * --- Saisie du dossier : une designation de la Banque de France
      * exige sa reference ; sa date (du jour par defaut) fixe la date
      * limite d'ouverture du compte ---

       SaisirDossierRelation.
           display M-DossierRel-E.

           accept M-DossierRel-E.

           move "O" to StatutDesignationRel.

           if DesignationBdfSaisie = "o"
               move "O" to DesignationBdfSaisie
           end-if.

           if DesignationBdfSaisie = "O"
               move "D" to TypeDossierRel

               if DateDesignationRel not numeric
                   string
                     Annee of DateSysteme delimited by size
                     Mois of DateSysteme delimited by size
                     Jour of DateSysteme delimited by size
                     into DateDesignationRel
                   end-string
               end-if

               if ReferenceDesignationRel = space
                   move "N" to StatutDesignationRel

                   display " Reference de la designation obligatoire "
                     line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 43

                   display M-EffaceQuestion
               else
                   move DateDesignationRel to DateBaseCalcul
                   move NbJoursDroitAuCompte to NbJoursAvance

                   perform CalculerDateAvanceeOuvres

                   move DateAvanceeJours to DateLimiteOuvertureRel
               end-if
           else
               move space to TypeDossierRel
               move spaces to ReferenceDesignationRel
               move spaces to DateDesignationRel
               move spaces to DateLimiteOuvertureRel
           end-if.

      * --- Ecran de decision sur les dossiers ---

       GestionDossiersRelation.
           perform SaisieDossierRel-Init.
           perform SaisieDossierRel-Trt until ChoixDossierRel = space.
           perform SaisieDossierRel-Fin.

       SaisieDossierRel-Init.
           move "" to ChoixDossierRel.

       SaisieDossierRel-Trt.
           move space to ChoixDossierRel.

           display M-DossierRel.

           accept ChoixDossierRel line 5 col 44.

           if ChoixDossierRel = "a" then
               move "A" to ChoixDossierRel
           end-if.

           if ChoixDossierRel = "r" then
               move "R" to ChoixDossierRel
           end-if.

           if ChoixDossierRel = "d" then
               move "D" to ChoixDossierRel
           end-if.

           evaluate ChoixDossierRel
               when "A"
                   perform ApprobationDossierRelation
               when "R"
                   perform RefusDossierRelation
               when "D"
                   perform ConsultationDossierRelation
           end-evaluate.

       SaisieDossierRel-Fin.
           continue.

       ChargerDossierRelation.
           move spaces to MessageDossierRel.

           initialize DossierRelation.

           exec sql
               select NoDossier, Intitule, Nom, Prenom, CodePostal,
               Ville, coalesce(ComplementAdresse, ' '),
               coalesce(NumeroVoie, ' '), coalesce(LibelleVoie, ' '),
               coalesce(LieuDit, ' '), coalesce(PaysAdresse, ' '),
               Email, Telephone, PaysResidence, Tin,
               coalesce(DateNaissance, ' '),
               coalesce(LieuNaissance, ' '),
               PieceIdentite, JustifDomicile, Statut, DateDepot,
               OperateurDepot, coalesce(TypeDossier, ' '),
               coalesce(ReferenceDesignation, ' '),
               coalesce(DateDesignation, ' '),
               coalesce(DateLimiteOuverture, ' ')
               into :DossierRelation.NoDossierRel,
               :DossierRelation.IntituleRel, :DossierRelation.NomRel,
               :DossierRelation.PrenomRel,
               :DossierRelation.CodePostalRel,
               :DossierRelation.VilleRel,
               :DossierRelation.ComplementAdresseRel,
               :DossierRelation.NumeroVoieRel,
               :DossierRelation.LibelleVoieRel,
               :DossierRelation.LieuDitRel,
               :DossierRelation.PaysAdresseRel,
               :DossierRelation.EmailRel,
               :DossierRelation.TelephoneRel,
               :DossierRelation.PaysResidenceRel,
               :DossierRelation.TinRel,
               :DossierRelation.DateNaissanceRel,
               :DossierRelation.LieuNaissanceRel,
               :DossierRelation.PieceIdentiteRel,
               :DossierRelation.JustifDomicileRel,
               :DossierRelation.StatutDossierRel,
               :DossierRelation.DateDepotRel,
               :DossierRelation.OperateurDepotRel,
               :DossierRelation.TypeDossierRel,
               :DossierRelation.ReferenceDesignationRel,
               :DossierRelation.DateDesignationRel,
               :DossierRelation.DateLimiteOuvertureRel
               from DossierRelation
               where NoDossier = :NoDossierRelSaisi
           end-exec.

           if sqlcode not = 0
               move "Dossier introuvable" to MessageDossierRel
           end-if.

       ConsultationDossierRelation.
           move 0 to NoDossierRelSaisi.

           display M-DossierRel-N.

           accept M-DossierRel-N.

           if NoDossierRelSaisi > 0
               perform ChargerDossierRelation

               if MessageDossierRel = space
                   display M-DossierRel-Detail
               else
                   display M-DossierRel-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Approbation : profil administrateur seul, pieces
      * completes et residence fiscale renseignee exiges ; le client
      * est cree et le premier compte alloue par le compteur ---

       ApprobationDossierRelation.
           move 0 to NoDossierRelSaisi.

           display M-DossierRel-N.

           accept M-DossierRel-N.

           if NoDossierRelSaisi > 0
               perform ChargerDossierRelation

               if MessageDossierRel = space
                   perform ControlerApprobationDossier
               end-if

               display M-DossierRel-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerApprobationDossier.
           move NoDossierRel to CodePersonneSanction.
           move 0 to NbAlertesDossierEnCours.
           move 0 to NbAlertesDossierConfirmees.

           exec sql
               select
               coalesce(sum(case when Statut = 'E' then 1 else 0 end),
               0),
               coalesce(sum(case when Statut = 'C' then 1 else 0 end),
               0)
               into :NbAlertesDossierEnCours,
               :NbAlertesDossierConfirmees
               from AlerteSanction
               where TypePersonne = 'R'
               and CodePersonne = :AlerteSanction.CodePersonneSanction
           end-exec.

           evaluate true
               when not ProfilAdministrateur
                   move "Approbation reservee aux administrateurs"
                   to MessageDossierRel
               when NbAlertesDossierConfirmees > 0
                   move "Personne sous gel des avoirs, relation refusee"
                   to MessageDossierRel
               when NbAlertesDossierEnCours > 0
                   move "Alerte de filtrage sanctions en revue"
                   to MessageDossierRel
               when StatutDossierRel not = "E"
                   move "Dossier deja decide" to MessageDossierRel
               when PieceIdentiteRel not = "O"
               or JustifDomicileRel not = "O"
                   move "Pieces du dossier incompletes"
                   to MessageDossierRel
               when PaysResidenceRel = space or TinRel = space
                   move "Residence fiscale et TIN obligatoires"
                   to MessageDossierRel
           end-evaluate.

           if MessageDossierRel = space
               initialize PremierCompteRel

               display M-DossierRel-C

               accept M-DossierRel-C

               if CodeBanquePremier = space
                   move "Premier compte obligatoire"
                   to MessageDossierRel
               else
                   perform ActiverClientDossier
               end-if
           end-if.

       ActiverClientDossier.
           exec sql
               select newid() into :Client.CodeClient
           end-exec.

           move IntituleRel to Intitule of CLIENT.
           move NomRel to Nom of CLIENT.
           move PrenomRel to Prenom of CLIENT.
           move CodePostalRel to CodePostal of CLIENT.
           move VilleRel to Ville of CLIENT.
           move ComplementAdresseRel to ComplementAdresse of CLIENT.
           move NumeroVoieRel to NumeroVoie of CLIENT.
           move LibelleVoieRel to LibelleVoie of CLIENT.
           move LieuDitRel to LieuDit of CLIENT.
           move PaysAdresseRel to PaysAdresse of CLIENT.
           move EmailRel to Email of CLIENT.
           move TelephoneRel to Telephone of CLIENT.
           move "A" to StatutClient of CLIENT.
           move spaces to MotifBlocage of CLIENT.
           move spaces to DateBlocage of CLIENT.
           move spaces to DispensePfu of CLIENT.
           move spaces to NiveauRisque of CLIENT.
           move spaces to DateRevueKyc of CLIENT.
           move PaysResidenceRel to PaysResidence of CLIENT.
           move TinRel to Tin of CLIENT.
           move spaces to FormatReleve of CLIENT.
           move DateNaissanceRel to DateNaissance of CLIENT.
           move LieuNaissanceRel to LieuNaissance of CLIENT.
           move spaces to DateDeces of CLIENT.

      * Le conseiller est l'operateur qui a depose le dossier

           move OperateurDepotRel to Conseiller of CLIENT.

           exec sql
               insert into Client
               (CodeClient, Intitule, Nom, Prenom, CodePostal,
                Ville, ComplementAdresse, NumeroVoie, LibelleVoie,
                LieuDit, PaysAdresse,
                Email, Telephone, CodeSociete, StatutClient,
                MotifBlocage, DateBlocage, DispensePfu, NiveauRisque,
                DateRevueKyc, PaysResidence, Tin, FormatReleve,
                Conseiller, DateNaissance, LieuNaissance, DateDeces)
               values
               (:Client.CodeClient, :Client.Intitule, :Client.Nom,
                :Client.Prenom, :Client.CodePostal, :Client.Ville,
                :Client.ComplementAdresse, :Client.NumeroVoie,
                :Client.LibelleVoie, :Client.LieuDit,
                :Client.PaysAdresse,
                :Client.Email, :Client.Telephone,
                :CodeSocieteCourant, :Client.StatutClient,
                :Client.MotifBlocage, :Client.DateBlocage,
                :Client.DispensePfu, :Client.NiveauRisque,
                :Client.DateRevueKyc, :Client.PaysResidence,
                :Client.Tin, :Client.FormatReleve, :Client.Conseiller,
                :Client.DateNaissance, :Client.LieuNaissance,
                :Client.DateDeces)
           end-exec.

           if sqlcode not = 0
               move "Activation client (dossier)" to LibelleErreurSql
               move NoDossierRelSaisi to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation du client"
               to MessageDossierRel
           else

      * Les alertes levees sur le dossier suivent le client cree (le
      * refiltrage de nuit ne les rouvre pas)

               move NoDossierRelSaisi to CodePersonneSanction

               exec sql
                   update AlerteSanction
                   set CodeClient = :Client.CodeClient
                   where TypePersonne = 'R'
                   and CodePersonne =
                   :AlerteSanction.CodePersonneSanction
               end-exec

               perform OuvrirPremierCompteDossier
           end-if.

      * --- Premier compte : numero alloue par le compteur, cle RIB
      * et Iban calcules comme partout ailleurs ---

       OuvrirPremierCompteDossier.
           move 1 to NoLigneCompte.

           initialize LigneCompte(1).

           move CodeBanquePremier to CodeBanque of LigneCompte(1).

           move CodeGuichetPremier
           to CodeGuichet of LigneCompte(1).

           perform AllouerRacineCompte.

           move RacineCompte of LigneCompte(1) to CompteCompletNum(1:9).
           move TypeComptePremier to CompteCompletNum(10:2).
           move CodeGuichetPremier to CodeGuichetNum.
           move CodeBanquePremier to CodeBanqueNum.

           perform CalculCleRib.

           perform CalculIban.

           move TypeComptePremier
           to TypeCompte of LigneCompte(1).

           move CleRibNum to CleRib of LigneCompte(1).
           move IbanGenereX to Iban of LigneCompte(1).
           move 0 to Debit of LigneCompte(1).
           move 0 to Credit of LigneCompte(1).
           move "A" to StatutCompte of LigneCompte(1).
           move spaces to DateCloture of LigneCompte(1).
           move "EUR" to Devise of LigneCompte(1).
           move 0 to DecouvertAutorise of LigneCompte(1).

           if TypeDossierRel = "D"
               move "O" to DroitAuCompteOuverture
           else
               move space to DroitAuCompteOuverture
           end-if.

           move 1 to IdxLigneCompte.

           exec sql
               insert into Compte
               (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, CleRib, Iban, Debit, Credit,
                StatutCompte, DateCloture, Devise,
                DecouvertAutorise, CodeSociete, DroitAuCompte)
               values
               (:Client.CodeClient,
                :LigneCompte(IdxLigneCompte).CodeBanque,
                :LigneCompte(IdxLigneCompte).CodeGuichet,
                :LigneCompte(IdxLigneCompte).RacineCompte,
                :LigneCompte(IdxLigneCompte).TypeCompte,
                :LigneCompte(IdxLigneCompte).CleRib,
                :LigneCompte(IdxLigneCompte).Iban,
                :LigneCompte(IdxLigneCompte).Debit,
                :LigneCompte(IdxLigneCompte).Credit,
                :LigneCompte(IdxLigneCompte).StatutCompte,
                :LigneCompte(IdxLigneCompte).DateCloture,
                :LigneCompte(IdxLigneCompte).Devise,
                :LigneCompte(IdxLigneCompte).DecouvertAutorise,
                :CodeSocieteCourant, :DroitAuCompteOuverture)
           end-exec.

           if sqlcode not = 0
               move "Premier compte (dossier)" to LibelleErreurSql
               move NoDossierRelSaisi to CleErreurSql
               perform JournaliserErreurSql

               move "Client cree mais compte en echec"
               to MessageDossierRel
           else
               string
                 CodeBanquePremier delimited by space
                 CodeGuichetPremier delimited by space
                 RacineCompte of LigneCompte(1) delimited by space
                 into CleAudit
               end-string

               move "CRE" to TypeSignaletique

               perform JournaliserSignaletiqueCompte

               if TypeDossierRel = "D"
                   perform OuvrirAbonnementServicesBase
               else
                   perform OuvrirAbonnementDefaut
               end-if

               perform DeciderDossierRelation

               move "A" to StatutDossierRel

               move "Client active, premier compte ouvert"
               to MessageDossierRel

               if TypeDossierRel = "D" and CodeForfaitCourant = space
                   move "Compte ouvert, forfait de base introuvable"
                   to MessageDossierRel
               end-if
           end-if.

       RefusDossierRelation.
           move 0 to NoDossierRelSaisi.

           display M-DossierRel-N.

           accept M-DossierRel-N.

           if NoDossierRelSaisi > 0
               perform ChargerDossierRelation

               evaluate true
                   when MessageDossierRel not = space
                       continue
                   when not ProfilAdministrateur
                       move "Refus reserve aux administrateurs"
                       to MessageDossierRel
                   when StatutDossierRel not = "E"
                       move "Dossier deja decide" to MessageDossierRel
                   when other
                       move "R" to StatutDossierRel

                       perform DeciderDossierRelation

                       move "Dossier refuse" to MessageDossierRel
               end-evaluate

               display M-DossierRel-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Decision portee sur le dossier, avec l'audit ---

       DeciderDossierRelation.
           if StatutDossierRel = "E"
               move "A" to StatutDossierRel
           end-if.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateDecisionRel
           end-string.

           move CodeOperateurCourant to OperateurDecisionRel.

      * Le code du client cree n'a de sens que sur une approbation

           if StatutDossierRel = "A"
               move CodeClient of CLIENT to CodeClientCreeRel
           else
               move spaces to CodeClientCreeRel
           end-if.

           exec sql
               update DossierRelation
               set Statut = :DossierRelation.StatutDossierRel,
               DateDecision = :DossierRelation.DateDecisionRel,
               OperateurDecision =
               :DossierRelation.OperateurDecisionRel,
               CodeClientCree = :DossierRelation.CodeClientCreeRel
               where NoDossier = :NoDossierRelSaisi
           end-exec.

           move "DossierRelation" to TableAudit.
           move NoDossierRelSaisi to CleAudit.
           move "E" to AncienneValeurAudit.
           move StatutDossierRel to NouvelleValeurAudit.

           perform EnregistrerAudit.

      **************************************************************************
      * Relances des decouverts irreguliers (etape de la chaine de
      * nuit) : l'anciennete continue du depassement est l'ecart entre
      * aujourd'hui et la derniere photo des soldes dans la limite ; a
      * 30 jours la premiere lettre part avec les frais (nature FRR)
      * et le compte passe au niveau 1, a 60 jours la seconde et le
      * niveau 2 ; un compte revenu dans sa limite retombe a zero
      **************************************************************************
       RelancesDecouvert.
           move 0 to Eot.
           move 0 to NbRelancesEmises.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move "LettresRelance" to EditionEclatement.

           perform DebuterEclatement.

           move "Lettres de relance decouvert" to TitreEclatement.

      * Les comptes revenus dans leur limite retombent au niveau 0

           exec sql
               update Compte set NiveauRelance = 0
               where NiveauRelance > 0
               and Credit - Debit <= DecouvertAutorise
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           exec sql
               declare C-RelancesDecouvert cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, DecouvertAutorise, NiveauRelance,
                   CodeClient
                   from Compte
                   where Credit - Debit > DecouvertAutorise
                   and NiveauRelance < 2
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-RelancesDecouvert
           end-exec.

           perform RelancerUnCompte until Eot = 1.

           exec sql
             close C-RelancesDecouvert
           end-exec.

           perform EclaterEditionGuichet.

       RelancerUnCompte.
           exec sql
               fetch C-RelancesDecouvert
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.DecouvertAutorise, :NiveauRelanceLu,
               :Compte.CodeClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform CalculerAncienneteDepassement

               evaluate true
                   when NbJoursDepassement >= 60
                   and NiveauRelanceLu < 2
                       move 2 to NiveauRelanceLu
                       perform EmettreRelanceDecouvert
                   when NbJoursDepassement >= 30
                   and NiveauRelanceLu < 1
                       move 1 to NiveauRelanceLu
                       perform EmettreRelanceDecouvert
               end-evaluate
           end-if.

      * --- Anciennete : ecart entre aujourd'hui et la derniere photo
      * des soldes ou le compte tenait dans sa limite ---

       CalculerAncienneteDepassement.
           move spaces to DateRetourLimite.

           exec sql
               select coalesce(max(DateSolde), ' ')
               into :DateRetourLimite
               from SoldeJournalier
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and Credit - Debit <= :Compte.DecouvertAutorise
           end-exec.

           if DateRetourLimite = space
               move 99 to NbJoursDepassement
           else
               move DateRetourLimite to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilDebut

               move DateComptableTexte to DateCivileTravail
               perform CalculerNumeroJourCivil
               move NumeroJourCivil to JourCivilFin

               compute NbJoursDepassement =
               JourCivilFin - JourCivilDebut
           end-if.

       EmettreRelanceDecouvert.
           move spaces to CorpsCourrier.

           string
             DateComptableTexte delimited by size
             ";" delimited by size
             CodeClient of Compte delimited by space
             ";" delimited by size
             RacineCompte of CompteComplet of Compte
             delimited by size
             ";LETTRE DE RELANCE NIVEAU " delimited by size
             NiveauRelanceLu delimited by size
             into CorpsCourrier
           end-string.

           move CodeClient of Compte to CodeClientCourrier.
           move "RELANCE" to TypeCourrier.

      * Adresse NPAI : la relance part dans l'outbox si le client a un
      * Email, sinon elle est retenue ; les frais et l'escalade
      * s'appliquent dans tous les cas

           perform LireAdresseNpai.

           if not AdresseClientNpai
               perform EcrireLettreRelance
           else
               if EmailCourrier not = space and not EcoleActive
                   perform DeposerRelanceOutbox
               else
                   perform RetenirCourrierNpai
               end-if
           end-if.

      * Frais de relance (nature FRR), puis escalade du compte

           move CodeBanque of Compte to CodeBanque of Mouvement.
           move CodeGuichet of Compte to CodeGuichet of Mouvement.

           move RacineCompte of CompteComplet of Compte
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompte of CompteComplet of Compte
           to TypeCompte of CompteComplet of Mouvement.

           move FraisRelance to MontantOperationCourante.
           move "FRR" to NatureMouvement of Mouvement.

           move "O" to ExecutionSaisieEnCours.

           perform PosterDebitCompteCourant.

           move "N" to ExecutionSaisieEnCours.

           exec sql
               update Compte
               set NiveauRelance = :NiveauRelanceLu
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
           end-exec.

           move "Compte" to TableAudit.

           string
             CodeBanque of Compte delimited by space
             CodeGuichet of Compte delimited by space
             RacineCompte of CompteComplet of Compte
             delimited by space
             into CleAudit
           end-string.

           move "depassement continu" to AncienneValeurAudit.

           string
             "relance niveau " delimited by size
             NiveauRelanceLu delimited by size
             into NouvelleValeurAudit
           end-string.

           perform EnregistrerAudit.

           add 1 to NbRelancesEmises.

       EcrireLettreRelance.
           open extend F-LettresRelance.

           if StatutFichierLettreRelance not = "00"
               open output F-LettresRelance
           end-if.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreRelance
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettresRelance from " ".
           write E-LettresRelance from CorpsCourrier.

           close F-LettresRelance.

      * Meme lettre sur l'edition du guichet du compte, seul le corps
      * de la lettre compte au total

           move CodeBanque of Compte to CodeBanqueEclatement.
           move CodeGuichet of Compte to CodeGuichetEclatement.
           move 0 to ComptageEclatement.

           perform MemoriserBlocLettreRelance
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           move spaces to TexteEclatement.

           perform MemoriserLigneEclatement.

           move CorpsCourrier to TexteEclatement.
           move 1 to ComptageEclatement.

           perform MemoriserLigneEclatement.

       EcrireBlocLettreRelance.
           write E-LettresRelance
           from LigneBlocAdresse(IdxBlocAdresse).

       MemoriserBlocLettreRelance.
           move LigneBlocAdresse(IdxBlocAdresse) to TexteEclatement.

           perform MemoriserLigneEclatement.

       DeposerRelanceOutbox.
           string
             "Relance-" delimited by size
             CodeClientCourrier delimited by space
             "-" delimited by size
             RacineCompte of CompteComplet of Compte
             delimited by size
             ".txt" delimited by size
             into NomFichierOutbox
           end-string.

           string
             CheminOutbox delimited by space
             "\" delimited by size
             NomFichierOutbox delimited by space
             into CheminReleveOutbox
           end-string.

           open output F-ReleveOutbox.

           write E-ReleveOutbox from CorpsCourrier.

           close F-ReleveOutbox.

           open extend F-IndexOutbox.

           string
             CodeClientCourrier delimited by space
             ";" delimited by size
             EmailCourrier delimited by space
             ";" delimited by size
             NomFichierOutbox delimited by space
             into E-IndexOutbox
           end-string.

           write E-IndexOutbox.

           close F-IndexOutbox.

           move NomFichierOutbox to NomEdition.
           move "RelancesDecouvert" to EtapeProductrice.
           move CheminReleveOutbox to CheminEdition.
           move 1 to NbLignesEdition.

           perform EnregistrerEdition.

      **************************************************************************
      * Commissions d'intervention : ouverture d'une commission sur
      * une operation irreguliere (compte vise et motif poses par
      * l'appelant dans CommissionIntervention), plafonnee par
      * operation et par mois pour le client ; avis du mois en fin de
      * mois, prelevement (nature CIN) a l'echeance du preavis
      **************************************************************************
       OuvrirCommissionIntervention.
           move spaces to CodeClientCommission.
           move space to ClientFragileLu.

           exec sql
               select Compte.CodeClient,
               coalesce(Client.ClientFragile, ' ')
               into :CommissionIntervention.CodeClientCommission,
               :ClientFragileLu
               from Compte join Client
               on Client.CodeClient = Compte.CodeClient
               where Compte.CodeBanque =
               :CommissionIntervention.CodeBanqueCommission
               and Compte.CodeGuichet =
               :CommissionIntervention.CodeGuichetCommission
               and Compte.NoCompte =
               :CommissionIntervention.NoCompteCommission
               and Compte.TypeCompte =
               :CommissionIntervention.TypeCompteCommission
           end-exec.

           if sqlcode = 0
               perform CalculerCommissionIntervention
           end-if.

       CalculerCommissionIntervention.
           if ClientFragileLu = "O"
               move CommissionOperationFragile to MontantCommission
               move PlafondMensuelFragile to PlafondCommissionClient
           else
               move CommissionOperation to MontantCommission
               move PlafondMensuelCommission to PlafondCommissionClient
           end-if.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateOperationCommission
           end-string.

           move DateOperationCommission(1:6) to MoisCommission.

      * Plafond mensuel : la commission est ecretee au reliquat ; a
      * zero au-dela du plafond, l'operation irreguliere reste tracee
      * (avis au client, detection de la clientele fragile)

           move 0 to CumulMensuelCommission.

           exec sql
               select coalesce(sum(Montant), 0)
               into :CumulMensuelCommission
               from CommissionIntervention
               where CodeClient =
               :CommissionIntervention.CodeClientCommission
               and left(DateOperation, 6) = :MoisCommission
           end-exec.

           if CumulMensuelCommission + MontantCommission
           > PlafondCommissionClient
               if CumulMensuelCommission < PlafondCommissionClient
                   compute MontantCommission =
                   PlafondCommissionClient - CumulMensuelCommission
               else
                   move 0 to MontantCommission
               end-if
           end-if.

           perform InsererCommissionIntervention.

       InsererCommissionIntervention.
           move 0 to NoCommission.

           exec sql
               select coalesce(max(NoCommission), 0) + 1
               into :CommissionIntervention.NoCommission
               from CommissionIntervention
           end-exec.

           move "A" to StatutCommission.
           move spaces to DateNotifCommission.
           move spaces to DateEcheanceCommission.

           exec sql
               insert into CommissionIntervention
               (NoCommission, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, CodeClient, DateOperation, Motif, Montant,
                Statut, DateNotification, DateEcheance)
               values
               (:CommissionIntervention.NoCommission,
                :CommissionIntervention.CodeBanqueCommission,
                :CommissionIntervention.CodeGuichetCommission,
                :CommissionIntervention.NoCompteCommission,
                :CommissionIntervention.TypeCompteCommission,
                :CommissionIntervention.CodeClientCommission,
                :CommissionIntervention.DateOperationCommission,
                :CommissionIntervention.MotifCommission,
                :CommissionIntervention.MontantCommission,
                :CommissionIntervention.StatutCommission,
                :CommissionIntervention.DateNotifCommission,
                :CommissionIntervention.DateEcheanceCommission)
           end-exec.

           if sqlcode not = 0
               move "Commission d'intervention" to LibelleErreurSql
               move NoCompteCommission to CleErreurSql
               perform JournaliserErreurSql
           else
               add 1 to NbCommissionsOuvertes
           end-if.

      * --- Avis des commissions du mois (etape de fin de mois) : un
      * avis par client, depose dans l'outbox quand le client a un
      * Email, lettre papier sinon ; l'echeance de prelevement est
      * fixee a DelaiPreavisCommission jours ---

       NotificationCommissions.
           move 0 to Eot.
           move 0 to NbAvisCommissions.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateNotifCommission
           end-string.

           move DateNotifCommission to DateBaseCalcul.
           move DelaiPreavisCommission to NbJoursAvance.

           perform CalculerDateAvanceeJours.

           move DateAvanceeJours to DateEcheanceCommission.

           open output F-LettresCommissions.

           exec sql
               declare C-AvisCommissions cursor for
                   select CommissionIntervention.CodeClient,
                   coalesce(Client.Email, ' '), count(*),
                   sum(CommissionIntervention.Montant)
                   from CommissionIntervention
                   join Client
                   on Client.CodeClient =
                   CommissionIntervention.CodeClient
                   where CommissionIntervention.Statut = 'A'
                   and Client.CodeSociete = :CodeSocieteCourant
                   group by CommissionIntervention.CodeClient,
                   Client.Email
                   order by CommissionIntervention.CodeClient
           end-exec.

           exec sql
             open C-AvisCommissions
           end-exec.

           perform NotificationCommissions-Trt until Eot = 1.

           exec sql
             close C-AvisCommissions
           end-exec.

           close F-LettresCommissions.

       NotificationCommissions-Trt.
           exec sql
               fetch C-AvisCommissions
               into :CommissionIntervention.CodeClientCommission,
               :EmailCommission, :NbOperationsAvis,
               :TotalAvisCommissions
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform EmettreAvisCommissions
           end-if.

       EmettreAvisCommissions.
           move TotalAvisCommissions to TotalAvisAffiche.
           move spaces to CorpsCourrier.

           string
             DateNotifCommission delimited by size
             ";" delimited by size
             CodeClientCommission delimited by space
             ";COMMISSIONS D'INTERVENTION " delimited by size
             NbOperationsAvis delimited by size
             " OPERATION(S) " delimited by size
             TotalAvisAffiche delimited by size
             " EUR;PRELEVEMENT LE " delimited by size
             DateEcheanceCommission delimited by size
             into CorpsCourrier
           end-string.

           move CodeClientCommission to CodeClientCourrier.
           move "COMMISSIONS" to TypeCourrier.

           if EmailCommission not = space and not EcoleActive
               perform DeposerAvisCommissions
           else
               perform LireAdresseNpai

               if AdresseClientNpai
                   perform RetenirCourrierNpai
               else
                   perform PreparerBlocAdresse

                   perform EcrireBlocAvisCommissions
                       varying IdxBlocAdresse from 1 by 1
                       until IdxBlocAdresse > 6

                   write E-LettresCommissions from " "
                   write E-LettresCommissions from CorpsCourrier
               end-if
           end-if.

      * Les commissions avisees attendent l'echeance du preavis

           exec sql
               update CommissionIntervention
               set Statut = 'N',
               DateNotification =
               :CommissionIntervention.DateNotifCommission,
               DateEcheance =
               :CommissionIntervention.DateEcheanceCommission
               where CodeClient =
               :CommissionIntervention.CodeClientCommission
               and Statut = 'A'
           end-exec.

           if sqlcode not = 0
               move "Avis des commissions" to LibelleErreurSql
               move CodeClientCommission to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           add 1 to NbAvisCommissions.

       EcrireBlocAvisCommissions.
           write E-LettresCommissions
           from LigneBlocAdresse(IdxBlocAdresse).

       DeposerAvisCommissions.
           string
             "Commissions-" delimited by size
             CodeClientCommission delimited by space
             ".txt" delimited by size
             into NomFichierOutbox
           end-string.

           string
             CheminOutbox delimited by space
             "\" delimited by size
             NomFichierOutbox delimited by space
             into CheminReleveOutbox
           end-string.

           open output F-ReleveOutbox.

           write E-ReleveOutbox from CorpsCourrier.

           close F-ReleveOutbox.

           open extend F-IndexOutbox.

           string
             CodeClientCommission delimited by space
             ";" delimited by size
             EmailCommission delimited by space
             ";" delimited by size
             NomFichierOutbox delimited by space
             into E-IndexOutbox
           end-string.

           write E-IndexOutbox.

           close F-IndexOutbox.

           move NomFichierOutbox to NomEdition.
           move "NotificationCommissions" to EtapeProductrice.
           move CheminReleveOutbox to CheminEdition.
           move 1 to NbLignesEdition.

           perform EnregistrerEdition.

      * --- Prelevement des commissions avisees dont l'echeance est
      * atteinte (etape de fin de mois), nature CIN ---

       PrelevementCommissions.
           move 0 to Eot.
           move 0 to NbCommissionsPrelevees.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-PrelevCommissions cursor for
                   select m.NoCommission, m.CodeBanque, m.CodeGuichet,
                   m.NoCompte, m.TypeCompte, m.Montant
                   from CommissionIntervention m
                   join Compte c
                   on c.CodeBanque = m.CodeBanque
                   and c.CodeGuichet = m.CodeGuichet
                   and c.NoCompte = m.NoCompte
                   and c.TypeCompte = m.TypeCompte
                   where m.Statut = 'N'
                   and m.DateEcheance <= :DateComptableTexte
                   and c.CodeSociete = :CodeSocieteCourant
                   order by m.NoCommission
           end-exec.

           exec sql
             open C-PrelevCommissions
           end-exec.

           perform PrelevementCommissions-Trt until Eot = 1.

           exec sql
             close C-PrelevCommissions
           end-exec.

       PrelevementCommissions-Trt.
           exec sql
               fetch C-PrelevCommissions
               into :CommissionIntervention.NoCommission,
               :CommissionIntervention.CodeBanqueCommission,
               :CommissionIntervention.CodeGuichetCommission,
               :CommissionIntervention.NoCompteCommission,
               :CommissionIntervention.TypeCompteCommission,
               :CommissionIntervention.MontantCommission
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform PreleverCommission
           end-if.

       PreleverCommission.
           move spaces to LibellePosteErreur.

           if MontantCommission > 0
               perform PosterCommission
           end-if.

           if LibellePosteErreur = space
               exec sql
                   update CommissionIntervention
                   set Statut = 'P'
                   where NoCommission =
                   :CommissionIntervention.NoCommission
               end-exec

               add 1 to NbCommissionsPrelevees
           else
               move "Prelevement commission" to LibelleErreurSql
               move NoCommission to CleErreurSql
               perform JournaliserErreurSql
           end-if.

       PosterCommission.
           move CodeBanqueCommission to CodeBanque of Mouvement.
           move CodeGuichetCommission to CodeGuichet of Mouvement.

           move NoCompteCommission
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteCommission
           to TypeCompte of CompteComplet of Mouvement.

           move MontantCommission to MontantOperationCourante.
           move "CIN" to NatureMouvement of Mouvement.

           move "O" to ExecutionSaisieEnCours.

           perform PosterDebitCompteCourant.

           move "N" to ExecutionSaisieEnCours.

      **************************************************************************
      * Detection de la clientele fragile (etape de fin de mois) :
      * score des signes des trois derniers mois, entree (offre
      * specifique) ou sortie apres la duree minimale, etat des
      * mouvements par guichet
      **************************************************************************
       DetectionClientsFragiles.
           move 0 to Eot.
           move 0 to NbEntreesFragilite.
           move 0 to NbSortiesFragilite.
           move 0 to NbEntreesGuichet.
           move 0 to NbSortiesGuichet.
           move 0 to NbClientsFragiles.
           move spaces to GuichetFragilitePrec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateDetectionFragilite
           end-string.

           move 3 to NbMoisRecul.
           perform CalculerDateReculeeMois.
           move DateReculeeMois to DateDebutFragilite.

           move DureeMinFragilite to NbMoisRecul.
           perform CalculerDateReculeeMois.
           move DateReculeeMois to DateSortieFragilite.

           open output F-ClientsFragiles.
           open output F-LettresOffreFragile.

           move corresponding DateSysteme to FragiliteEntete1.

           move NomSocieteEntete
           to SocieteEntete of FragiliteEntete1.

           write E-ClientsFragiles from FragiliteEntete1.
           write E-ClientsFragiles from AmortissementEntete2.
           write E-ClientsFragiles from " ".
           write E-ClientsFragiles from FragiliteEntete2.
           write E-ClientsFragiles from " ".

      * Un client est rattache au guichet de son premier compte ouvert

           exec sql
               declare C-Fragilite cursor for
                   select Client.CodeClient, Client.Nom,
                   coalesce(Client.ClientFragile, ' '),
                   coalesce(Client.DateFragilite, ' '),
                   coalesce(Client.Email, ' '),
                   min(Compte.CodeGuichet)
                   from Client join Compte
                   on Compte.CodeClient = Client.CodeClient
                   where Client.CodeSociete = :CodeSocieteCourant
                   and Client.StatutClient <> 'D'
                   and Compte.StatutCompte <> 'C'
                   group by Client.CodeClient, Client.Nom,
                   Client.ClientFragile, Client.DateFragilite,
                   Client.Email
                   order by min(Compte.CodeGuichet), Client.CodeClient
           end-exec.

           exec sql
             open C-Fragilite
           end-exec.

           perform DetectionClientsFragiles-Trt until Eot = 1.

           exec sql
             close C-Fragilite
           end-exec.

           perform TotaliserGuichetFragilite.

           write E-ClientsFragiles from " ".

           move spaces to FragiliteTotal.
           move "Entrees en clientele fragile :"
           to LibelleTotalFragilite.
           move NbEntreesFragilite to NbTotalFragiliteEdit.
           write E-ClientsFragiles from FragiliteTotal.

           move spaces to FragiliteTotal.
           move "Sorties ..................... :"
           to LibelleTotalFragilite.
           move NbSortiesFragilite to NbTotalFragiliteEdit.
           write E-ClientsFragiles from FragiliteTotal.

           move spaces to FragiliteTotal.
           move "Clients fragiles fin de mois :"
           to LibelleTotalFragilite.
           move NbClientsFragiles to NbTotalFragiliteEdit.
           write E-ClientsFragiles from FragiliteTotal.

           close F-ClientsFragiles.
           close F-LettresOffreFragile.

           compute NbLignesFragilite =
           NbEntreesFragilite + NbSortiesFragilite.

           move "ClientsFragiles" to NomEdition.
           move "DetectionClientsFragiles" to EtapeProductrice.

           move "C:\Users\dugs\Documents\ClientsFragiles.txt"
           to CheminEdition.

           move NbLignesFragilite to NbLignesEdition.

           perform EnregistrerEdition.

       DetectionClientsFragiles-Trt.
           exec sql
               fetch C-Fragilite
               into :Client.CodeClient, :Client.Nom,
               :Client.ClientFragile, :Client.DateFragilite,
               :EmailFragilite, :CodeGuichetFragilite
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if CodeGuichetFragilite not = GuichetFragilitePrec
                   perform TotaliserGuichetFragilite
                   move CodeGuichetFragilite to GuichetFragilitePrec
               end-if

               perform CalculerScoreFragilite

               evaluate true
                   when ScoreFragilite >= SeuilFragilite
                   and ClientFragile of CLIENT not = "O"
                       perform EntrerClientFragile
                   when ScoreFragilite >= SeuilFragilite
                       perform ProrogerClientFragile
                   when ClientFragile of CLIENT = "O"
                   and DateFragilite of CLIENT <= DateSortieFragilite
                       perform SortirClientFragile
                   when ClientFragile of CLIENT = "O"
                       add 1 to NbClientsFragiles
               end-evaluate
           end-if.

      * --- Sous-total des mouvements du guichet precedent ---

       TotaliserGuichetFragilite.
           if NbEntreesGuichet > 0 or NbSortiesGuichet > 0
               move spaces to FragiliteTotal

               string
                 "Guichet " delimited by size
                 GuichetFragilitePrec delimited by size
                 " entrees/sorties" delimited by size
                 into LibelleTotalFragilite
               end-string

               move NbEntreesGuichet to NbTotalFragiliteEdit
               write E-ClientsFragiles from FragiliteTotal

               move spaces to FragiliteTotal
               move NbSortiesGuichet to NbTotalFragiliteEdit
               write E-ClientsFragiles from FragiliteTotal

               write E-ClientsFragiles from " "
           end-if.

           move 0 to NbEntreesGuichet.
           move 0 to NbSortiesGuichet.

      * --- Score : un point par cinq jours de depassement irregulier,
      * trois par incident de cheque ou saisie, deux par prelevement
      * rejete, cinq pour une inscription FICP en cours ---

       CalculerScoreFragilite.
           move 0 to NbJoursIrreguliers.

           exec sql
               select count(*)
               into :NbJoursIrreguliers
               from SoldeJournalier s
               join Compte c
               on c.CodeBanque = s.CodeBanque
               and c.CodeGuichet = s.CodeGuichet
               and c.NoCompte = s.NoCompte
               and c.TypeCompte = s.TypeCompte
               where c.CodeClient = :Client.CodeClient
               and s.DateSolde >= :DateDebutFragilite
               and s.Credit - s.Debit > c.DecouvertAutorise
           end-exec.

           move 0 to NbIncidentsFragilite.

           exec sql
               select count(*)
               into :NbIncidentsFragilite
               from IncidentCheque
               where CodeClient = :Client.CodeClient
               and DateIncident >= :DateDebutFragilite
           end-exec.

           move 0 to NbRejetsFragilite.

           exec sql
               select count(*)
               into :NbRejetsFragilite
               from CommissionIntervention
               where CodeClient = :Client.CodeClient
               and DateOperation >= :DateDebutFragilite
               and Motif = 'Prelevement rejete'
           end-exec.

           move 0 to NbSaisiesFragilite.

           exec sql
               select count(*)
               into :NbSaisiesFragilite
               from Saisie
               where CodeClient = :Client.CodeClient
               and DateSaisie >= :DateDebutFragilite
           end-exec.

           move 0 to NbFicpFragilite.

           exec sql
               select count(*)
               into :NbFicpFragilite
               from DeclarationFicp d
               inner join Compte
               on Compte.CodeBanque = d.CodeBanque
               and Compte.CodeGuichet = d.CodeGuichet
               and Compte.NoCompte = d.NoCompte
               and Compte.TypeCompte = d.TypeCompte
               where Compte.CodeClient = :Client.CodeClient
               and d.DateRadiation = ' '
           end-exec.

           divide 5 into NbJoursIrreguliers giving ScoreFragilite.

           compute ScoreFragilite = ScoreFragilite
           + NbIncidentsFragilite * 3
           + NbSaisiesFragilite * 3
           + NbRejetsFragilite * 2
           + NbFicpFragilite * 5.

      * --- Entree : marque, offre specifique, ligne de l'etat ---

       EntrerClientFragile.
           exec sql
               update Client
               set ClientFragile = 'O',
               DateFragilite = :DateDetectionFragilite
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Detection clientele fragile" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Client (fragilite)" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "fragile, score " delimited by size
                 ScoreFragilite delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               perform EmettreOffreFragile

               move "ENTREE" to MouvementFragiliteEdit
               perform EcrireLigneFragilite

               add 1 to NbEntreesFragilite
               add 1 to NbEntreesGuichet
               add 1 to NbClientsFragiles
           end-if.

      * --- Signes toujours presents : la duree minimale repart ---

       ProrogerClientFragile.
           exec sql
               update Client
               set DateFragilite = :DateDetectionFragilite
               where CodeClient = :Client.CodeClient
           end-exec.

           add 1 to NbClientsFragiles.

      * --- Sortie apres la duree minimale sans nouveau signe ---

       SortirClientFragile.
           exec sql
               update Client
               set ClientFragile = ' ', DateFragilite = ' '
               where CodeClient = :Client.CodeClient
           end-exec.

           if sqlcode not = 0
               move "Sortie clientele fragile" to LibelleErreurSql
               move CodeClient of CLIENT to CleErreurSql
               perform JournaliserErreurSql
           else
               move "Client (fragilite)" to TableAudit
               move CodeClient of CLIENT to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "fragile depuis le " delimited by size
                 DateFragilite of CLIENT delimited by size
                 into AncienneValeurAudit
               end-string

               move "sortie de la clientele fragile"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "SORTIE" to MouvementFragiliteEdit
               perform EcrireLigneFragilite

               add 1 to NbSortiesFragilite
               add 1 to NbSortiesGuichet
           end-if.

       EcrireLigneFragilite.
           move CodeGuichetFragilite to GuichetFragiliteEdit.
           move CodeClient of CLIENT to CodeClientFragiliteEdit.
           move Nom of CLIENT to NomFragiliteEdit.
           move ScoreFragilite to ScoreFragiliteEdit.

           write E-ClientsFragiles from FragiliteDetail.

           move spaces to FragiliteDetail.

      * --- Offre specifique : outbox quand le client a un Email,
      * lettre sinon (retenue si l'adresse est NPAI) ---

       EmettreOffreFragile.
           move spaces to CorpsCourrier.

           string
             DateDetectionFragilite delimited by size
             ";" delimited by size
             CodeClient of CLIENT delimited by space
             ";OFFRE SPECIFIQUE CLIENTELE FRAGILE" delimited by size
             " - FRAIS D'INCIDENTS PLAFONNES" delimited by size
             into CorpsCourrier
           end-string.

           move CodeClient of CLIENT to CodeClientCourrier.
           move "OFFRE FRAGILITE" to TypeCourrier.

           if EmailFragilite not = space and not EcoleActive
               string
                 "OffreFragile-" delimited by size
                 CodeClient of CLIENT delimited by space
                 ".txt" delimited by size
                 into NomFichierOutbox
               end-string

               string
                 CheminOutbox delimited by space
                 "\" delimited by size
                 NomFichierOutbox delimited by space
                 into CheminReleveOutbox
               end-string

               open output F-ReleveOutbox

               write E-ReleveOutbox from CorpsCourrier

               close F-ReleveOutbox

               open extend F-IndexOutbox

               string
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 EmailFragilite delimited by space
                 ";" delimited by size
                 NomFichierOutbox delimited by space
                 into E-IndexOutbox
               end-string

               write E-IndexOutbox

               close F-IndexOutbox

               move NomFichierOutbox to NomEdition
               move "DetectionClientsFragiles" to EtapeProductrice
               move CheminReleveOutbox to CheminEdition
               move 1 to NbLignesEdition

               perform EnregistrerEdition
           else
               perform LireAdresseNpai

               if AdresseClientNpai
                   perform RetenirCourrierNpai
               else
                   perform PreparerBlocAdresse

                   perform EcrireBlocOffreFragile
                       varying IdxBlocAdresse from 1 by 1
                       until IdxBlocAdresse > 6

                   write E-LettresOffreFragile from " "
                   write E-LettresOffreFragile from CorpsCourrier
               end-if
           end-if.

       EcrireBlocOffreFragile.
           write E-LettresOffreFragile
           from LigneBlocAdresse(IdxBlocAdresse).

      **************************************************************************
      * Revision periodique KYC (etape de la chaine de nuit) : la
      * liste des revues echues part sur l'etat, et les clients dont
      * la revue depasse le delai de grace passent en statut K,
      * bloquant comme un deces ou un blocage judiciaire, leve a
      * l'enregistrement de la revue sur l'entete client ; la liste
      * est groupee par conseiller, dont le code termine chaque ligne
      **************************************************************************
       RevuesKyc.
           move 0 to Eot.
           move 0 to NbRevuesKycDues.
           move 0 to RapportKycOuvert.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move "RevuesKyc" to EditionEclatement.

           perform DebuterEclatement.

           move "Revues KYC echues" to TitreEclatement.

           exec sql
               declare C-RevuesKyc cursor for
                   select CodeClient, Nom, DateRevueKyc,
                   coalesce(Conseiller, ' ')
                   from Client
                   where StatutClient = 'A'
                   and DateRevueKyc <> ' '
                   and DateRevueKyc <= :DateComptableTexte
                   and CodeSociete = :CodeSocieteCourant
                   order by Conseiller, DateRevueKyc
           end-exec.

           exec sql
             open C-RevuesKyc
           end-exec.

           perform TraiterUneRevueKyc until Eot = 1.

           exec sql
             close C-RevuesKyc
           end-exec.

           if RapportKycOuvert = 1
               close F-RevuesKyc
           end-if.

           perform EclaterEditionGuichet.

       TraiterUneRevueKyc.
           exec sql
               fetch C-RevuesKyc
               into :Client.CodeClient, :Client.Nom,
               :DateRevueKycLue, :Client.Conseiller
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbRevuesKycDues

               if RapportKycOuvert = 0
                   open output F-RevuesKyc

                   move 1 to RapportKycOuvert
               end-if

               string
                 DateRevueKycLue delimited by size
                 ";" delimited by size
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 Nom of CLIENT delimited by space
                 ";REVUE KYC ECHUE;" delimited by size
                 Conseiller of CLIENT delimited by space
                 into E-RevuesKyc
               end-string

               move E-RevuesKyc to TexteEclatement

               write E-RevuesKyc

               move CodeClient of CLIENT to CodeClientEclatement

               perform RechercherGuichetClient
               perform MemoriserLigneEclatement

      * Au-dela du delai de grace (revue echue + DelaiGraceKyc jours
      * revolus), le client passe en statut K

               move DateRevueKycLue to DateBaseCalcul
               move DelaiGraceKyc to NbJoursAvance

               perform CalculerDateAvanceeJours

               move DateAvanceeJours to DateLimiteGraceKyc

               if DateLimiteGraceKyc < DateComptableTexte
                   exec sql
                       update Client
                       set StatutClient = 'K',
                       MotifBlocage = 'Revue KYC en retard',
                       DateBlocage = :DateComptableTexte
                       where CodeClient = :Client.CodeClient
                       and StatutClient = 'A'
                   end-exec

                   move "Client" to TableAudit
                   move CodeClient of CLIENT to CleAudit
                   move "A" to AncienneValeurAudit
                   move "K (revue KYC en retard)"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit
               end-if
           end-if.

      **************************************************************************
      * Registre des pieces justificatives : ajout (audite) et liste
      * par client ; la chaine de nuit signale les pieces a moins de
      * DelaiAlertePiece jours de leur expiration et perime les
      * echues ; la qualite des donnees releve les clients actifs sans
      * piece d'identite valide
      **************************************************************************
       GestionPieces.
           perform SaisiePiece-Init.
           perform SaisiePiece-Trt until ChoixPiece = space.
           perform SaisiePiece-Fin.

       SaisiePiece-Init.
           move "" to ChoixPiece.

       SaisiePiece-Trt.
           move space to ChoixPiece.

           display M-Piece.

           accept ChoixPiece line 5 col 38.

           if ChoixPiece = "a" then
               move "A" to ChoixPiece
           end-if.

           if ChoixPiece = "l" then
               move "L" to ChoixPiece
           end-if.

           evaluate ChoixPiece
               when "A"
                   perform AjoutPiece
               when "L"
                   perform ListePiecesClient
           end-evaluate.

       SaisiePiece-Fin.
           continue.

       AjoutPiece.
           initialize PieceJustificative.

           display M-Piece-E.

           accept M-Piece-E.

           if CodeClientPiece not = space
               perform ControlerAjoutPiece

               display M-Piece-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerAjoutPiece.
           move spaces to MessagePiece.

           evaluate true
               when TypePiece = space
                   move "Type de piece obligatoire" to MessagePiece
               when DateExpirationPiece = space
                   move "Date d'expiration obligatoire (AAAAMMJJ)"
                   to MessagePiece
           end-evaluate.

           if MessagePiece = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Client
                   where CodeClient =
                   :PieceJustificative.CodeClientPiece
               end-exec

               if NbOccurrencesRib = 0
                   move "Client inconnu" to MessagePiece
               end-if
           end-if.

           if MessagePiece = space
               move 0 to NoPiece

               exec sql
                   select coalesce(max(NoPiece), 0) + 1
                   into :PieceJustificative.NoPiece
                   from PieceJustificative
               end-exec

               move "A" to StatutPiece

               exec sql
                   insert into PieceJustificative
                   (NoPiece, CodeClient, TypePiece, Reference,
                    DateDelivrance, DateExpiration, Localisation,
                    Statut)
                   values
                   (:PieceJustificative.NoPiece,
                    :PieceJustificative.CodeClientPiece,
                    :PieceJustificative.TypePiece,
                    :PieceJustificative.ReferencePiece,
                    :PieceJustificative.DateDelivrancePiece,
                    :PieceJustificative.DateExpirationPiece,
                    :PieceJustificative.LocalisationPiece,
                    :PieceJustificative.StatutPiece)
               end-exec

               if sqlcode not = 0
                   move "Ajout piece justificative" to LibelleErreurSql
                   move NoPiece of PieceJustificative to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'ajout de la piece" to MessagePiece
               else
                   move "PieceJustificative" to TableAudit
                   move NoPiece of PieceJustificative to CleAudit
                   move spaces to AncienneValeurAudit
                   move TypePiece to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Piece enregistree" to MessagePiece
               end-if
           end-if.

       ListePiecesClient.
           initialize PieceJustificative.

           display M-Piece-L.

           accept M-Piece-L.

           if CodeClientPiece not = space
               move 0 to Eot
               move 9 to NoLignePiece

               exec sql
                   declare C-PiecesClient cursor for
                       select NoPiece, TypePiece, Reference,
                       DateExpiration, Statut
                       from PieceJustificative
                       where CodeClient =
                       :PieceJustificative.CodeClientPiece
                       order by NoPiece
               end-exec

               exec sql
                 open C-PiecesClient
               end-exec

               perform AfficherUnePiece until Eot = 1

               exec sql
                 close C-PiecesClient
               end-exec

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherUnePiece.
           exec sql
               fetch C-PiecesClient
               into :PieceJustificative.NoPiece,
               :PieceJustificative.TypePiece,
               :PieceJustificative.ReferencePiece,
               :PieceJustificative.DateExpirationPiece,
               :PieceJustificative.StatutPiece
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               display NoPiece of PieceJustificative
                 line NoLignePiece col 2
               display TypePiece line NoLignePiece col 9
               display ReferencePiece line NoLignePiece col 14
               display DateExpirationPiece line NoLignePiece col 51
               display StatutPiece line NoLignePiece col 61

               add 1 to NoLignePiece
           end-if.

      * --- Expiration des pieces (etape de la chaine de nuit) ---

       ExpirationPieces.
           move 0 to Eot.
           move 0 to NbPiecesSignalees.
           move 0 to RapportPiecesOuvert.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move DateComptableTexte to DateBaseCalcul.
           move DelaiAlertePiece to NbJoursAvance.

           perform CalculerDateAvanceeJours.

           move DateAvanceeJours to DateAlertePiece.

           move "PiecesExpirees" to EditionEclatement.

           perform DebuterEclatement.

           move "Pieces expirees ou expirant sous peu"
           to TitreEclatement.

      * Les pieces echues passent perimees

           exec sql
               update PieceJustificative set Statut = 'P'
               where Statut = 'A'
               and DateExpiration < :DateComptableTexte
           end-exec.

      * Les pieces sont groupees par conseiller du client

           exec sql
               declare C-PiecesExpirantes cursor for
                   select p.NoPiece, p.CodeClient, p.TypePiece,
                   p.DateExpiration, p.Statut,
                   coalesce(c.Conseiller, ' ')
                   from PieceJustificative p
                   left join Client c
                   on c.CodeClient = p.CodeClient
                   where p.DateExpiration <= :DateAlertePiece
                   and (p.Statut = 'A' or p.Statut = 'P')
                   order by c.Conseiller, p.DateExpiration
           end-exec.

           exec sql
             open C-PiecesExpirantes
           end-exec.

           perform SignalerUnePiece until Eot = 1.

           exec sql
             close C-PiecesExpirantes
           end-exec.

           if RapportPiecesOuvert = 1
               close F-PiecesExpirees
           end-if.

           perform EclaterEditionGuichet.

       SignalerUnePiece.
           exec sql
               fetch C-PiecesExpirantes
               into :PieceJustificative.NoPiece,
               :PieceJustificative.CodeClientPiece,
               :PieceJustificative.TypePiece,
               :PieceJustificative.DateExpirationPiece,
               :PieceJustificative.StatutPiece, :Client.Conseiller
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if RapportPiecesOuvert = 0
                   open output F-PiecesExpirees

                   move 1 to RapportPiecesOuvert
               end-if

               string
                 DateExpirationPiece delimited by size
                 ";" delimited by size
                 CodeClientPiece delimited by space
                 ";" delimited by size
                 TypePiece delimited by size
                 ";" delimited by size
                 StatutPiece delimited by size
                 ";PIECE EXPIREE OU EXPIRANT SOUS PEU;"
                 delimited by size
                 Conseiller of CLIENT delimited by space
                 into E-PiecesExpirees
               end-string

               move E-PiecesExpirees to TexteEclatement

               write E-PiecesExpirees

               move CodeClientPiece to CodeClientEclatement

               perform RechercherGuichetClient
               perform MemoriserLigneEclatement

               add 1 to NbPiecesSignalees
           end-if.

      * --- Regle 6 : clients actifs sans piece d'identite valide ---

       RegleClientSansPiece.
           move "Clients actifs sans piece d'identite valide"
           to LibelleRegleQualite.

           perform DebuterRegleQualite.

           move 0 to Eot.

           exec sql
               declare C-QualitePiece cursor for
                   select CodeClient, Nom, Prenom
                   from Client
                   where StatutClient = 'A'
                   and CodeSociete = :CodeSocieteCourant
                   and not exists
                   (select 1 from PieceJustificative p
                    where p.CodeClient = Client.CodeClient
                    and p.Statut = 'A'
                    and (p.TypePiece = 'CNI' or p.TypePiece = 'PAS'))
                   order by Nom
           end-exec.

           exec sql
             open C-QualitePiece
           end-exec.

           perform ReglePiece-Trt until Eot = 1.

           exec sql
             close C-QualitePiece
           end-exec.

           perform TerminerRegleQualite.

       ReglePiece-Trt.
           exec sql
               fetch C-QualitePiece
               into :Client.CodeClient, :Client.Nom, :Client.Prenom
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform EcrireInfractionClient
           end-if.

      * --- Regle 7 : clients a l'adresse NPAI (courrier retourne, en
      * attente d'une nouvelle adresse) ---

       RegleClientNpai.
           move "Clients a l'adresse NPAI (courrier retourne)"
           to LibelleRegleQualite.

           perform DebuterRegleQualite.

           move 0 to Eot.

           exec sql
               declare C-QualiteNpai cursor for
                   select CodeClient, Nom, Prenom
                   from Client
                   where AdresseNpai = 'O'
                   and CodeSociete = :CodeSocieteCourant
                   order by Nom
           end-exec.

           exec sql
             open C-QualiteNpai
           end-exec.

           perform RegleNpai-Trt until Eot = 1.

           exec sql
             close C-QualiteNpai
           end-exec.

           perform TerminerRegleQualite.

       RegleNpai-Trt.
           exec sql
               fetch C-QualiteNpai
               into :Client.CodeClient, :Client.Nom, :Client.Prenom
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform EcrireInfractionClient
           end-if.

      **************************************************************************
      * Extrait annuel CRS/FATCA (etape annuelle de la chaine de fin
      * de mois) : une ligne par compte des clients declarables (pays
      * de residence renseigne, hors FR), avec le TIN et le solde de
      * fin d'annee pris dans la derniere photo des soldes
      **************************************************************************
       ExtraitCrs.
           move 0 to Eot.
           move 0 to NbClientsCrs.

           open output F-ExtraitCrs.

           exec sql
               declare C-ExtraitCrs cursor for
                   select Client.CodeClient, Client.Nom,
                   Client.PaysResidence, Client.Tin,
                   Compte.CodeBanque, Compte.CodeGuichet,
                   Compte.NoCompte, Compte.TypeCompte
                   from Client join Compte
                   on Compte.CodeClient = Client.CodeClient
                   where Client.PaysResidence <> ' '
                   and Client.PaysResidence <> 'FR'
                   and Compte.StatutCompte <> 'C'
                   and Compte.CodeSociete = :CodeSocieteCourant
                   order by Client.CodeClient, Compte.CodeBanque,
                   Compte.CodeGuichet, Compte.NoCompte
           end-exec.

           exec sql
             open C-ExtraitCrs
           end-exec.

           perform ExtraireUnCompteCrs until Eot = 1.

           exec sql
             close C-ExtraitCrs
           end-exec.

           close F-ExtraitCrs.

       ExtraireUnCompteCrs.
           exec sql
               fetch C-ExtraitCrs
               into :Client.CodeClient, :Client.Nom,
               :PaysResidenceCrs, :TinCrs,
               :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else

      * Solde de fin d'annee : derniere photo des soldes

               move 0 to SoldeCrs
               move spaces to DateSoldeCrs

               exec sql
                   select top 1 DateSolde, Debit - Credit
                   into :DateSoldeCrs, :SoldeCrs
                   from SoldeJournalier
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte =
                   :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
                   order by DateSolde desc
               end-exec

               move SoldeCrs to SoldeCrsAffiche

               if EcoleActive
                   continue
               else
               string
                 PaysResidenceCrs delimited by size
                 ";" delimited by size
                 TinCrs delimited by space
                 ";" delimited by size
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 Nom of CLIENT delimited by space
                 ";" delimited by size
                 CodeBanque of Compte delimited by size
                 CodeGuichet of Compte delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 DateSoldeCrs delimited by size
                 ";" delimited by size
                 SoldeCrsAffiche delimited by size
                 into E-ExtraitCrs
               end-string

               write E-ExtraitCrs

               add 1 to NbClientsCrs
               end-if
           end-if.

      **************************************************************************
      * Vue unique des deposants FGDR (etape annuelle de la chaine
      * de fin de mois, ou a la demande du fonds depuis le menu) : une
      * ligne CPT par quote-part de compte crediteur, une ligne DEP
      * par deposant et par banque (depots ordinaires, epargne
      * reglementee, montant indemnisable plafonne, excedent), encadrees
      * d'une ligne d'entete et d'une ligne de fin ; statut D (decede)
      * ou B (bloque) et exclusion E repris sur la ligne DEP
      **************************************************************************
       FichierFgdr.
           perform FichierFgdr-Init.
           perform FichierFgdr-Trt until EotFgdr = 1.
           perform FichierFgdr-Fin.

       FichierFgdr-Init.
           move 0 to EotFgdr.
           move 0 to NbDeposantsFgdr.
           move 0 to NbComptesFgdr.
           move 0 to NbExclusFgdr.
           move 0 to NbDecedesFgdr.
           move 0 to NbBloquesFgdr.
           move 0 to NbAnomaliesFgdr.
           move 0 to TotalOrdinairesFgdr.
           move 0 to TotalReglementesFgdr.
           move 0 to TotalIndemnisableFgdr.
           move 0 to TotalExcedentFgdr.
           move 0 to TotalExclusFgdr.
           move spaces to CodeClientFgdrPrecedent.
           move spaces to CodeBanqueFgdrPrecedent.

           move DateTraitementBatch to DateFgdr.
           move PlafondFgdr to PlafondFgdrAffiche.

           open output F-VueUniqueFgdr.
           open output F-AnomaliesFgdr.
           open output F-ControleFgdr.

           move spaces to E-VueUniqueFgdr.

           string
             "ENT;" delimited by size
             CodeSocieteCourant delimited by size
             ";" delimited by size
             DateFgdr delimited by size
             ";" delimited by size
             PlafondFgdrAffiche delimited by size
             into E-VueUniqueFgdr
           end-string.

           write E-VueUniqueFgdr.

      * Chaque titulaire (ligne Compte et co-titulaires hors
      * mandataires) d'un compte ouvert au credit ; le nombre de
      * titulaires donne la quote-part, le bareme en vigueur la
      * marque d'epargne reglementee. Le capital des comptes a terme
      * actifs, preleve sur le compte d'origine a l'ouverture, y est
      * ajoute en ligne DT de ce compte, partagee entre les memes
      * titulaires

           exec sql
               declare C-Fgdr cursor for
                   select h.CodeClient, k.CodeBanque, k.CodeGuichet,
                   k.NoCompte, k.TypeCompte,
                   coalesce(k.Devise, 'EUR'), k.Debit - k.Credit,
                   1 + (select count(*) from TitulaireCompte t2
                        where t2.CodeBanque = k.CodeBanque
                        and t2.CodeGuichet = k.CodeGuichet
                        and t2.NoCompte = k.NoCompte
                        and t2.TypeCompte = k.TypeCompte
                        and t2.Role <> 'M'
                        and t2.CodeClient <> k.CodeClient),
                   coalesce((select top 1 b.EpargneReglementee
                             from BaremeTaux b
                             where b.TypeCompte = k.TypeCompte
                             and b.DateEffet <= :DateFgdr
                             order by b.DateEffet desc), ' '),
                   coalesce(c.Nom, ' '), coalesce(c.Prenom, ' '),
                   coalesce(c.DateNaissance, ' '),
                   coalesce(c.CodePostal, ' '),
                   coalesce(c.Ville, ' '),
                   coalesce(c.LibelleVoie, ' '),
                   coalesce(c.StatutClient, 'A'),
                   coalesce(c.ExclusionFgdr, ' ')
                   from
                   (select CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte from Compte
                    union
                    select CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte from TitulaireCompte
                    where Role <> 'M') h
                   join Compte k
                   on k.CodeBanque = h.CodeBanque
                   and k.CodeGuichet = h.CodeGuichet
                   and k.NoCompte = h.NoCompte
                   and k.TypeCompte = h.TypeCompte
                   join Client c
                   on c.CodeClient = h.CodeClient
                   where k.StatutCompte <> 'C'
                   and k.CodeSociete = :CodeSocieteCourant
                   and k.Debit - k.Credit > 0
                   union all
                   select h.CodeClient, k.CodeBanque, k.CodeGuichet,
                   k.NoCompte, 'DT',
                   coalesce(k.Devise, 'EUR'),
                   (select sum(d.Montant) from ContratDat d
                    where d.CodeBanque = k.CodeBanque
                    and d.CodeGuichet = k.CodeGuichet
                    and d.NoCompte = k.NoCompte
                    and d.TypeCompte = k.TypeCompte
                    and d.Statut = 'A'),
                   1 + (select count(*) from TitulaireCompte t2
                        where t2.CodeBanque = k.CodeBanque
                        and t2.CodeGuichet = k.CodeGuichet
                        and t2.NoCompte = k.NoCompte
                        and t2.TypeCompte = k.TypeCompte
                        and t2.Role <> 'M'
                        and t2.CodeClient <> k.CodeClient),
                   coalesce((select top 1 b.EpargneReglementee
                             from BaremeTaux b
                             where b.TypeCompte = 'DT'
                             and b.DateEffet <= :DateFgdr
                             order by b.DateEffet desc), ' '),
                   coalesce(c.Nom, ' '), coalesce(c.Prenom, ' '),
                   coalesce(c.DateNaissance, ' '),
                   coalesce(c.CodePostal, ' '),
                   coalesce(c.Ville, ' '),
                   coalesce(c.LibelleVoie, ' '),
                   coalesce(c.StatutClient, 'A'),
                   coalesce(c.ExclusionFgdr, ' ')
                   from
                   (select CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte from Compte
                    union
                    select CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte from TitulaireCompte
                    where Role <> 'M') h
                   join Compte k
                   on k.CodeBanque = h.CodeBanque
                   and k.CodeGuichet = h.CodeGuichet
                   and k.NoCompte = h.NoCompte
                   and k.TypeCompte = h.TypeCompte
                   join Client c
                   on c.CodeClient = h.CodeClient
                   where k.CodeSociete = :CodeSocieteCourant
                   and exists
                   (select 1 from ContratDat d
                    where d.CodeBanque = k.CodeBanque
                    and d.CodeGuichet = k.CodeGuichet
                    and d.NoCompte = k.NoCompte
                    and d.TypeCompte = k.TypeCompte
                    and d.Statut = 'A')
                   order by 2, 1, 3, 4, 5
           end-exec.

           exec sql
             open C-Fgdr
           end-exec.

       FichierFgdr-Trt.
           exec sql
               fetch C-Fgdr
               into :CodeClientFgdr, :CodeBanqueFgdr,
               :CodeGuichetFgdr, :NoCompteFgdr, :TypeCompteFgdr,
               :DeviseFgdr, :SoldeDeviseFgdr, :NbTitulairesFgdr,
               :ReglementeFgdr, :NomFgdr, :PrenomFgdr,
               :DateNaissanceFgdr, :CodePostalFgdr, :VilleFgdr,
               :LibelleVoieFgdr, :StatutClientFgdr,
               :DeposantExcluFgdr
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotFgdr
           else
               if CodeClientFgdr not = CodeClientFgdrPrecedent
               or CodeBanqueFgdr not = CodeBanqueFgdrPrecedent
                   if CodeClientFgdrPrecedent not = space
                       perform EcrireDeposantFgdr
                   end-if

                   perform DebuterDeposantFgdr
               end-if

               perform TraiterCompteFgdr
           end-if.

       FichierFgdr-Fin.
           exec sql
             close C-Fgdr
           end-exec.

           if CodeClientFgdrPrecedent not = space
               perform EcrireDeposantFgdr
           end-if.

           move TotalIndemnisableFgdr to MontantControleFgdrAffiche.
           move spaces to E-VueUniqueFgdr.

           string
             "FIN;" delimited by size
             NbDeposantsFgdr delimited by size
             ";" delimited by size
             NbComptesFgdr delimited by size
             ";" delimited by size
             MontantControleFgdrAffiche delimited by size
             into E-VueUniqueFgdr
           end-string.

           write E-VueUniqueFgdr.

           perform EditerControleFgdr.

           close F-VueUniqueFgdr.
           close F-AnomaliesFgdr.
           close F-ControleFgdr.

           move "ControleFgdr" to NomEdition.
           move "FichierFgdr" to EtapeProductrice.

           move "C:\Users\dugs\Documents\ControleFgdr.txt"
           to CheminEdition.

           move NbDeposantsFgdr to NbLignesEdition.

           perform EnregistrerEdition.

           if NbAnomaliesFgdr > 0
               move "AnomaliesFgdr" to NomEdition

               move "C:\Users\dugs\Documents\AnomaliesFgdr.txt"
               to CheminEdition

               move NbAnomaliesFgdr to NbLignesEdition

               perform EnregistrerEdition
           end-if.

           string
             "Deposants " delimited by size
             NbDeposantsFgdr delimited by size
             " - Anomalies " delimited by size
             NbAnomaliesFgdr delimited by size
             into DetailActivite
           end-string.

      * --- Nouveau deposant (ou meme client dans une autre banque) :
      * son identite est gardee pour sa ligne, ecrite a la rupture
      * quand la ligne lue est deja celle du deposant suivant ---

       DebuterDeposantFgdr.
           move CodeClientFgdr to CodeClientFgdrPrecedent.
           move CodeBanqueFgdr to CodeBanqueFgdrPrecedent.
           move NomFgdr to NomFgdrPrecedent.
           move PrenomFgdr to PrenomFgdrPrecedent.
           move DateNaissanceFgdr to DateNaissanceFgdrPrecedent.
           move CodePostalFgdr to CodePostalFgdrPrecedent.
           move VilleFgdr to VilleFgdrPrecedent.
           move LibelleVoieFgdr to LibelleVoieFgdrPrecedent.
           move StatutClientFgdr to StatutClientFgdrPrecedent.
           move DeposantExcluFgdr to DeposantExcluFgdrPrecedent.
           move 0 to DepotsOrdinairesFgdr.
           move 0 to DepotsReglementesFgdr.

      * --- Quote-part du deposant sur un compte, en EUR au dernier
      * taux connu de la devise du compte ---

       TraiterCompteFgdr.
           move DeviseFgdr to DeviseBilan.

           perform RechercheTauxBilan.

           compute SoldeEurFgdr rounded =
           SoldeDeviseFgdr * TauxChangeApplique.

           if NbTitulairesFgdr = 0
               move 1 to NbTitulairesFgdr
           end-if.

           compute QuotePartFgdr rounded =
           SoldeEurFgdr / NbTitulairesFgdr.

           if ReglementeFgdr = "O"
               add QuotePartFgdr to DepotsReglementesFgdr
           else
               add QuotePartFgdr to DepotsOrdinairesFgdr
           end-if.

           add 1 to NbComptesFgdr.

           move SoldeDeviseFgdr to SoldeDeviseFgdrAffiche.
           move QuotePartFgdr to QuotePartFgdrAffiche.

           if EcoleActive
               continue
           else
           move spaces to E-VueUniqueFgdr

           string
             "CPT;" delimited by size
             CodeBanqueFgdr delimited by size
             ";" delimited by size
             CodeClientFgdr delimited by space
             ";" delimited by size
             CodeBanqueFgdr delimited by size
             CodeGuichetFgdr delimited by size
             NoCompteFgdr delimited by size
             TypeCompteFgdr delimited by size
             ";" delimited by size
             DeviseFgdr delimited by size
             ";" delimited by size
             SoldeDeviseFgdrAffiche delimited by size
             ";" delimited by size
             NbTitulairesFgdr delimited by size
             ";" delimited by size
             QuotePartFgdrAffiche delimited by size
             ";" delimited by size
             ReglementeFgdr delimited by size
             into E-VueUniqueFgdr
           end-string

           write E-VueUniqueFgdr
           end-if.

      * --- Ligne du deposant : plafond sur les depots ordinaires,
      * rien d'indemnisable pour un deposant exclu ---

       EcrireDeposantFgdr.
           add 1 to NbDeposantsFgdr.

           if DeposantExcluFgdrPrecedent = "E"
               move 0 to IndemnisableFgdr
               move 0 to ExcedentFgdr
               add 1 to NbExclusFgdr
               add DepotsOrdinairesFgdr to TotalExclusFgdr
               add DepotsReglementesFgdr to TotalExclusFgdr
           else
               if DepotsOrdinairesFgdr > PlafondFgdr
                   move PlafondFgdr to IndemnisableFgdr
               else
                   move DepotsOrdinairesFgdr to IndemnisableFgdr
               end-if

               compute ExcedentFgdr =
               DepotsOrdinairesFgdr - IndemnisableFgdr

               add DepotsOrdinairesFgdr to TotalOrdinairesFgdr
               add DepotsReglementesFgdr to TotalReglementesFgdr
               add IndemnisableFgdr to TotalIndemnisableFgdr
               add ExcedentFgdr to TotalExcedentFgdr
           end-if.

           evaluate StatutClientFgdrPrecedent
               when "D"
                   add 1 to NbDecedesFgdr
               when "B"
                   add 1 to NbBloquesFgdr
           end-evaluate.

           move DepotsOrdinairesFgdr to OrdinairesFgdrAffiche.
           move DepotsReglementesFgdr to ReglementesFgdrAffiche.
           move IndemnisableFgdr to IndemnisableFgdrAffiche.
           move ExcedentFgdr to ExcedentFgdrAffiche.

           if EcoleActive
               continue
           else
           move spaces to E-VueUniqueFgdr

           string
             "DEP;" delimited by size
             CodeBanqueFgdrPrecedent delimited by size
             ";" delimited by size
             CodeClientFgdrPrecedent delimited by space
             ";" delimited by size
             NomFgdrPrecedent delimited by "  "
             ";" delimited by size
             PrenomFgdrPrecedent delimited by "  "
             ";" delimited by size
             DateNaissanceFgdrPrecedent delimited by size
             ";" delimited by size
             StatutClientFgdrPrecedent delimited by size
             ";" delimited by size
             DeposantExcluFgdrPrecedent delimited by size
             ";" delimited by size
             OrdinairesFgdrAffiche delimited by size
             ";" delimited by size
             ReglementesFgdrAffiche delimited by size
             ";" delimited by size
             IndemnisableFgdrAffiche delimited by size
             ";" delimited by size
             ExcedentFgdrAffiche delimited by size
             into E-VueUniqueFgdr
           end-string

           write E-VueUniqueFgdr
           end-if.

           perform ControlerIdentiteFgdr.

      * --- Identite incomplete : le fonds ne peut pas indemniser un
      * deposant sans nom, prenom, date de naissance ou adresse ---

       ControlerIdentiteFgdr.
           move spaces to AnomalieFgdr.

           if NomFgdrPrecedent = space
               string
                 AnomalieFgdr delimited by "  "
                 " nom" delimited by size
                 into AnomalieFgdr
               end-string
           end-if.

           if PrenomFgdrPrecedent = space
               string
                 AnomalieFgdr delimited by "  "
                 " prenom" delimited by size
                 into AnomalieFgdr
               end-string
           end-if.

           if DateNaissanceFgdrPrecedent = space
           or DateNaissanceFgdrPrecedent = zero
               string
                 AnomalieFgdr delimited by "  "
                 " naissance" delimited by size
                 into AnomalieFgdr
               end-string
           end-if.

           if LibelleVoieFgdrPrecedent = space
           or CodePostalFgdrPrecedent = space
           or VilleFgdrPrecedent = space
               string
                 AnomalieFgdr delimited by "  "
                 " adresse" delimited by size
                 into AnomalieFgdr
               end-string
           end-if.

           if AnomalieFgdr not = space
               add 1 to NbAnomaliesFgdr

               move spaces to E-AnomaliesFgdr

               string
                 CodeBanqueFgdrPrecedent delimited by size
                 ";" delimited by size
                 CodeClientFgdrPrecedent delimited by space
                 ";" delimited by size
                 NomFgdrPrecedent delimited by "  "
                 "; manque :" delimited by size
                 AnomalieFgdr delimited by "  "
                 into E-AnomaliesFgdr
               end-string

               write E-AnomaliesFgdr
           end-if.

      * --- Liste de controle : totaux du fichier ---

       EditerControleFgdr.
           move spaces to E-ControleFgdr.

           string
             "Vue unique FGDR - societe " delimited by size
             CodeSocieteCourant delimited by size
             " - arrete du " delimited by size
             DateFgdr delimited by size
             " - plafond " delimited by size
             PlafondFgdrAffiche delimited by size
             " EUR" delimited by size
             into E-ControleFgdr
           end-string.

           write E-ControleFgdr.

           move spaces to E-ControleFgdr.

           write E-ControleFgdr.

           move "Deposants (par banque)" to LibelleControleFgdr.
           move NbDeposantsFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

           move "Quotes-parts de comptes" to LibelleControleFgdr.
           move NbComptesFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

           move "Depots ordinaires (EUR)" to LibelleControleFgdr.
           move TotalOrdinairesFgdr to MontantControleFgdr.
           perform EcrireMontantControleFgdr.

           move "Epargne reglementee (EUR)" to LibelleControleFgdr.
           move TotalReglementesFgdr to MontantControleFgdr.
           perform EcrireMontantControleFgdr.

           move "Montant indemnisable (EUR)" to LibelleControleFgdr.
           move TotalIndemnisableFgdr to MontantControleFgdr.
           perform EcrireMontantControleFgdr.

           move "Excedent au-dela du plafond" to LibelleControleFgdr.
           move TotalExcedentFgdr to MontantControleFgdr.
           perform EcrireMontantControleFgdr.

           move "Deposants exclus" to LibelleControleFgdr.
           move NbExclusFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

           move "Depots des exclus (EUR)" to LibelleControleFgdr.
           move TotalExclusFgdr to MontantControleFgdr.
           perform EcrireMontantControleFgdr.

           move "Deposants decedes" to LibelleControleFgdr.
           move NbDecedesFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

           move "Deposants bloques" to LibelleControleFgdr.
           move NbBloquesFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

           move "Identites incompletes" to LibelleControleFgdr.
           move NbAnomaliesFgdr to NombreControleFgdr.
           perform EcrireNombreControleFgdr.

       EcrireNombreControleFgdr.
           move NombreControleFgdr to NombreControleFgdrAffiche.
           move spaces to E-ControleFgdr.

           string
             LibelleControleFgdr delimited by size
             NombreControleFgdrAffiche delimited by size
             into E-ControleFgdr
           end-string.

           write E-ControleFgdr.

       EcrireMontantControleFgdr.
           move MontantControleFgdr to MontantControleFgdrAffiche.
           move spaces to E-ControleFgdr.

           string
             LibelleControleFgdr delimited by size
             MontantControleFgdrAffiche delimited by size
             into E-ControleFgdr
           end-string.

           write E-ControleFgdr.

      * --- Production a la demande du fonds (menu) : meme etape, sa
      * ligne de pilotage datee du jour ---

       DemandeFichierFgdr.
           move "N" to Reponse.

           display " Produire la vue unique FGDR (o/N) : "
             line 1 col 1
             with no advancing.

           accept Reponse line 1 col 38.

           display M-EffaceQuestion.

           if Reponse = "o" or Reponse = "O"
               accept DateSysteme from date yyyymmdd

               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateTraitementBatch
               end-string

               move "FichierFgdr" to NomEtapeBatch

               perform DebuterEtapeBatch

               perform FichierFgdr

               move NbDeposantsFgdr to NbLignesEtape

               perform TerminerEtapeBatch

               display " Vue unique FGDR produite, voir la liste "
                 line 1 col 1
                 with no advancing

               accept Reponse line 1 col 43

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Suivi des designations de la Banque de France (etape de la
      * chaine de nuit) : chaque dossier de designation encore en
      * attente est liste avec sa date limite d'ouverture, ECHU une
      * fois la date limite atteinte
      **************************************************************************
       SuiviDroitAuCompte.
           move 0 to EotDac.
           move 0 to NbDesignationsSuivies.
           move 0 to NbDesignationsEchues.

           move DateTraitementBatch to DateJourDac.

           exec sql
               declare C-SuiviDac cursor for
                   select NoDossier, Nom, coalesce(Prenom, ' '),
                   ReferenceDesignation, DateDesignation,
                   DateLimiteOuverture
                   from DossierRelation
                   where TypeDossier = 'D'
                   and Statut = 'E'
                   and CodeSociete = :CodeSocieteCourant
                   order by DateLimiteOuverture, NoDossier
           end-exec.

           exec sql
             open C-SuiviDac
           end-exec.

           open output F-SuiviDroitAuCompte.

           move spaces to E-SuiviDroitAuCompte.

           string
             "Designations BdF en attente d'ouverture au "
             delimited by size
             DateJourDac delimited by size
             into E-SuiviDroitAuCompte
           end-string.

           write E-SuiviDroitAuCompte.

           perform SuiviDroitAuCompte-Trt until EotDac = 1.

           exec sql
             close C-SuiviDac
           end-exec.

           close F-SuiviDroitAuCompte.

           if NbDesignationsSuivies > 0
               move "SuiviDroitAuCompte" to NomEdition
               move "SuiviDroitAuCompte" to EtapeProductrice

               move "C:\Users\dugs\Documents\SuiviDroitAuCompte.txt"
               to CheminEdition

               move NbDesignationsSuivies to NbLignesEdition

               perform EnregistrerEdition
           end-if.

           string
             "Designations en attente " delimited by size
             NbDesignationsSuivies delimited by size
             " - Echues " delimited by size
             NbDesignationsEchues delimited by size
             into DetailActivite
           end-string.

       SuiviDroitAuCompte-Trt.
           exec sql
               fetch C-SuiviDac
               into :NoDossierDac, :NomDac, :PrenomDac,
               :ReferenceDac, :DateDesignationDac, :DateLimiteDac
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDac
           else
               add 1 to NbDesignationsSuivies

               if DateLimiteDac <= DateJourDac
                   move "ECHU" to SituationDac
                   add 1 to NbDesignationsEchues
               else
                   move "A OUVRIR" to SituationDac
               end-if

               move spaces to E-SuiviDroitAuCompte

               string
                 NoDossierDac delimited by size
                 ";" delimited by size
                 NomDac delimited by "  "
                 " " delimited by size
                 PrenomDac delimited by "  "
                 ";" delimited by size
                 ReferenceDac delimited by space
                 ";" delimited by size
                 DateDesignationDac delimited by size
                 ";" delimited by size
                 DateLimiteDac delimited by size
                 ";" delimited by size
                 SituationDac delimited by "  "
                 into E-SuiviDroitAuCompte
               end-string

               write E-SuiviDroitAuCompte
           end-if.

      **************************************************************************
      * Etat trimestriel du droit au compte (etape de fin de
      * trimestre de la chaine de fin de mois) : les designations
      * recues dans le trimestre, les comptes ouverts dans le
      * trimestre avec le delai en jours ouvres depuis la designation,
      * et les designations encore en attente ; totaux en pied d'etat
      **************************************************************************
       EtatDroitAuCompte.
           move 0 to EotDac.
           move 0 to NbLignesEtatDac.
           move 0 to NbDesignationsRecues.
           move 0 to NbComptesOuvertsDac.
           move 0 to NbOuverturesHorsDelai.
           move 0 to NbDesignationsAttente.
           move 0 to NbDesignationsRefusees.

           subtract 2 from MoisComptable giving MoisDebutTrimestreDac.

           string
             AnneeComptable delimited by size
             MoisDebutTrimestreDac delimited by size
             "01" delimited by size
             into DateDebutTrimestreDac
           end-string.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateFinTrimestreDac
           end-string.

           exec sql
               declare C-EtatDac cursor for
                   select NoDossier, Nom, coalesce(Prenom, ' '),
                   ReferenceDesignation, DateDesignation,
                   DateLimiteOuverture, Statut,
                   coalesce(DateDecision, ' ')
                   from DossierRelation
                   where TypeDossier = 'D'
                   and CodeSociete = :CodeSocieteCourant
                   and ((DateDesignation >= :DateDebutTrimestreDac
                   and DateDesignation <= :DateFinTrimestreDac)
                   or (DateDecision >= :DateDebutTrimestreDac
                   and DateDecision <= :DateFinTrimestreDac)
                   or Statut = 'E')
                   order by DateDesignation, NoDossier
           end-exec.

           exec sql
             open C-EtatDac
           end-exec.

           open output F-EtatDroitAuCompte.

           move spaces to E-EtatDroitAuCompte.

           string
             "Droit au compte - designations BdF du " delimited by size
             DateDebutTrimestreDac delimited by size
             " au " delimited by size
             DateFinTrimestreDac delimited by size
             into E-EtatDroitAuCompte
           end-string.

           write E-EtatDroitAuCompte.

           move spaces to E-EtatDroitAuCompte.

           string
             "Dossier;Nom;Reference;Designation;Limite;"
             delimited by size
             "Statut;Ouverture;Delai (jours ouvres);Situation"
             delimited by size
             into E-EtatDroitAuCompte
           end-string.

           write E-EtatDroitAuCompte.

           perform EtatDroitAuCompte-Trt until EotDac = 1.

           exec sql
             close C-EtatDac
           end-exec.

           move spaces to E-EtatDroitAuCompte.

           write E-EtatDroitAuCompte.

           move spaces to E-EtatDroitAuCompte.

           string
             "Designations recues " delimited by size
             NbDesignationsRecues delimited by size
             " - Comptes ouverts " delimited by size
             NbComptesOuvertsDac delimited by size
             " dont hors delai " delimited by size
             NbOuverturesHorsDelai delimited by size
             into E-EtatDroitAuCompte
           end-string.

           write E-EtatDroitAuCompte.

           move spaces to E-EtatDroitAuCompte.

           string
             "En attente " delimited by size
             NbDesignationsAttente delimited by size
             " - Refusees " delimited by size
             NbDesignationsRefusees delimited by size
             into E-EtatDroitAuCompte
           end-string.

           write E-EtatDroitAuCompte.

           close F-EtatDroitAuCompte.

           move "EtatDroitAuCompte" to NomEdition.
           move "EtatDroitAuCompte" to EtapeProductrice.

           move "C:\Users\dugs\Documents\EtatDroitAuCompte.txt"
           to CheminEdition.

           move NbLignesEtatDac to NbLignesEdition.

           perform EnregistrerEdition.

           string
             "Designations recues " delimited by size
             NbDesignationsRecues delimited by size
             " - Ouvertures " delimited by size
             NbComptesOuvertsDac delimited by size
             into DetailActivite
           end-string.

       EtatDroitAuCompte-Trt.
           exec sql
               fetch C-EtatDac
               into :NoDossierDac, :NomDac, :PrenomDac,
               :ReferenceDac, :DateDesignationDac, :DateLimiteDac,
               :StatutDossierDac, :DateDecisionDac
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotDac
           else
               perform EcrireLigneEtatDac
           end-if.

       EcrireLigneEtatDac.
           add 1 to NbLignesEtatDac.

           if DateDesignationDac >= DateDebutTrimestreDac
           and DateDesignationDac <= DateFinTrimestreDac
               add 1 to NbDesignationsRecues
           end-if.

           move 0 to NbJoursDelaiDac.
           move spaces to SituationDac.

           evaluate StatutDossierDac
               when "A"
                   perform CompterDelaiDac

                   if DateDecisionDac >= DateDebutTrimestreDac
                       add 1 to NbComptesOuvertsDac
                   end-if

                   if DateDecisionDac > DateLimiteDac
                       move "HORS DELAI" to SituationDac

                       if DateDecisionDac >= DateDebutTrimestreDac
                           add 1 to NbOuverturesHorsDelai
                       end-if
                   else
                       move "DANS LE DELAI" to SituationDac
                   end-if
               when "E"
                   add 1 to NbDesignationsAttente
                   move spaces to DateDecisionDac

                   if DateLimiteDac < DateFinTrimestreDac
                       move "ECHU" to SituationDac
                   else
                       move "A OUVRIR" to SituationDac
                   end-if
               when other
                   add 1 to NbDesignationsRefusees
                   move "REFUSE" to SituationDac
           end-evaluate.

           move spaces to E-EtatDroitAuCompte.

           string
             NoDossierDac delimited by size
             ";" delimited by size
             NomDac delimited by "  "
             " " delimited by size
             PrenomDac delimited by "  "
             ";" delimited by size
             ReferenceDac delimited by space
             ";" delimited by size
             DateDesignationDac delimited by size
             ";" delimited by size
             DateLimiteDac delimited by size
             ";" delimited by size
             StatutDossierDac delimited by size
             ";" delimited by size
             DateDecisionDac delimited by size
             ";" delimited by size
             NbJoursDelaiDac delimited by size
             ";" delimited by size
             SituationDac delimited by "  "
             into E-EtatDroitAuCompte
           end-string.

           write E-EtatDroitAuCompte.

      * --- Delai d'ouverture en jours ouvres : la date de designation
      * est avancee jour ouvre par jour ouvre jusqu'a l'ouverture
      * (borne a 99 jours) ---

       CompterDelaiDac.
           move 0 to NbJoursDelaiDac.
           move DateDesignationDac to DateAvanceeJours.

           perform AvancerDelaiDac
               until DateAvanceeJours >= DateDecisionDac
               or NbJoursDelaiDac >= 99.

       AvancerDelaiDac.
           add 1 to NbJoursDelaiDac.

           move DateDesignationDac to DateBaseCalcul.
           move NbJoursDelaiDac to NbJoursAvance.

           perform CalculerDateAvanceeOuvres.

      **************************************************************************
      * Declaration FICOBA (etape de la chaine de fin de mois) : les
      * lignes d'audit du mois sur la table Compte deviennent des
      * enregistrements de declaration - creation (pas d'ancienne
      * valeur), cloture (nouvelle valeur portant clos) ou
      * modification - avec l'identifiant de l'etablissement, puis la
      * liste de controle recapitule les comptages
      **************************************************************************
       DeclarationFicoba.
           move 0 to Eot.
           move 0 to NbDeclarationsFicoba.
           move 0 to NbCreFicoba.
           move 0 to NbCloFicoba.
           move 0 to NbModFicoba.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             into MoisFicoba
           end-string.

           open output F-DeclarationFicoba.

      * Seuls les evenements signaletiques sont declares : les
      * variations de solde, elles aussi auditees, n'y figurent pas

           exec sql
               declare C-Ficoba cursor for
                   select CleAudit, AncienneValeur, NouvelleValeur,
                   DateAudit
                   from Audit
                   where NomTable = 'CompteSignaletique'
                   and left(DateAudit, 6) = :MoisFicoba
                   order by DateAudit, CleAudit
           end-exec.

           exec sql
             open C-Ficoba
           end-exec.

           perform DeclarerUneLigneFicoba until Eot = 1.

           exec sql
             close C-Ficoba
           end-exec.

      * Liste de controle en queue de fichier

           move spaces to E-DeclarationFicoba.

           string
             "CONTROLE;CRE=" delimited by size
             NbCreFicoba delimited by size
             ";CLO=" delimited by size
             NbCloFicoba delimited by size
             ";MOD=" delimited by size
             NbModFicoba delimited by size
             ";TOTAL=" delimited by size
             NbDeclarationsFicoba delimited by size
             into E-DeclarationFicoba
           end-string.

           write E-DeclarationFicoba.

           close F-DeclarationFicoba.

       DeclarerUneLigneFicoba.
           exec sql
               fetch C-Ficoba
               into :CleAuditFicoba, :AncienneValeurFicoba,
               :NouvelleValeurFicoba, :DateAuditFicoba
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move NouvelleValeurFicoba(1:3)
               to TypeDeclarationFicoba

               evaluate TypeDeclarationFicoba
                   when "CRE"
                       add 1 to NbCreFicoba
                   when "CLO"
                       add 1 to NbCloFicoba
                   when other
                       move "MOD" to TypeDeclarationFicoba
                       add 1 to NbModFicoba
               end-evaluate

               if not EcoleActive
                   string
                     IdentifiantFicoba delimited by space
                     ";" delimited by size
                     TypeDeclarationFicoba delimited by size
                     ";" delimited by size
                     CleAuditFicoba delimited by space
                     ";" delimited by size
                     DateAuditFicoba delimited by size
                     into E-DeclarationFicoba
                   end-string

                   write E-DeclarationFicoba

                   add 1 to NbDeclarationsFicoba
               end-if
           end-if.

      **************************************************************************
      * Journee comptable : l'etat O/F vit dans la ligne
      * JOURNEE_COMPTABLE de la table Parametre - la fermeture est la
      * premiere etape de la chaine de nuit, l'ouverture la derniere,
      * et chaque chemin de saisie interactif la consulte avant de
      * poster
      **************************************************************************
       ControlerJourneeOuverte.

      * La chaine de nuit elle-meme poste journee fermee : seul
      * l'interactif est bloque

           if ModeBatchActif
               move "O" to StatutJournee
           else
               move "JOURNEE_COMPTABLE" to CodeParametre

               perform LireParametreTable

               if ParametreTrouve
                   move ValeurParametre(1:1) to StatutJournee
               else
                   move "O" to StatutJournee
               end-if
           end-if.

       FermetureJournee.
           move "F" to StatutJournee.

           perform BasculerJourneeComptable.

           perform ControlerJournauxNonVises.

      * --- Journaux operateurs des journees precedentes encore sans
      * visa : signales au journal des erreurs de la chaine, sans
      * bloquer la fermeture ---

       ControlerJournauxNonVises.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           move 0 to NbJournauxNonVises.

           exec sql
               select count(*)
               into :NbJournauxNonVises
               from JournalOperateur
               where Statut = 'N'
               and DateJournal < :DateComptableTexte
           end-exec.

           if sqlcode = 0 and NbJournauxNonVises > 0
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateErreurLigne of LigneErreurSql
               end-string

               move NomEtapeBatch
               to EtapeErreurLigne of LigneErreurSql

               move 0 to SqlCodeLigne of LigneErreurSql

               move "Journaux operateurs non vises"
               to LibelleErreurLigne of LigneErreurSql

               move spaces to CleErreurLigne of LigneErreurSql

               string
                 NbJournauxNonVises delimited by size
                 " journal(aux) anterieur(s) sans visa"
                 delimited by size
                 into CleErreurLigne of LigneErreurSql
               end-string

               write E-ErreursSql from LigneErreurSql
           end-if.

       OuvertureJournee.
           move "O" to StatutJournee.

           perform BasculerJourneeComptable.

       BasculerJourneeComptable.
           move 0 to NbJourneesBasculees.

           move "JOURNEE_COMPTABLE" to CodeParametre.

           perform LireParametreTable.

           if ParametreTrouve
               exec sql
                   update Parametre
                   set Valeur = :StatutJournee
                   where CodeParametre = 'JOURNEE_COMPTABLE'
               end-exec
           else
               exec sql
                   insert into Parametre (CodeParametre, Valeur)
                   values ('JOURNEE_COMPTABLE', :StatutJournee)
               end-exec
           end-if.

           if sqlcode not = 0
               move "Bascule de la journee comptable"
               to LibelleErreurSql
               move StatutJournee to CleErreurSql
               perform JournaliserErreurSql
           else
               move 1 to NbJourneesBasculees

               move "Parametre" to TableAudit
               move "JOURNEE_COMPTABLE" to CleAudit
               move spaces to AncienneValeurAudit
               move StatutJournee to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Consultation des archives : les comptes archives d'un client
      * (table CompteArchive), les mouvements historiques d'un compte
      * pour une annee (fichier HistoriqueMouvementAAAA), et la
      * reimpression de la periode archivee au format du releve
      **************************************************************************
       ConsultationArchives.
           perform SaisieArchive-Init.
           perform SaisieArchive-Trt until ChoixArchive = space.
           perform SaisieArchive-Fin.

       SaisieArchive-Init.
           move "" to ChoixArchive.

       SaisieArchive-Trt.
           move space to ChoixArchive.

           display M-Archive.

           accept ChoixArchive line 5 col 47.

           if ChoixArchive = "c" then
               move "C" to ChoixArchive
           end-if.

           if ChoixArchive = "m" then
               move "M" to ChoixArchive
           end-if.

           evaluate ChoixArchive
               when "C"
                   perform ComptesArchivesClient
               when "M"
                   perform MouvementsArchives
           end-evaluate.

       SaisieArchive-Fin.
           continue.

      * --- Comptes archives d'un client ---

       ComptesArchivesClient.
           move spaces to CodeClientArchive.

           display M-Archive-C.

           accept M-Archive-C.

           if CodeClientArchive not = space
               move CodeClientArchive to CodeClientConsulte
               move "ARC" to EcranConsultation

               perform JournaliserConsultation

               move 0 to Eot
               move 9 to NoLigneArchive

               exec sql
                   declare C-ComptesArchives cursor for
                       select CodeBanque, CodeGuichet, NoCompte,
                       TypeCompte, Debit, Credit, DateCloture
                       from CompteArchive
                       where CodeClient = :CodeClientArchive
                       order by CodeBanque, CodeGuichet, NoCompte
               end-exec

               exec sql
                 open C-ComptesArchives
               end-exec

               perform AfficherUnCompteArchive until Eot = 1

               exec sql
                 close C-ComptesArchives
               end-exec

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherUnCompteArchive.
           exec sql
               fetch C-ComptesArchives
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit, :Compte.DateCloture
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               compute SoldeProgressifArchive =
               Debit of Compte - Credit of Compte

               display CodeBanque of Compte
                 line NoLigneArchive col 2
               display CodeGuichet of Compte
                 line NoLigneArchive col 8
               display RacineCompte of CompteComplet of Compte
                 line NoLigneArchive col 14
               display TypeCompte of CompteComplet of Compte
                 line NoLigneArchive col 24
               display DateCloture of Compte
                 line NoLigneArchive col 28
               display SoldeProgressifArchive
                 line NoLigneArchive col 38

               add 1 to NoLigneArchive
           end-if.

      * --- Mouvements historiques d'un compte pour une annee : le
      * fichier HistoriqueMouvementAAAA est relu sequentiellement ---

       MouvementsArchives.
           initialize CompteArchiveDemande.

           move spaces to AnneeArchiveDemandee.
           move "N" to ReimpressionArchive.

           display M-Archive-M.

           accept M-Archive-M.

           if CodeBanqueArch not = space
           and AnneeArchiveDemandee not = space

      * Le titulaire du compte archive est celui de la consultation

               move spaces to CodeClientConsulte

               exec sql
                   select coalesce(max(CodeClient), ' ')
                   into :CodeClientConsulte
                   from CompteArchive
                   where CodeBanque = :CodeBanqueArch
                   and CodeGuichet = :CodeGuichetArch
                   and NoCompte = :NoCompteArch
                   and TypeCompte = :TypeCompteArch
               end-exec

               move "ARM" to EcranConsultation

               perform JournaliserConsultation

               perform RelireHistoriqueArchive

               display M-Archive-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       RelireHistoriqueArchive.
           move spaces to MessageArchive.

           string
             "C:\Users\dugs\Documents\HistoriqueMouvement"
             delimited by size
             AnneeArchiveDemandee delimited by space
             ".txt" delimited by size
             into CheminHistoriqueMouvement
           end-string.

           open input F-HistoriqueMouvement.

           if ReimpressionArchive = "o"
               move "O" to ReimpressionArchive
           end-if.

           if ReimpressionArchive = "O"
               open output F-ReleveArchive

               move spaces to E-ReleveArchive

               string
                 "Releve de la periode archivee " delimited by size
                 AnneeArchiveDemandee delimited by space
                 " - compte " delimited by size
                 NoCompteArch delimited by size
                 into E-ReleveArchive
               end-string

               write E-ReleveArchive
               write E-ReleveArchive from ReleveMvtEntete
           end-if.

           move 0 to Eof.
           move 0 to NbLignesArchiveLues.
           move 0 to NbLignesArchiveCompte.
           move 0 to SoldeProgressifArchive.
           move 15 to NoLigneArchive.

           perform LireUneLigneHistorique until Eof = 1.

           close F-HistoriqueMouvement.

           if ReimpressionArchive = "O"
               close F-ReleveArchive
           end-if.

           string
             "Lignes du compte sur la periode : " delimited by size
             NbLignesArchiveCompte delimited by size
             into MessageArchive
           end-string.

       LireUneLigneHistorique.
           read F-HistoriqueMouvement
               at end
                   move 1 to Eof
               not at end
                   perform ExaminerLigneHistorique
           end-read.

       ExaminerLigneHistorique.
           add 1 to NbLignesArchiveLues.

           initialize MouvementArchiveLu.

           unstring E-HistoriqueMouvement delimited by ";" into
               CodeBanqueMvtArch
               CodeGuichetMvtArch
               NoCompteMvtArch
               TypeCompteMvtArch
               DateMvtArch
               SensMvtArch
               MontantMvtArchTexte
               NatureMvtArch
           end-unstring.

           if CodeBanqueMvtArch = CodeBanqueArch
           and CodeGuichetMvtArch = CodeGuichetArch
           and NoCompteMvtArch = NoCompteArch
           and TypeCompteMvtArch = TypeCompteArch
               add 1 to NbLignesArchiveCompte

               if MontantMvtArchTexte numeric
                   move MontantMvtArchTexte to MontantMvtArch
               else
                   move 0 to MontantMvtArch
               end-if

               if SensMvtArch = "D"
                   add MontantMvtArch to SoldeProgressifArchive
               else
                   subtract MontantMvtArch
                   from SoldeProgressifArchive
               end-if

               if NbLignesArchiveCompte < 8
                   display DateMvtArch line NoLigneArchive col 2
                   display SensMvtArch line NoLigneArchive col 12
                   display NatureMvtArch line NoLigneArchive col 15
                   display MontantMvtArch line NoLigneArchive col 20

                   add 1 to NoLigneArchive
               end-if

               if ReimpressionArchive = "O"
                   move DateMvtArch to DateMouvementReleve
                   move DateMvtArch to DateValeurReleve
                   move SensMvtArch to SensMouvementReleve
                   move NatureMvtArch to NatureMouvementReleve
                   move MontantMvtArch to MontantMouvementReleve
                   move SoldeProgressifArchive
                   to SoldeProgressifReleve
                   move spaces to AnnulationReleve

                   write E-ReleveArchive from ReleveMvtDetail
               end-if
           end-if.

      **************************************************************************
      * Consultation de la piste d'audit : liste paginee (pause toutes
      * les quinze lignes, comme les listes maison), filtree par cle,
      * operateur, table et periode, valeurs avant/apres affichees, et
      * export du resultat filtre pour les auditeurs
      **************************************************************************
       ConsultationAudit.
           move spaces to FiltreCleAudit.
           move spaces to FiltreOperateurAudit.
           move spaces to FiltreTableAudit.
           move spaces to FiltreDateDebutAudit.
           move spaces to FiltreDateFinAudit.
           move "N" to ExportAuditActif.

           display M-Audit.

           accept M-Audit.

           if ExportAuditActif = "o"
               move "O" to ExportAuditActif
           end-if.

           if ExportAuditActif = "O"
               open output F-ExportAudit
           end-if.

           move 0 to Eot.
           move 0 to NbLignesAuditLues.
           move 13 to NoLigneAudit.

           exec sql
               declare C-PisteAudit cursor for
                   select NomTable, CleAudit, AncienneValeur,
                   NouvelleValeur, DateAudit, Operateur
                   from Audit
                   where (:FiltreCleAudit = ' '
                   or CleAudit = :FiltreCleAudit)
                   and (:FiltreOperateurAudit = ' '
                   or Operateur = :FiltreOperateurAudit)
                   and (:FiltreTableAudit = ' '
                   or NomTable = :FiltreTableAudit)
                   and (DateAudit >= :FiltreDateDebutAudit
                   or :FiltreDateDebutAudit = ' ')
                   and (DateAudit <= :FiltreDateFinAudit
                   or :FiltreDateFinAudit = ' ')
                   order by DateAudit, NomTable, CleAudit
           end-exec.

           exec sql
             open C-PisteAudit
           end-exec.

           perform AfficherUneLigneAudit until Eot = 1.

           exec sql
             close C-PisteAudit
           end-exec.

           if ExportAuditActif = "O"
               close F-ExportAudit
           end-if.

           display " Lignes relevees : "
             line 1 col 1
             with no advancing.

           display NbLignesAuditLues
             line 1 col 20
             with no advancing.

           accept Reponse Line 1 Col 40.

           display M-EffaceQuestion.

       AfficherUneLigneAudit.
           exec sql
               fetch C-PisteAudit
               into :TableAuditLue, :CleAuditLue,
               :AncienneValeurLue, :NouvelleValeurLue,
               :DateAuditLue, :OperateurAuditLu
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbLignesAuditLues

               display DateAuditLue line NoLigneAudit col 2
               display OperateurAuditLu line NoLigneAudit col 11
               display TableAuditLue line NoLigneAudit col 20
               display CleAuditLue(1:24) line NoLigneAudit col 36

               add 1 to NoLigneAudit

               display "   avant : " line NoLigneAudit col 2
                 with no advancing
               display AncienneValeurLue(1:30)
                 line NoLigneAudit col 13
               display "apres : " line NoLigneAudit col 45
                 with no advancing
               display NouvelleValeurLue(1:30)
                 line NoLigneAudit col 53

               add 1 to NoLigneAudit

      * Pause de pagination toutes les quinze lignes relevees

               if NoLigneAudit > 22
                   display " Suite... " line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 12

                   display M-EffaceQuestion

                   move 13 to NoLigneAudit
               end-if

               if ExportAuditActif = "O"
                   move spaces to E-ExportAudit

                   string
                     DateAuditLue delimited by size
                     ";" delimited by size
                     OperateurAuditLu delimited by space
                     ";" delimited by size
                     TableAuditLue delimited by space
                     ";" delimited by size
                     CleAuditLue delimited by space
                     ";" delimited by size
                     AncienneValeurLue delimited by space
                     ";" delimited by size
                     NouvelleValeurLue delimited by space
                     into E-ExportAudit
                   end-string

                   write E-ExportAudit
               end-if
           end-if.

      **************************************************************************
      * Gestionnaire d'editions : chaque etat produit est enregistre a
      * sa creation (EnregistrerEdition, appele par les producteurs),
      * l'ecran liste le registre et reimprime une edition en copiant
      * le fichier enregistre vers la sortie de reimpression
      **************************************************************************
       EnregistrerEdition.
           move 0 to NoEdition.

           exec sql
               select coalesce(max(NoEdition), 0) + 1
               into :Edition.NoEdition
               from Edition
           end-exec.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateProductionEdition
           end-string.

           exec sql
               insert into Edition
               (NoEdition, NomEdition, EtapeProductrice, Chemin,
                DateProduction, NbLignes)
               values
               (:Edition.NoEdition, :Edition.NomEdition,
                :Edition.EtapeProductrice, :Edition.CheminEdition,
                :Edition.DateProductionEdition,
                :Edition.NbLignesEdition)
           end-exec.

           if sqlcode not = 0
               move "Registre des editions" to LibelleErreurSql
               move NomEdition to CleErreurSql
               perform JournaliserErreurSql
           end-if.

       GestionEditions.
           perform SaisieEdition-Init.
           perform SaisieEdition-Trt until ChoixEdition = space.
           perform SaisieEdition-Fin.

       SaisieEdition-Init.
           move "" to ChoixEdition.

       SaisieEdition-Trt.
           move space to ChoixEdition.

           display M-Edition.

           accept ChoixEdition line 5 col 35.

           if ChoixEdition = "l" then
               move "L" to ChoixEdition
           end-if.

           if ChoixEdition = "r" then
               move "R" to ChoixEdition
           end-if.

           evaluate ChoixEdition
               when "L"
                   perform ListeEditions
               when "R"
                   perform ReimpressionEdition
           end-evaluate.

       SaisieEdition-Fin.
           continue.

       ListeEditions.
           move 0 to Eot.
           move 8 to NoLigneEdition.

           exec sql
               declare C-Editions cursor for
                   select top 15 NoEdition, NomEdition,
                   EtapeProductrice, DateProduction, NbLignes
                   from Edition
                   order by NoEdition desc
           end-exec.

           exec sql
             open C-Editions
           end-exec.

           perform AfficherUneEdition until Eot = 1.

           exec sql
             close C-Editions
           end-exec.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       AfficherUneEdition.
           exec sql
               fetch C-Editions
               into :Edition.NoEdition, :Edition.NomEdition,
               :Edition.EtapeProductrice,
               :Edition.DateProductionEdition,
               :Edition.NbLignesEdition
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               display NoEdition of Edition
                 line NoLigneEdition col 2
               display DateProductionEdition
                 line NoLigneEdition col 11
               display NomEdition line NoLigneEdition col 21
               display EtapeProductrice line NoLigneEdition col 45
               display NbLignesEdition line NoLigneEdition col 70

               add 1 to NoLigneEdition
           end-if.

      * --- Reimpression : le fichier enregistre est recopie ligne a
      * ligne vers la sortie de reimpression ---

       ReimpressionEdition.
           move 0 to NoEditionChoisie.

           display M-Edition-N.

           accept M-Edition-N.

           if NoEditionChoisie > 0
               move spaces to MessageEdition

               initialize Edition

               exec sql
                   select NomEdition, Chemin
                   into :Edition.NomEdition, :Edition.CheminEdition
                   from Edition
                   where NoEdition = :NoEditionChoisie
               end-exec

               if sqlcode not = 0
                   move "Edition inconnue du registre"
                   to MessageEdition
               else
                   perform CopierEditionSource
               end-if

               display M-Edition-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       CopierEditionSource.
           move CheminEdition to CheminEditionSource.

           open input F-EditionSource.

           if StatutFichierEditionSrc not = "00"
               move "Fichier de l'edition introuvable sur disque"
               to MessageEdition
           else
               open output F-Reimpression

               move 0 to Eof
               move 0 to NbLignesReimprimees

               perform CopierUneLigneEdition until Eof = 1

               close F-Reimpression
               close F-EditionSource

               string
                 "Edition recopiee, " delimited by size
                 NbLignesReimprimees delimited by size
                 " lignes" delimited by size
                 into MessageEdition
               end-string
           end-if.

       CopierUneLigneEdition.
           read F-EditionSource
               at end
                   move 1 to Eof
               not at end
                   write E-Reimpression from E-EditionSource

                   add 1 to NbLignesReimprimees
           end-read.

      **************************************************************************
      * Recherche d'operations : fourchette de montant, periode, sens
      * et nature sur les mouvements de la societe de la session ; le
      * resultat (numero de mouvement, compte, client) s'affiche pagine
      * et une ligne s'ouvre directement en fiche client ou en
      * contre-passation
      **************************************************************************
       RechercheOperations.
           move 0 to MontantMinRecherche.
           move 0 to MontantMaxRecherche.
           move spaces to DateDebutRecherche.
           move spaces to DateFinRecherche.
           move space to SensRecherche.
           move spaces to NatureRecherche.

           display M-Recherche.

           accept M-Recherche.

           if SensRecherche = "d"
               move "D" to SensRecherche
           end-if.

           if SensRecherche = "c"
               move "C" to SensRecherche
           end-if.

           move 0 to Eot.
           move 0 to NbMouvementsTrouves.
           move 10 to NoLigneRecherche.

           exec sql
               declare C-RechercheOps cursor for
                   select Mouvement.NoMouvement,
                   Mouvement.CodeBanque, Mouvement.CodeGuichet,
                   Mouvement.NoCompte, Mouvement.TypeCompte,
                   Mouvement.DateMouvement, Mouvement.Sens,
                   Mouvement.Nature, Mouvement.Montant,
                   Compte.CodeClient
                   from Mouvement
                   join Compte
                   on Compte.CodeBanque = Mouvement.CodeBanque
                   and Compte.CodeGuichet = Mouvement.CodeGuichet
                   and Compte.NoCompte = Mouvement.NoCompte
                   and Compte.TypeCompte = Mouvement.TypeCompte
                   where Mouvement.Montant >= :MontantMinRecherche
                   and (Mouvement.Montant <= :MontantMaxRecherche
                   or :MontantMaxRecherche = 0)
                   and (Mouvement.DateMouvement
                   >= :DateDebutRecherche
                   or :DateDebutRecherche = ' ')
                   and (Mouvement.DateMouvement <= :DateFinRecherche
                   or :DateFinRecherche = ' ')
                   and (Mouvement.Sens = :SensRecherche
                   or :SensRecherche = ' ')
                   and (Mouvement.Nature = :NatureRecherche
                   or :NatureRecherche = ' ')
                   and Compte.CodeSociete = :CodeSocieteCourant
                   order by Mouvement.DateMouvement,
                   Mouvement.NoMouvement
           end-exec.

           exec sql
             open C-RechercheOps
           end-exec.

           perform AfficherUneOperation until Eot = 1.

           exec sql
             close C-RechercheOps
           end-exec.

           perform OuvrirDepuisRecherche.

       AfficherUneOperation.
           exec sql
               fetch C-RechercheOps
               into :Mouvement.NoMouvement, :Mouvement.CodeBanque,
               :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.DateMouvement, :Mouvement.SensMouvement,
               :Mouvement.NatureMouvement, :Mouvement.Montant,
               :CodeClientRecherche
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbMouvementsTrouves

               move CodeClientRecherche to CodeClientConsulte
               move "OPE" to EcranConsultation

               perform JournaliserConsultation

               display NoMouvement of Mouvement
                 line NoLigneRecherche col 2
               display DateMouvement of Mouvement
                 line NoLigneRecherche col 13
               display SensMouvement of Mouvement
                 line NoLigneRecherche col 22
               display NatureMouvement of Mouvement
                 line NoLigneRecherche col 24
               display Montant of Mouvement
                 line NoLigneRecherche col 28
               display RacineCompte of CompteComplet of Mouvement
                 line NoLigneRecherche col 41
               display CodeClientRecherche(1:24)
                 line NoLigneRecherche col 52

               add 1 to NoLigneRecherche

      * Pagination : pause toutes les douze lignes

               if NoLigneRecherche > 22
                   display " Suite... " line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 12

                   display M-EffaceQuestion

                   move 10 to NoLigneRecherche
               end-if
           end-if.

      * --- Ouverture directe depuis le resultat : la fiche du client
      * porteur du mouvement choisi, ou la contre-passation ---

       OuvrirDepuisRecherche.
           move 0 to NoMouvementRecherche.

           display " No de mouvement a ouvrir (0 = retour) : "
             line 1 col 1
             with no advancing.

           accept NoMouvementRecherche line 1 col 43.

           display M-EffaceQuestion.

           if NoMouvementRecherche > 0
               display " (F)iche client ou (C)ontre-passation : "
                 line 1 col 1
                 with no advancing

               move space to ChoixRecherche

               accept ChoixRecherche line 1 col 42

               display M-EffaceQuestion

               if ChoixRecherche = "f"
                   move "F" to ChoixRecherche
               end-if

               if ChoixRecherche = "c"
                   move "C" to ChoixRecherche
               end-if

               evaluate ChoixRecherche
                   when "F"
                       perform OuvrirFicheDepuisRecherche
                   when "C"
                       perform OuvrirContrePassationRecherche
               end-evaluate
           end-if.

      * --- Contre-passation directe du mouvement choisi : le compte
      * et le numero sont repris de la ligne de resultat, les
      * controles et la confirmation habituels s'appliquent ---

       OuvrirContrePassationRecherche.
           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               display " Journee comptable fermee, saisie refusee "
                 line 1 col 1
                 with no advancing

               accept Reponse line 1 col 44

               display M-EffaceQuestion
           else
               exec sql
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte
                   into :Mouvement.CodeBanque,
                   :Mouvement.CodeGuichet,
                   :Mouvement.CompteComplet.RacineCompte,
                   :Mouvement.CompteComplet.TypeCompte
                   from Mouvement
                   where NoMouvement = :NoMouvementRecherche
               end-exec

               if sqlcode = 0
                   move NoMouvementRecherche to NoMouvementChoisi

                   perform ControlerContrePassation
               end-if
           end-if.

       OuvrirFicheDepuisRecherche.
           move space to CodeClientRecherche.

           exec sql
               select Compte.CodeClient
               into :CodeClientRecherche
               from Mouvement
               join Compte
               on Compte.CodeBanque = Mouvement.CodeBanque
               and Compte.CodeGuichet = Mouvement.CodeGuichet
               and Compte.NoCompte = Mouvement.NoCompte
               and Compte.TypeCompte = Mouvement.TypeCompte
               where Mouvement.NoMouvement = :NoMouvementRecherche
           end-exec.

           if sqlcode = 0
               move CodeClientRecherche to CodeClient of CLIENT

               perform AfficherFicheClient
           end-if.

      **************************************************************************
      * Alertes de solde : abonnement par compte avec un seuil, et
      * passe de nuit juste apres la photo des soldes - le solde du
      * jour sous le seuil depose le message dans l'outbox du client,
      * les abonnes sans Email partant sur la liste d'exceptions
      **************************************************************************
       GestionAlertesSolde.
           perform SaisieAlerte-Init.
           perform SaisieAlerte-Trt until ChoixAlerte = space.
           perform SaisieAlerte-Fin.

       SaisieAlerte-Init.
           move "" to ChoixAlerte.

       SaisieAlerte-Trt.
           move space to ChoixAlerte.

           display M-Alerte.

           accept ChoixAlerte line 5 col 39.

           if ChoixAlerte = "a" then
               move "A" to ChoixAlerte
           end-if.

           if ChoixAlerte = "s" then
               move "S" to ChoixAlerte
           end-if.

           evaluate ChoixAlerte
               when "A"
                   perform AbonnementAlerteSolde
               when "S"
                   perform SuppressionAlerteSolde
           end-evaluate.

       SaisieAlerte-Fin.
           continue.

       AbonnementAlerteSolde.
           initialize AbonnementAlerte.

           display M-Alerte-E.

           accept M-Alerte-E.

           if CodeBanqueAlerte not = space
               perform EnregistrerAbonnementAlerte

               display M-Alerte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Abonnement d'un compte ouvert (AbonnementAlerte) ---

       EnregistrerAbonnementAlerte.
           move spaces to MessageAlerte.
           move "N" to AbonnementEnregistre.

           move 0 to NbOccurrencesRib.

           exec sql
               select count(*)
               into :NbOccurrencesRib
               from Compte
               where CodeBanque =
               :AbonnementAlerte.CodeBanqueAlerte
               and CodeGuichet =
               :AbonnementAlerte.CodeGuichetAlerte
               and NoCompte = :AbonnementAlerte.NoCompteAlerte
               and TypeCompte =
               :AbonnementAlerte.TypeCompteAlerte
               and StatutCompte <> 'C'
           end-exec.

           if NbOccurrencesRib = 0
               move "Compte introuvable ou clos" to MessageAlerte
           else
               move "A" to StatutAbonnement

               exec sql
                   insert into AbonnementAlerte
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    Seuil, Statut)
                   values
                   (:AbonnementAlerte.CodeBanqueAlerte,
                    :AbonnementAlerte.CodeGuichetAlerte,
                    :AbonnementAlerte.NoCompteAlerte,
                    :AbonnementAlerte.TypeCompteAlerte,
                    :AbonnementAlerte.SeuilAlerte,
                    :AbonnementAlerte.StatutAbonnement)
               end-exec

               if sqlcode not = 0
                   move "Abonnement alerte de solde"
                   to LibelleErreurSql
                   move NoCompteAlerte to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de l'abonnement" to MessageAlerte
               else
                   move "O" to AbonnementEnregistre
                   move "Abonnement enregistre" to MessageAlerte
               end-if
           end-if.

       SuppressionAlerteSolde.
           initialize AbonnementAlerte.

           display M-Alerte-E.

           accept M-Alerte-E.

           if CodeBanqueAlerte not = space
               exec sql
                   update AbonnementAlerte set Statut = 'S'
                   where CodeBanque =
                   :AbonnementAlerte.CodeBanqueAlerte
                   and CodeGuichet =
                   :AbonnementAlerte.CodeGuichetAlerte
                   and NoCompte = :AbonnementAlerte.NoCompteAlerte
                   and TypeCompte =
                   :AbonnementAlerte.TypeCompteAlerte
                   and Statut = 'A'
               end-exec

               if sqlcode not = 0
                   move "Abonnement introuvable" to MessageAlerte
               else
                   move "Abonnement supprime" to MessageAlerte
               end-if

               display M-Alerte-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Passe de nuit, juste apres la photo des soldes ---

       AlertesSolde.
           move 0 to Eot.
           move 0 to NbAlertesSoldeEmises.
           move 0 to ExceptionsAlerteOuvert.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateSoldeJournalier
           end-string.

           exec sql
               declare C-AlertesSolde cursor for
                   select a.CodeBanque, a.CodeGuichet, a.NoCompte,
                   a.TypeCompte, a.Seuil, s.Debit - s.Credit,
                   c.CodeClient, cl.Email
                   from AbonnementAlerte a
                   join SoldeJournalier s
                   on s.CodeBanque = a.CodeBanque
                   and s.CodeGuichet = a.CodeGuichet
                   and s.NoCompte = a.NoCompte
                   and s.TypeCompte = a.TypeCompte
                   and s.DateSolde = :DateSoldeJournalier
                   join Compte c
                   on c.CodeBanque = a.CodeBanque
                   and c.CodeGuichet = a.CodeGuichet
                   and c.NoCompte = a.NoCompte
                   and c.TypeCompte = a.TypeCompte
                   join Client cl
                   on cl.CodeClient = c.CodeClient
                   where a.Statut = 'A'
                   and s.Debit - s.Credit < a.Seuil
                   and c.CodeSociete = :CodeSocieteCourant
                   order by a.CodeBanque, a.CodeGuichet, a.NoCompte
           end-exec.

           exec sql
             open C-AlertesSolde
           end-exec.

           perform EmettreUneAlerteSolde until Eot = 1.

           exec sql
             close C-AlertesSolde
           end-exec.

           if ExceptionsAlerteOuvert = 1
               close F-AlertesSansEmail
           end-if.

       EmettreUneAlerteSolde.
           exec sql
               fetch C-AlertesSolde
               into :AbonnementAlerte.CodeBanqueAlerte,
               :AbonnementAlerte.CodeGuichetAlerte,
               :AbonnementAlerte.NoCompteAlerte,
               :AbonnementAlerte.TypeCompteAlerte,
               :AbonnementAlerte.SeuilAlerte,
               :SoldeJourAlerte, :Client.CodeClient, :EmailAlerte
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               move SoldeJourAlerte to SoldeAlerteAffiche
               move SeuilAlerte to SeuilAlerteAffiche

               if EmailAlerte not = space and not EcoleActive
                   string
                     "Alerte-" delimited by size
                     CodeClient of CLIENT delimited by space
                     ".txt" delimited by size
                     into NomFichierOutbox
                   end-string

                   string
                     CheminOutbox delimited by space
                     "\" delimited by size
                     NomFichierOutbox delimited by space
                     into CheminReleveOutbox
                   end-string

                   open output F-ReleveOutbox

                   move spaces to E-ReleveOutbox

                   string
                     "ALERTE DE SOLDE - COMPTE " delimited by size
                     NoCompteAlerte delimited by size
                     " SOLDE " delimited by size
                     SoldeAlerteAffiche delimited by size
                     " SOUS LE SEUIL " delimited by size
                     SeuilAlerteAffiche delimited by size
                     into E-ReleveOutbox
                   end-string

                   write E-ReleveOutbox

                   close F-ReleveOutbox

      * Depot indexe et enregistre au registre des editions

                   open extend F-IndexOutbox

                   string
                     CodeClient of CLIENT delimited by space
                     ";" delimited by size
                     EmailAlerte delimited by space
                     ";" delimited by size
                     NomFichierOutbox delimited by space
                     into E-IndexOutbox
                   end-string

                   write E-IndexOutbox

                   close F-IndexOutbox

                   move NomFichierOutbox to NomEdition
                   move "AlertesSolde" to EtapeProductrice
                   move CheminReleveOutbox to CheminEdition
                   move 1 to NbLignesEdition

                   perform EnregistrerEdition

                   add 1 to NbAlertesSoldeEmises
               else
                   if ExceptionsAlerteOuvert = 0
                       open output F-AlertesSansEmail

                       move 1 to ExceptionsAlerteOuvert
                   end-if

                   string
                     CodeClient of CLIENT delimited by space
                     ";" delimited by size
                     NoCompteAlerte delimited by size
                     ";ABONNE SANS EMAIL, ALERTE NON DELIVREE"
                     delimited by size
                     into E-AlertesSansEmail
                   end-string

                   write E-AlertesSansEmail
               end-if
           end-if.

      **************************************************************************
      * Reconstruction des cumuls mensuels depuis l'historique des
      * mouvements (utilitaire apres incident) : la table est videe
      * puis regeneree en une requete d'agregation
      **************************************************************************
       ReconstruireCumulsMensuels.
           display
             " Reconstruire les cumuls depuis Mouvement (o/N) : "
             line 1 col 1
             with no advancing.

           move "N" to Reponse.

           accept Reponse line 1 col 52.

           display M-EffaceQuestion.

           perform ReconstruireCumulsMensuels-Trt.

      **************************************************************************
      * Reevaluation mensuelle des comptes en devises (etape de la
      * chaine de fin de mois) : contre-valeur EUR au dernier cours,
      * ecart de change contre le dernier arrete poste en nature CHG
      * sur le compte de position de la devise, contre-valeur avancee
      * seulement si l'ecart est comptabilise, rapport par banque et
      * devise
      **************************************************************************
       ReevaluationDevises.
           move 0 to Eot.
           move 0 to NbComptesReevalues.
           move 0 to NbEcartsChangeKo.
           move 0 to RapportReevalOuvert.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           exec sql
               declare C-Reevaluation cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit, Devise
                   from Compte
                   where StatutCompte <> 'C'
                   and Devise <> 'EUR'
                   and Devise <> ' '
                   and TypeCompte <> '99'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, Devise, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-Reevaluation
           end-exec.

           perform ReevaluerUnCompte until Eot = 1.

           exec sql
             close C-Reevaluation
           end-exec.

           if RapportReevalOuvert = 1
               close F-RapportReevaluation
           end-if.

       ReevaluerUnCompte.
           exec sql
               fetch C-Reevaluation
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit, :Compte.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               perform CalculerEcartChange
           end-if.

       CalculerEcartChange.
           move Devise of Compte to DeviseReevaluee.

      * Dernier cours connu de la devise

           move 0 to TauxReevaluation.

           exec sql
               select top 1 Taux
               into :TauxReevaluation
               from TauxChange
               where Devise = :DeviseReevaluee
               order by DateTaux desc
           end-exec.

           if sqlcode not = 0 or TauxReevaluation = 0
               add 1 to NbEcartsChangeKo
           else
               compute SoldeDeviseReev =
               Debit of Compte - Credit of Compte

               compute ContreValeurJour rounded =
               SoldeDeviseReev * TauxReevaluation

               move 0 to ContreValeurPrecedente

               exec sql
                   select ContreValeur
                   into :ContreValeurPrecedente
                   from ReevaluationCompte
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte = :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
               end-exec

      * Premier arrete du compte : la contre-valeur est semee sans
      * rien poster, l'ecart ne se mesure qu'entre deux arretes

               if sqlcode not = 0
                   exec sql
                       insert into ReevaluationCompte
                       (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                        ContreValeur, DateArrete)
                       values
                       (:Compte.CodeBanque, :Compte.CodeGuichet,
                        :Compte.CompteComplet.RacineCompte,
                        :Compte.CompteComplet.TypeCompte,
                        :ContreValeurJour, :DateComptableTexte)
                   end-exec
               else
                   compute EcartChange =
                   ContreValeurJour - ContreValeurPrecedente

                   if EcartChange = 0
                       continue
                   else
                       perform ComptabiliserEcartChange
                   end-if
               end-if
           end-if.

      * --- L'ecart est poste sur le compte de position de la devise
      * (credit quand la position s'apprecie, debit sinon), et la
      * contre-valeur n'est arretee qu'apres ---

       ComptabiliserEcartChange.
           move DeviseReevaluee to DevisePosition.

           move CodeBanque of Compte to CodeBanque of Mouvement.
           move CodeGuichet of Compte to CodeGuichet of Mouvement.

           move RacinePositionDevise
           to RacineCompte of CompteComplet of Mouvement.

           move "99" to TypeCompte of CompteComplet of Mouvement.

           move DeviseReevaluee to DeviseCompteTechnique.
           move CodeSocieteCourant to CodeSocieteTechnique.

           perform ClePosteCourant.

           perform AssurerCompteTechnique.

           move "CHG" to NatureMouvement of Mouvement.

           if EcartChange > 0
               move EcartChange to EcartChangeAbsolu
           else
               compute EcartChangeAbsolu = 0 - EcartChange
           end-if.

           move EcartChangeAbsolu to MontantOperationCourante.

           move "O" to ExecutionSaisieEnCours.

           if EcartChange > 0
               perform PosterCreditCompteCourant
           else
               perform PosterDebitCompteCourant
           end-if.

           move "N" to ExecutionSaisieEnCours.

           if not PosteOk
               add 1 to NbEcartsChangeKo

               move "Reevaluation (ecart de change)"
               to LibelleErreurSql
               move RacinePositionDevise to CleErreurSql
               perform JournaliserErreurSql
           else
               exec sql
                   update ReevaluationCompte
                   set ContreValeur = :ContreValeurJour,
                   DateArrete = :DateComptableTexte
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte =
                   :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
               end-exec

               if sqlcode not = 0
                   exec sql
                       insert into ReevaluationCompte
                       (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                        ContreValeur, DateArrete)
                       values
                       (:Compte.CodeBanque, :Compte.CodeGuichet,
                        :Compte.CompteComplet.RacineCompte,
                        :Compte.CompteComplet.TypeCompte,
                        :ContreValeurJour, :DateComptableTexte)
                   end-exec
               end-if

               add 1 to NbComptesReevalues

               perform EcrireLigneReevaluation
           end-if.

       EcrireLigneReevaluation.
           if RapportReevalOuvert = 0
               open output F-RapportReevaluation

               move 1 to RapportReevalOuvert
           end-if.

           move EcartChange to EcartChangeAffiche.

           string
             CodeBanque of Compte delimited by size
             ";" delimited by size
             DeviseReevaluee delimited by size
             ";" delimited by size
             RacineCompte of CompteComplet of Compte
             delimited by size
             ";ECART=" delimited by size
             EcartChangeAffiche delimited by size
             ";TAUX=" delimited by size
             TauxReevaluation delimited by size
             into E-RapportReevaluation
           end-string.

           write E-RapportReevaluation.

      **************************************************************************
      * Virement inter-societes : quatre ecritures en nature VIT (le
      * client emetteur, le compte de liaison de sa societe vers la
      * societe en face, le compte de liaison miroir, le client
      * destinataire), chaque patte controlee et l'operation arretee
      * au premier echec - les cadres de controle des deux societes
      * restent equilibres et rien ne passe par la remise SEPA
      **************************************************************************
       VirementInterSocietes.
           initialize CompteSourceIs CompteDestIs.

           move spaces to CodeSocieteSourceIs.
           move spaces to CodeSocieteDestIs.
           move 0 to MontantInterSoc.

           display M-InterSoc.

           accept M-InterSoc.

           if CodeSocieteSourceIs not = space
               perform ControlerVirementInterSoc

               display M-InterSoc-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerVirementInterSoc.
           move spaces to MessageInterSoc.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageInterSoc
               when CodeSocieteSourceIs = CodeSocieteDestIs
                   move "Memes societes : passer au virement interne"
                   to MessageInterSoc
               when MontantInterSoc = 0
                   move "Montant du virement invalide"
                   to MessageInterSoc
           end-evaluate.

      * Le compte source doit appartenir a la societe emettrice et
      * couvrir le montant (decouvert compris)

           if MessageInterSoc = space
               move 0 to DecouvertAutoriseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise
                   into :Compte.Debit, :Compte.Credit,
                        :DecouvertAutoriseSource
                   from Compte
                   where CodeBanque = :CompteSourceIs.CodeBanqueSrcIs
                   and CodeGuichet =
                   :CompteSourceIs.CodeGuichetSrcIs
                   and NoCompte = :CompteSourceIs.NoCompteSrcIs
                   and TypeCompte = :CompteSourceIs.TypeCompteSrcIs
                   and CodeSociete = :CodeSocieteSourceIs
                   and StatutCompte <> 'C'
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Compte source introuvable dans sa societe"
                       to MessageInterSoc
                   when (Credit of Compte + MontantInterSoc)
                   > (Debit of Compte + DecouvertAutoriseSource)
                       move "Provision insuffisante" to MessageInterSoc
               end-evaluate
           end-if.

           if MessageInterSoc = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Compte
                   where CodeBanque = :CompteDestIs.CodeBanqueDstIs
                   and CodeGuichet = :CompteDestIs.CodeGuichetDstIs
                   and NoCompte = :CompteDestIs.NoCompteDstIs
                   and TypeCompte = :CompteDestIs.TypeCompteDstIs
                   and CodeSociete = :CodeSocieteDestIs
                   and StatutCompte <> 'C'
               end-exec

               if NbOccurrencesRib = 0
                   move
                   "Compte destinataire introuvable dans sa societe"
                   to MessageInterSoc
               end-if
           end-if.

           if MessageInterSoc = space
               perform PosterVirementInterSoc
           end-if.

      * --- Les quatre pattes, arretees au premier echec ---

       PosterVirementInterSoc.
           move MontantInterSoc to MontantOperationCourante.
           move "VIT" to NatureMouvement of Mouvement.

      * 1. Debit du client emetteur

           move CodeBanqueSrcIs to CodeBanque of Mouvement.
           move CodeGuichetSrcIs to CodeGuichet of Mouvement.

           move NoCompteSrcIs
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteSrcIs
           to TypeCompte of CompteComplet of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageInterSoc
           else
               perform PosterLiaisonSourceIs
           end-if.

      * 2. Credit du compte de liaison de l'emettrice vers la societe
      * en face

       PosterLiaisonSourceIs.
           move CodeSocieteDestIs to SocieteLiaisonIs.

           move CodeBanqueSrcIs to CodeBanque of Mouvement.
           move CodeGuichetSrcIs to CodeGuichet of Mouvement.

           move RacineLiaisonIs
           to RacineCompte of CompteComplet of Mouvement.

           move "98" to TypeCompte of CompteComplet of Mouvement.

           move "EUR" to DeviseCompteTechnique.
           move CodeSocieteSourceIs to CodeSocieteTechnique.

           perform ClePosteCourant.

           perform AssurerCompteTechnique.

           move "VIT" to NatureMouvement of Mouvement.

           perform PosterCreditCompteCourant.

           if not PosteOk
               move "Patte liaison emettrice en echec, a regulariser"
               to MessageInterSoc
           else
               perform PosterLiaisonDestIs
           end-if.

      * 3. Debit du compte de liaison miroir de la destinataire

       PosterLiaisonDestIs.
           move CodeSocieteSourceIs to SocieteLiaisonIs.

           move CodeBanqueDstIs to CodeBanque of Mouvement.
           move CodeGuichetDstIs to CodeGuichet of Mouvement.

           move RacineLiaisonIs
           to RacineCompte of CompteComplet of Mouvement.

           move "98" to TypeCompte of CompteComplet of Mouvement.

           move "EUR" to DeviseCompteTechnique.
           move CodeSocieteDestIs to CodeSocieteTechnique.

           perform ClePosteCourant.

           perform AssurerCompteTechnique.

           move "VIT" to NatureMouvement of Mouvement.

           move "O" to ExecutionSaisieEnCours.

           perform PosterDebitCompteCourant.

           move "N" to ExecutionSaisieEnCours.

           if not PosteOk
               move
               "Patte liaison destinataire en echec, a regulariser"
               to MessageInterSoc
           else
               perform PosterClientDestIs
           end-if.

      * 4. Credit du client destinataire

       PosterClientDestIs.
           move CodeBanqueDstIs to CodeBanque of Mouvement.
           move CodeGuichetDstIs to CodeGuichet of Mouvement.

           move NoCompteDstIs
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteDstIs
           to TypeCompte of CompteComplet of Mouvement.

           move "VIT" to NatureMouvement of Mouvement.

           perform PosterCreditCompteCourant.

           if not PosteOk
               move "Patte destinataire en echec, a regulariser"
               to MessageInterSoc
           else
               move "Virement inter-societes denoue"
               to MessageInterSoc
           end-if.

      **************************************************************************
      * Releve CFONB 120 d'un client entreprise : pour chaque compte,
      * l'ancien solde (01), un enregistrement 04 par mouvement avec
      * le code operation interbancaire et la date de valeur, et le
      * nouveau solde (07), en enregistrements fixes de 120 caracteres
      * deposes dans l'outbox
      **************************************************************************
       EditionReleveCfonb.
           string
             "Cfonb-" delimited by size
             CodeClient of CLIENT delimited by space
             ".txt" delimited by size
             into NomFichierOutbox
           end-string.

           string
             CheminOutbox delimited by space
             "\" delimited by size
             NomFichierOutbox delimited by space
             into CheminReleveOutbox
           end-string.

           open output F-ReleveOutbox.

           move 0 to EotCfonbComptes.

           exec sql
               declare C-CfonbComptes cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, Debit, Credit, Devise
                   from Compte
                   where CodeClient = :Client.CodeClient
                   and StatutCompte <> 'C'
                   and CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-CfonbComptes
           end-exec.

           perform EditerUnCompteCfonb until EotCfonbComptes = 1.

           exec sql
             close C-CfonbComptes
           end-exec.

           close F-ReleveOutbox.

           string
             CodeClient of CLIENT delimited by space
             ";" delimited by size
             EmailReleve delimited by space
             ";" delimited by size
             NomFichierOutbox delimited by space
             into E-IndexOutbox
           end-string.

           write E-IndexOutbox.

           add 1 to NbRelevesCfonb.

       EditerUnCompteCfonb.
           exec sql
               fetch C-CfonbComptes
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit, :Compte.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCfonbComptes
           else
               perform EcrireCompteCfonb
           end-if.

       EcrireCompteCfonb.

      * Ancien solde : solde courant moins le net des mouvements

           move 0 to TotalMouvementDebit.
           move 0 to TotalMouvementCredit.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementDebit
               from Mouvement
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and Sens = 'D'
           end-exec.

           exec sql
               select coalesce(sum(Montant), 0)
               into :TotalMouvementCredit
               from Mouvement
               where CodeBanque = :Compte.CodeBanque
               and CodeGuichet = :Compte.CodeGuichet
               and NoCompte = :Compte.CompteComplet.RacineCompte
               and TypeCompte = :Compte.CompteComplet.TypeCompte
               and Sens = 'C'
           end-exec.

           compute SoldeCfonb =
           Debit of Compte - Credit of Compte
           - TotalMouvementDebit + TotalMouvementCredit.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

      * Enregistrement 01 : ancien solde

           initialize EnregCfonb.

           move "01" to CodeEnregCfonb.
           move CodeBanque of Compte to CodeBanqueCfonb.
           move CodeGuichet of Compte to CodeGuichetCfonb.
           move Devise of Compte to DeviseCfonb.

           string
             RacineCompte of CompteComplet of Compte
             delimited by size
             TypeCompte of CompteComplet of Compte
             delimited by size
             into NoCompteCfonb
           end-string.

           move DateComptableTexte to DateCfonb.

           perform PoserMontantCfonb.

           move "ANCIEN SOLDE" to LibelleCfonb.

           write E-ReleveOutbox from EnregCfonbX.

      * Enregistrements 04 : les mouvements

           move 0 to EotCfonbMvts.

           exec sql
               declare C-CfonbMvts cursor for
                   select DateMouvement, DateValeur, Sens, Montant,
                   Nature
                   from Mouvement
                   where CodeBanque = :Compte.CodeBanque
                   and CodeGuichet = :Compte.CodeGuichet
                   and NoCompte =
                   :Compte.CompteComplet.RacineCompte
                   and TypeCompte =
                   :Compte.CompteComplet.TypeCompte
                   order by DateMouvement, DateValeur
           end-exec.

           exec sql
             open C-CfonbMvts
           end-exec.

           perform EcrireMouvementCfonb until EotCfonbMvts = 1.

           exec sql
             close C-CfonbMvts
           end-exec.

      * Enregistrement 07 : nouveau solde

           compute SoldeCfonb = Debit of Compte - Credit of Compte.

           move "07" to CodeEnregCfonb.
           move spaces to CodeOpInterbancaire.
           move DateComptableTexte to DateCfonb.
           move DateComptableTexte to DateValeurCfonb.

           perform PoserMontantCfonb.

           move "NOUVEAU SOLDE" to LibelleCfonb.

           write E-ReleveOutbox from EnregCfonbX.

       EcrireMouvementCfonb.
           exec sql
               fetch C-CfonbMvts
               into :Mouvement.DateMouvement, :Mouvement.DateValeur,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotCfonbMvts
           else
               move "04" to CodeEnregCfonb

      * Code operation interbancaire depuis la nature maison

               evaluate NatureMouvement of Mouvement
                   when "VIR"
                       move "18" to CodeOpInterbancaire
                   when "PRL"
                       move "80" to CodeOpInterbancaire
                   when "CHQ"
                       move "07" to CodeOpInterbancaire
                   when "RMC"
                       move "04" to CodeOpInterbancaire
                   when "CBO"
                   when "CBD"
                       move "22" to CodeOpInterbancaire
                   when other
                       move "99" to CodeOpInterbancaire
               end-evaluate

               move DateMouvement of Mouvement to DateCfonb
               move DateValeur of Mouvement to DateValeurCfonb
               move NatureMouvement of Mouvement to LibelleCfonb
               move Montant of Mouvement to MontantCfonb

               if SensMouvement of Mouvement = "D"
                   move "C" to SensCfonb
               else
                   move "D" to SensCfonb
               end-if

               write E-ReleveOutbox from EnregCfonbX
           end-if.

      * --- Montant et sens d'un enregistrement de solde ---

       PoserMontantCfonb.
           if SoldeCfonb < 0
               compute MontantCfonb = 0 - SoldeCfonb

               move "D" to SensCfonb
           else
               move SoldeCfonb to MontantCfonb

               move "C" to SensCfonb
           end-if.

      **************************************************************************
      * Liens entre clients : creation et fin de lien (conjoint C,
      * parent/mineur P, tuteur/curatelle T) avec dates de validite et
      * audit ; la fiche client rappelle les personnes liees et un
      * lien de tutelle actif route les gros debits du protege vers
      * la file d'approbation
      **************************************************************************
       GestionLiensClients.
           perform SaisieLien-Init.
           perform SaisieLien-Trt until ChoixLien = space.
           perform SaisieLien-Fin.

       SaisieLien-Init.
           move "" to ChoixLien.

       SaisieLien-Trt.
           move space to ChoixLien.

           display M-Lien.

           accept ChoixLien line 5 col 37.

           if ChoixLien = "c" then
               move "C" to ChoixLien
           end-if.

           if ChoixLien = "f" then
               move "F" to ChoixLien
           end-if.

           evaluate ChoixLien
               when "C"
                   perform CreationLienClient
               when "F"
                   perform FinLienClient
           end-evaluate.

       SaisieLien-Fin.
           continue.

       CreationLienClient.
           initialize LienClient.

           display M-Lien-E.

           accept M-Lien-E.

           if CodeClientLien1 not = space
               perform ControlerCreationLien

               display M-Lien-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationLien.
           move spaces to MessageLien.

           if RoleLien = "c"
               move "C" to RoleLien
           end-if.

           if RoleLien = "p"
               move "P" to RoleLien
           end-if.

           if RoleLien = "t"
               move "T" to RoleLien
           end-if.

           evaluate true
               when RoleLien not = "C" and RoleLien not = "P"
               and RoleLien not = "T"
                   move "Role C (conjoint), P (parent), T (tutelle)"
                   to MessageLien
               when CodeClientLien1 = CodeClientLien2
                   move "Un client ne se lie pas a lui-meme"
                   to MessageLien
           end-evaluate.

           if MessageLien = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Client
                   where CodeClient = :LienClient.CodeClientLien1
                   or CodeClient = :LienClient.CodeClientLien2
               end-exec

               if NbOccurrencesRib < 2
                   move "Les deux clients doivent exister"
                   to MessageLien
               end-if
           end-if.

           if MessageLien = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateDebutLien
               end-string

               move spaces to DateFinLien

               exec sql
                   insert into LienClient
                   (CodeClient1, CodeClient2, Role, DateDebut,
                    DateFin)
                   values
                   (:LienClient.CodeClientLien1,
                    :LienClient.CodeClientLien2,
                    :LienClient.RoleLien,
                    :LienClient.DateDebutLien,
                    :LienClient.DateFinLien)
               end-exec

               if sqlcode not = 0
                   move "Creation lien client" to LibelleErreurSql
                   move CodeClientLien1 to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la creation du lien" to MessageLien
               else
                   move "LienClient" to TableAudit

                   string
                     CodeClientLien1 delimited by space
                     ">" delimited by size
                     CodeClientLien2 delimited by space
                     into CleAudit
                   end-string

                   move spaces to AncienneValeurAudit
                   move RoleLien to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Lien enregistre" to MessageLien
               end-if
           end-if.

       FinLienClient.
           initialize LienClient.

           display M-Lien-E.

           accept M-Lien-E.

           if CodeClientLien1 not = space
               string
                 Annee of DateSysteme delimited by size
                 Mois of DateSysteme delimited by size
                 Jour of DateSysteme delimited by size
                 into DateFinLien
               end-string

               exec sql
                   update LienClient
                   set DateFin = :LienClient.DateFinLien
                   where CodeClient1 = :LienClient.CodeClientLien1
                   and CodeClient2 = :LienClient.CodeClientLien2
                   and Role = :LienClient.RoleLien
                   and DateFin = ' '
               end-exec

               if sqlcode not = 0
                   move "Lien actif introuvable" to MessageLien
               else
                   move "LienClient" to TableAudit

                   string
                     CodeClientLien1 delimited by space
                     ">" delimited by size
                     CodeClientLien2 delimited by space
                     into CleAudit
                   end-string

                   move RoleLien to AncienneValeurAudit
                   move "lien clos" to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Lien clos" to MessageLien
               end-if

               display M-Lien-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Personnes liees rappelees sur la fiche client ---

       AfficherLiensClient.
           move 0 to Eot.
           move 20 to NoLigneLien.

           exec sql
               declare C-LiensFiche cursor for
                   select CodeClient1, CodeClient2, Role
                   from LienClient
                   where (CodeClient1 = :Client.CodeClient
                   or CodeClient2 = :Client.CodeClient)
                   and DateFin = ' '
                   order by Role
           end-exec.

           exec sql
             open C-LiensFiche
           end-exec.

           perform AfficherUnLienFiche until Eot = 1.

           exec sql
             close C-LiensFiche
           end-exec.

       AfficherUnLienFiche.
           exec sql
               fetch C-LiensFiche
               into :LienClient.CodeClientLien1,
               :LienClient.CodeClientLien2, :LienClient.RoleLien
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               if NoLigneLien < 23
                   evaluate RoleLien
                       when "C"
                           move "conjoint de" to RoleLienAffiche
                       when "P"
                           move "parent de" to RoleLienAffiche
                       when "T"
                           move "tutelle" to RoleLienAffiche
                       when other
                           move "lie a" to RoleLienAffiche
                   end-evaluate

                   display "Lien :" line NoLigneLien col 2
                   display RoleLienAffiche line NoLigneLien col 9

                   if CodeClientLien1 = CodeClient of CLIENT
                       display CodeClientLien2(1:30)
                         line NoLigneLien col 22
                   else
                       display CodeClientLien1(1:30)
                         line NoLigneLien col 22
                   end-if

                   add 1 to NoLigneLien
               end-if
           end-if.

      * --- Tutelle : un lien T actif sur le client du compte source
      * et un montant au-dela du seuil exigent l'approbation ---

      * --- Meme controle pour les autres chemins de debit (OD,
      * retrait especes, virement international) : le compte vise est
      * porte par les zones CompteRetenue, le montant par
      * MontantOperationCourante ---

       ControlerTutelleOperation.
           move "N" to TutelleAApprouver.

           if MontantOperationCourante > SeuilTutelle
               move space to CodeClientSourceVirement

               exec sql
                   select CodeClient
                   into :CodeClientSourceVirement
                   from Compte
                   where CodeBanque =
                   :CompteRetenue.CodeBanqueRetenue
                   and CodeGuichet =
                   :CompteRetenue.CodeGuichetRetenue
                   and NoCompte = :CompteRetenue.NoCompteRetenue
                   and TypeCompte = :CompteRetenue.TypeCompteRetenue
               end-exec

               if sqlcode = 0
                   move 0 to NbLiensTutelle

                   exec sql
                       select count(*)
                       into :NbLiensTutelle
                       from LienClient
                       where CodeClient2 =
                       :CodeClientSourceVirement
                       and Role = 'T'
                       and DateFin = ' '
                   end-exec

                   if NbLiensTutelle > 0
                       move "O" to TutelleAApprouver
                   end-if
               end-if
           end-if.

       ControlerTutelleSource.
           move "N" to TutelleAApprouver.

           if MontantVirement > SeuilTutelle
               move space to CodeClientSourceVirement

               exec sql
                   select CodeClient
                   into :CodeClientSourceVirement
                   from Compte
                   where CodeBanque = :CodeBanque of CompteSource
                   and CodeGuichet = :CodeGuichet of CompteSource
                   and NoCompte =
                   :RacineCompte of CompteComplet of CompteSource
                   and TypeCompte =
                   :TypeCompte of CompteComplet of CompteSource
               end-exec

               if sqlcode = 0
                   move 0 to NbLiensTutelle

                   exec sql
                       select count(*)
                       into :NbLiensTutelle
                       from LienClient
                       where CodeClient2 =
                       :CodeClientSourceVirement
                       and Role = 'T'
                       and DateFin = ' '
                   end-exec

                   if NbLiensTutelle > 0
                       move "O" to TutelleAApprouver
                   end-if
               end-if
           end-if.

      **************************************************************************
      * Conditions derogatoires : la demande est deposee en attente,
      * un second operateur l'approuve (quatre yeux), et la liste des
      * derogations actives s'edite pour la revue tarifaire annuelle ;
      * la derogation active prime sur le bareme dans
      * RechercheTauxAccrual
      **************************************************************************
       GestionDerogations.
           perform SaisieDerog-Init.
           perform SaisieDerog-Trt until ChoixDerog = space.
           perform SaisieDerog-Fin.

       SaisieDerog-Init.
           move "" to ChoixDerog.

       SaisieDerog-Trt.
           move space to ChoixDerog.

           display M-Derog.

           accept ChoixDerog line 5 col 46.

           if ChoixDerog = "c" then
               move "C" to ChoixDerog
           end-if.

           if ChoixDerog = "a" then
               move "A" to ChoixDerog
           end-if.

           if ChoixDerog = "l" then
               move "L" to ChoixDerog
           end-if.

           evaluate ChoixDerog
               when "C"
                   perform CreationDerogation
               when "A"
                   perform ApprobationDerogation
               when "L"
                   perform ListeDerogationsActives
           end-evaluate.

       SaisieDerog-Fin.
           continue.

       CreationDerogation.
           initialize Derogation.

           display M-Derog-E.

           accept M-Derog-E.

           if CodeClientDerog not = space
               perform ControlerCreationDerogation

               display M-Derog-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationDerogation.
           move spaces to MessageDerog.

           evaluate true
               when DateDebutDerog = space
                   move "Date de debut obligatoire (AAAAMMJJ)"
                   to MessageDerog
               when TauxInteretDerog = 0 and TauxFraisDerog = 0
                   move "Au moins un taux derogatoire attendu"
                   to MessageDerog
           end-evaluate.

           if MessageDerog = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Client
                   where CodeClient = :Derogation.CodeClientDerog
               end-exec

               if NbOccurrencesRib = 0
                   move "Client inconnu" to MessageDerog
               end-if
           end-if.

      * Pas de derogation pour son propre client ou celui d'un proche

           if MessageDerog = space
               move CodeClientDerog to CodeClientConflit

               perform ControlerConflitClient

               if ConflitInterets
                   move "Client de l'operateur ou d'un proche, refuse"
                   to MessageDerog
               end-if
           end-if.

           if MessageDerog = space
               move 0 to NoDerogation

               exec sql
                   select coalesce(max(NoDerogation), 0) + 1
                   into :Derogation.NoDerogation
                   from Derogation
               end-exec

               move "E" to StatutDerog
               move CodeOperateurCourant to OperateurDemandeDerog
               move spaces to OperateurApprobationDerog

               exec sql
                   insert into Derogation
                   (NoDerogation, CodeClient, CodeBanque, CodeGuichet,
                    NoCompte, TypeCompte, TauxInteret, TauxFrais,
                    DateDebut, DateFin, Statut, OperateurDemande,
                    OperateurApprobation)
                   values
                   (:Derogation.NoDerogation,
                    :Derogation.CodeClientDerog,
                    :Derogation.CodeBanqueDerog,
                    :Derogation.CodeGuichetDerog,
                    :Derogation.NoCompteDerog,
                    :Derogation.TypeCompteDerog,
                    :Derogation.TauxInteretDerog,
                    :Derogation.TauxFraisDerog,
                    :Derogation.DateDebutDerog,
                    :Derogation.DateFinDerog,
                    :Derogation.StatutDerog,
                    :Derogation.OperateurDemandeDerog,
                    :Derogation.OperateurApprobationDerog)
               end-exec

               if sqlcode not = 0
                   move "Creation derogation" to LibelleErreurSql
                   move NoDerogation to CleErreurSql
                   perform JournaliserErreurSql

                   move "Echec de la creation de la derogation"
                   to MessageDerog
               else
                   move "Derogation" to TableAudit
                   move NoDerogation to CleAudit
                   move spaces to AncienneValeurAudit
                   move "deposee, en attente d'approbation"
                   to NouvelleValeurAudit

                   perform EnregistrerAudit

                   move "Derogation deposee, approbation requise"
                   to MessageDerog
               end-if
           end-if.

      * --- Approbation quatre yeux : un operateur distinct du
      * demandeur active la derogation ---

       ApprobationDerogation.
           move 0 to NoDerogChoisie.

           display M-Derog-N.

           accept M-Derog-N.

           if NoDerogChoisie > 0
               move spaces to MessageDerog

               initialize Derogation

               exec sql
                   select NoDerogation, Statut, OperateurDemande,
                   CodeClient
                   into :Derogation.NoDerogation,
                   :Derogation.StatutDerog,
                   :Derogation.OperateurDemandeDerog,
                   :Derogation.CodeClientDerog
                   from Derogation
                   where NoDerogation = :NoDerogChoisie
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Derogation introuvable" to MessageDerog
                   when StatutDerog not = "E"
                       move "Derogation deja decidee" to MessageDerog
                   when OperateurDemandeDerog = CodeOperateurCourant
                       move "Le demandeur ne peut pas approuver"
                       to MessageDerog
               end-evaluate

               if MessageDerog = space
                   move CodeClientDerog to CodeClientConflit

                   perform ControlerConflitClient

                   if ConflitInterets
                       move "Client de l'operateur ou d'un proche"
                       to MessageDerog
                   end-if
               end-if

               if MessageDerog = space
                   exec sql
                       update Derogation
                       set Statut = 'A',
                       OperateurApprobation = :CodeOperateurCourant
                       where NoDerogation = :NoDerogChoisie
                   end-exec

                   move "Derogation" to TableAudit
                   move NoDerogChoisie to CleAudit
                   move "E" to AncienneValeurAudit

                   string
                     "A (approuvee par " delimited by size
                     CodeOperateurCourant delimited by space
                     ")" delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit

                   move "Derogation approuvee et active"
                   to MessageDerog
               end-if

               display M-Derog-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Liste des derogations actives (revue tarifaire) ---

       ListeDerogationsActives.
           move 0 to Eot.
           move 0 to NbDerogationsListees.

           open output F-ListeDerogations.

           exec sql
               declare C-DerogActives cursor for
                   select NoDerogation, CodeClient, NoCompte,
                   TauxInteret, TauxFrais, DateDebut, DateFin
                   from Derogation
                   where Statut = 'A'
                   order by CodeClient, NoDerogation
           end-exec.

           exec sql
             open C-DerogActives
           end-exec.

           perform ListerUneDerogation until Eot = 1.

           exec sql
             close C-DerogActives
           end-exec.

           close F-ListeDerogations.

           move spaces to MessageDerog.

           string
             "Derogations actives listees : " delimited by size
             NbDerogationsListees delimited by size
             into MessageDerog
           end-string.

           display M-Derog-Resultat.

           accept Reponse Line 1 Col 80.

           display M-EffaceQuestion.

       ListerUneDerogation.
           exec sql
               fetch C-DerogActives
               into :Derogation.NoDerogation,
               :Derogation.CodeClientDerog,
               :Derogation.NoCompteDerog,
               :Derogation.TauxInteretDerog,
               :Derogation.TauxFraisDerog,
               :Derogation.DateDebutDerog,
               :Derogation.DateFinDerog
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               string
                 NoDerogation delimited by size
                 ";" delimited by size
                 CodeClientDerog delimited by space
                 ";" delimited by size
                 NoCompteDerog delimited by size
                 ";" delimited by size
                 TauxInteretDerog delimited by size
                 ";" delimited by size
                 TauxFraisDerog delimited by size
                 ";" delimited by size
                 DateDebutDerog delimited by size
                 ";" delimited by size
                 DateFinDerog delimited by size
                 into E-ListeDerogations
               end-string

               write E-ListeDerogations

               add 1 to NbDerogationsListees
           end-if.

      **************************************************************************
      * Transfert guide d'un compte vers un autre guichet : nouveau
      * numero tire du compteur, cle RIB et Iban recalcules,
      * historique des mouvements et rattachements re-pointes sur les
      * nouvelles coordonnees, reference de reexpedition conservee et
      * lettre de notification au client
      **************************************************************************
       TransfertCompteGuichet.
           initialize TransfertCompte.

           move spaces to NouveauGuichetTrf.

           display M-Transfert.

           accept M-Transfert.

           if AncienCodeBanqueTrf not = space
           and NouveauGuichetTrf not = space
               perform ControlerTransfertCompte

               display M-Transfert-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerTransfertCompte.
           move spaces to MessageTransfert.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageTransfert
           end-if.

      * L'ancien compte est relu au complet

           if MessageTransfert = space
               initialize Compte

               exec sql
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, CodeClient, Debit, Credit,
                   StatutCompte, Devise, DecouvertAutorise,
                   coalesce(NiveauRelance, 0),
                   coalesce(DroitAuCompte, ' ')
                   into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.CompteComplet.RacineCompte,
                   :Compte.CompteComplet.TypeCompte,
                   :Compte.CodeClient, :Compte.Debit, :Compte.Credit,
                   :Compte.StatutCompte, :Compte.Devise,
                   :Compte.DecouvertAutorise, :Compte.NiveauRelance,
                   :Compte.DroitAuCompte
                   from Compte
                   where CodeBanque =
                   :TransfertCompte.AncienCodeBanqueTrf
                   and CodeGuichet =
                   :TransfertCompte.AncienCodeGuichetTrf
                   and NoCompte = :TransfertCompte.AncienNoCompteTrf
                   and TypeCompte =
                   :TransfertCompte.AncienTypeCompteTrf
                   and StatutCompte <> 'C'
               end-exec

               if sqlcode not = 0
                   move "Compte a transferer introuvable ou clos"
                   to MessageTransfert
               end-if
           end-if.

      * Le guichet d'arrivee doit exister au referentiel

           if MessageTransfert = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Guichet
                   where CodeBanque =
                   :TransfertCompte.AncienCodeBanqueTrf
                   and CodeGuichet = :NouveauGuichetTrf
               end-exec

               if NbOccurrencesRib = 0
                   move "Guichet d'arrivee inconnu du referentiel"
                   to MessageTransfert
               end-if
           end-if.

      * Un compte nanti reste au guichet qui detient le gage

           if MessageTransfert = space
               move AncienCodeBanqueTrf to CodeBanqueRetenue
               move AncienCodeGuichetTrf to CodeGuichetRetenue
               move AncienNoCompteTrf to NoCompteRetenue
               move AncienTypeCompteTrf to TypeCompteRetenue

               perform CompterNantissementsCompte

               if NbNantissementsCompte > 0
                   move "Compte nanti, transfert refuse"
                   to MessageTransfert
               end-if
           end-if.

           if MessageTransfert = space
               perform ExecuterTransfertCompte
           end-if.

       ExecuterTransfertCompte.
           move CodeClient of Compte to CodeClientTransfert.

      * Nouveau numero tire du compteur du guichet d'arrivee

           move 1 to NoLigneCompte.

           initialize LigneCompte(1).

           move AncienCodeBanqueTrf to CodeBanque of LigneCompte(1).
           move NouveauGuichetTrf to CodeGuichet of LigneCompte(1).

           perform AllouerRacineCompte.

           move AncienCodeBanqueTrf to NouveauCodeBanqueTrf.
           move NouveauGuichetTrf to NouveauCodeGuichetTrf.

           move RacineCompte of LigneCompte(1)
           to NouveauNoCompteTrf.

           move AncienTypeCompteTrf to NouveauTypeCompteTrf.

      * Cle RIB et Iban recalcules comme partout ailleurs

           move NouveauNoCompteTrf to CompteCompletNum(1:9).
           move NouveauTypeCompteTrf to CompteCompletNum(10:2).
           move NouveauCodeGuichetTrf to CodeGuichetNum.
           move NouveauCodeBanqueTrf to CodeBanqueNum.

           perform CalculCleRib.

           perform CalculIban.

           move CleRibNum to NouvelleCleRibTrf.
           move IbanGenereX to NouvelIbanTrf.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateTransfertTrf
           end-string.

      * Le compte renait sous ses nouvelles coordonnees, a
      * l'identique (soldes, devise, decouvert, relance, droit au
      * compte)

           exec sql
               insert into Compte
               (CodeClient, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, CleRib, Iban, Debit, Credit,
                StatutCompte, DateCloture, Devise,
                DecouvertAutorise, CodeSociete, NiveauRelance,
                DroitAuCompte)
               values
               (:Compte.CodeClient,
                :TransfertCompte.NouveauCodeBanqueTrf,
                :TransfertCompte.NouveauCodeGuichetTrf,
                :TransfertCompte.NouveauNoCompteTrf,
                :TransfertCompte.NouveauTypeCompteTrf,
                :NouvelleCleRibTrf, :NouvelIbanTrf,
                :Compte.Debit, :Compte.Credit, :Compte.StatutCompte,
                ' ', :Compte.Devise, :Compte.DecouvertAutorise,
                :CodeSocieteCourant, :Compte.NiveauRelance,
                :Compte.DroitAuCompte)
           end-exec.

           if sqlcode not = 0
               move "Transfert (nouveau compte)" to LibelleErreurSql
               move NouveauNoCompteTrf to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation du nouveau compte"
               to MessageTransfert
           else
               perform RepointerRattachementsTransfert
           end-if.

      * --- L'historique et les rattachements suivent le compte ---

       RepointerRattachementsTransfert.
           exec sql
               update Mouvement
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update TitulaireCompte
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update Mandat
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update VirementPermanent
               set CodeGuichetSource =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompteSource = :TransfertCompte.NouveauNoCompteTrf,
               CleRibSource = :NouvelleCleRibTrf
               where CodeBanqueSource =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichetSource =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompteSource =
               :TransfertCompte.AncienNoCompteTrf
               and TypeCompteSource =
               :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update Carte
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update AbonnementForfait
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update Caution
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update ContratCoffre
               set GuichetFacturation =
               :TransfertCompte.NouveauCodeGuichetTrf,
               CompteFacturation = :TransfertCompte.NouveauNoCompteTrf
               where BanqueFacturation =
               :TransfertCompte.AncienCodeBanqueTrf
               and GuichetFacturation =
               :TransfertCompte.AncienCodeGuichetTrf
               and CompteFacturation =
               :TransfertCompte.AncienNoCompteTrf
               and TypeFacturation =
               :TransfertCompte.AncienTypeCompteTrf
           end-exec.

      * Les reclamations encore ouvertes suivent le compte (et son
      * guichet) ; les reclamations closes restent a leur guichet pour
      * les statistiques

           exec sql
               update Reclamation
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
               and Statut <> 'R'
           end-exec.

      * Tout ce qui est cle sur le compte suit : saisies (la retenue
      * ne doit pas tomber), prets et contrats a terme (leurs
      * echeances continuent de passer), plages de chequiers et
      * cheques emis (la compensation doit les retrouver), abonnements
      * d'alerte, cumuls mensuels, photos des soldes, remises de
      * cheques, dormance, declarations FICP, reevaluation devises et
      * propositions de decouvert

           exec sql
               update Saisie
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update Pret
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update ContratDat
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update Chequier
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update ChequeEmis
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update AbonnementAlerte
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update CumulMensuel
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update SoldeJournalier
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update RemiseCheque
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update CompteDormant
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update DeclarationFicp
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update ReevaluationCompte
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update PropositionDecouvert
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

      * Prelevements, tresorerie et commissions suivent aussi :
      * limites et blocages du debiteur, structures de pooling (compte
      * maitre et participants, que le nivellement de nuit vise),
      * commissions d'intervention et effets remis

           exec sql
               update InstructionPrelevement
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update StructurePooling
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update ParticipantPooling
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update CommissionIntervention
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               update EffetCommerce
               set CodeGuichet =
               :TransfertCompte.NouveauCodeGuichetTrf,
               NoCompte = :TransfertCompte.NouveauNoCompteTrf
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

      * L'ancienne ligne Compte disparait, la reference de
      * reexpedition garde la trace de l'ancien RIB

           exec sql
               delete from Compte
               where CodeBanque =
               :TransfertCompte.AncienCodeBanqueTrf
               and CodeGuichet =
               :TransfertCompte.AncienCodeGuichetTrf
               and NoCompte = :TransfertCompte.AncienNoCompteTrf
               and TypeCompte = :TransfertCompte.AncienTypeCompteTrf
           end-exec.

           exec sql
               insert into TransfertCompte
               (AncienCodeBanque, AncienCodeGuichet, AncienNoCompte,
                AncienTypeCompte, NouveauCodeBanque,
                NouveauCodeGuichet, NouveauNoCompte,
                NouveauTypeCompte, DateTransfert)
               values
               (:TransfertCompte.AncienCodeBanqueTrf,
                :TransfertCompte.AncienCodeGuichetTrf,
                :TransfertCompte.AncienNoCompteTrf,
                :TransfertCompte.AncienTypeCompteTrf,
                :TransfertCompte.NouveauCodeBanqueTrf,
                :TransfertCompte.NouveauCodeGuichetTrf,
                :TransfertCompte.NouveauNoCompteTrf,
                :TransfertCompte.NouveauTypeCompteTrf,
                :TransfertCompte.DateTransfertTrf)
           end-exec.

           move "Compte" to TableAudit.

           string
             AncienCodeBanqueTrf delimited by space
             AncienCodeGuichetTrf delimited by space
             AncienNoCompteTrf delimited by space
             into CleAudit
           end-string.

           move "transfere de guichet" to AncienneValeurAudit.

           string
             NouveauCodeGuichetTrf delimited by space
             " " delimited by size
             NouveauNoCompteTrf delimited by space
             into NouvelleValeurAudit
           end-string.

           perform EnregistrerAudit.

      * Changement de coordonnees : evenement signaletique FICOBA

           move "MOD" to TypeSignaletique.

           perform JournaliserSignaletiqueCompte.

      * Lettre de notification des nouvelles coordonnees

           open extend F-LettresTransfert.

           if StatutFichierLettreTrf not = "00"
               open output F-LettresTransfert
           end-if.

           string
             DateTransfertTrf delimited by size
             ";" delimited by size
             CodeClientTransfert delimited by space
             ";NOUVELLES COORDONNEES;" delimited by size
             NouveauCodeBanqueTrf delimited by size
             ";" delimited by size
             NouveauCodeGuichetTrf delimited by size
             ";" delimited by size
             NouveauNoCompteTrf delimited by size
             ";" delimited by size
             NouvelleCleRibTrf delimited by size
             ";" delimited by size
             NouvelIbanTrf delimited by space
             into E-LettresTransfert
           end-string.

           move E-LettresTransfert to CorpsCourrier.
           move CodeClientTransfert to CodeClientCourrier.
           move "TRANSFERT" to TypeCourrier.

           perform PreparerBlocAdresse.

           perform EcrireBlocLettreTransfert
               varying IdxBlocAdresse from 1 by 1
               until IdxBlocAdresse > 6.

           write E-LettresTransfert from " ".
           write E-LettresTransfert from CorpsCourrier.

           close F-LettresTransfert.

           move "Compte transfere, client notifie"
           to MessageTransfert.

       EcrireBlocLettreTransfert.
           write E-LettresTransfert
           from LigneBlocAdresse(IdxBlocAdresse).

      **************************************************************************
      * Emission d'un cheque de banque : provision exigee sans
      * decouvert, debit immediat du client et cantonnement des fonds
      * (nature CHB, compte 96+societe+0000 type 96), numerotation
      * propre au registre et document imprime avec le montant en
      * toutes lettres ; l'apurement se fait au retour du cheque par
      * la compensation
      **************************************************************************
       EmissionChequeBanque.
           initialize ChequeBanque.

           display M-ChqBanque.

           accept M-ChqBanque.

           if CodeSocieteChqBq not = space
               perform ControlerEmissionChqBanque

               display M-ChqBanque-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerEmissionChqBanque.
           move spaces to MessageChqBanque.

           perform ControlerJourneeOuverte.

           evaluate true
               when not JourneeOuverte
                   move "Journee comptable fermee, saisie refusee"
                   to MessageChqBanque
               when MontantChqBq = 0
                   move "Montant du cheque invalide"
                   to MessageChqBanque
               when BeneficiaireChqBq = space
                   move "Beneficiaire obligatoire" to MessageChqBanque
           end-evaluate.

      * Provision exigee sans decouvert : un cheque certifie ne se
      * tire pas sur un decouvert

           if MessageChqBanque = space
               exec sql
                   select Debit, Credit
                   into :Compte.Debit, :Compte.Credit
                   from Compte
                   where CodeBanque = :ChequeBanque.CodeBanqueChqBq
                   and CodeGuichet = :ChequeBanque.CodeGuichetChqBq
                   and NoCompte = :ChequeBanque.NoCompteChqBq
                   and TypeCompte = :ChequeBanque.TypeCompteChqBq
                   and CodeSociete = :ChequeBanque.CodeSocieteChqBq
                   and StatutCompte <> 'C'
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Compte du client introuvable"
                       to MessageChqBanque
                   when (Credit of Compte + MontantChqBq)
                   > Debit of Compte
                       move "Provision insuffisante (sans decouvert)"
                       to MessageChqBanque
               end-evaluate
           end-if.

           if MessageChqBanque = space
               perform PosterChequeBanque
           end-if.

       PosterChequeBanque.

      * Debit du client (nature CHB)

           move CodeBanqueChqBq to CodeBanque of Mouvement.
           move CodeGuichetChqBq to CodeGuichet of Mouvement.

           move NoCompteChqBq
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteChqBq
           to TypeCompte of CompteComplet of Mouvement.

           move MontantChqBq to MontantOperationCourante.
           move "CHB" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageChqBanque
           else
               perform CantonnerChequeBanque
           end-if.

      * Cantonnement sur le compte de la societe, puis registre et
      * document

       CantonnerChequeBanque.
           move CodeSocieteChqBq to SocieteCantonnement.

           move CodeBanqueChqBq to CodeBanque of Mouvement.
           move CodeGuichetChqBq to CodeGuichet of Mouvement.

           move RacineCantonnement
           to RacineCompte of CompteComplet of Mouvement.

           move "96" to TypeCompte of CompteComplet of Mouvement.

           move "EUR" to DeviseCompteTechnique.
           move CodeSocieteChqBq to CodeSocieteTechnique.

           perform ClePosteCourant.

           perform AssurerCompteTechnique.

           move "CHB" to NatureMouvement of Mouvement.

           move "O" to ExecutionSaisieEnCours.

           perform PosterCreditCompteCourant.

           move "N" to ExecutionSaisieEnCours.

           if not PosteOk
               move "Cantonnement en echec, debit a regulariser"
               to MessageChqBanque
           else
               perform InscrireChequeBanque
           end-if.

       InscrireChequeBanque.
           move 0 to NoChequeBanque.

           exec sql
               select coalesce(max(NoChequeBanque), 0) + 1
               into :ChequeBanque.NoChequeBanque
               from ChequeBanque
           end-exec.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateEmissionChqBq
           end-string.

           move spaces to DateApurementChqBq.
           move "E" to StatutChqBq.

           exec sql
               insert into ChequeBanque
               (NoChequeBanque, CodeSociete, CodeBanque, CodeGuichet,
                NoCompte, TypeCompte, Beneficiaire, Montant,
                DateEmission, DateApurement, Statut)
               values
               (:ChequeBanque.NoChequeBanque,
                :ChequeBanque.CodeSocieteChqBq,
                :ChequeBanque.CodeBanqueChqBq,
                :ChequeBanque.CodeGuichetChqBq,
                :ChequeBanque.NoCompteChqBq,
                :ChequeBanque.TypeCompteChqBq,
                :ChequeBanque.BeneficiaireChqBq,
                :ChequeBanque.MontantChqBq,
                :ChequeBanque.DateEmissionChqBq,
                :ChequeBanque.DateApurementChqBq,
                :ChequeBanque.StatutChqBq)
           end-exec.

           if sqlcode not = 0
               move "Registre cheque de banque" to LibelleErreurSql
               move NoChequeBanque to CleErreurSql
               perform JournaliserErreurSql

               move "Fonds cantonnes mais registre en echec"
               to MessageChqBanque
           else
               move "ChequeBanque" to TableAudit
               move NoChequeBanque to CleAudit
               move spaces to AncienneValeurAudit
               move BeneficiaireChqBq to NouvelleValeurAudit

               perform EnregistrerAudit

               perform ImprimerChequeBanque

               move spaces to MessageChqBanque

               string
                 "Cheque de banque emis sous le numero "
                 delimited by size
                 NoChequeBanque delimited by size
                 into MessageChqBanque
               end-string
           end-if.

      * --- Document imprime, le montant en toutes lettres ---

       ImprimerChequeBanque.
           move MontantChqBq to MontantALettrer.

           perform ConvertirMontantEnLettres.

           open extend F-ChequeBanque.

           move MontantChqBq to MontantChqBqAffiche.

           move spaces to E-ChequeBanque.

           string
             "CHEQUE DE BANQUE No " delimited by size
             NoChequeBanque delimited by size
             " DU " delimited by size
             DateEmissionChqBq delimited by size
             into E-ChequeBanque
           end-string.

           write E-ChequeBanque.

           move spaces to E-ChequeBanque.

           string
             "PAYEZ CONTRE CE CHEQUE LA SOMME DE " delimited by size
             MontantChqBqAffiche delimited by size
             " EUR A L'ORDRE DE " delimited by size
             BeneficiaireChqBq delimited by space
             into E-ChequeBanque
           end-string.

           write E-ChequeBanque.

           move spaces to E-ChequeBanque.

           string
             "SOIT " delimited by size
             MontantEnLettres delimited by size
             into E-ChequeBanque
           end-string.

           write E-ChequeBanque.

           move spaces to E-ChequeBanque.

           write E-ChequeBanque.

           close F-ChequeBanque.

      * --- Feuillet RIB de la ligne de compte courante : noms de la
      * banque et de l'agence resolus par les referentiels, identite
      * du titulaire charge a l'ecran ---

       EditionRibLigne.
           move spaces to NomBanqueRib.
           move spaces to BicRib.

           exec sql
               select NomBanque, Bic
               into :NomBanqueRib, :BicRib
               from Banque
               where CodeBanque =
               :LigneCompte(NoLigneCompte).CodeBanque
           end-exec.

           move spaces to NomGuichetRib.

           exec sql
               select NomGuichet
               into :NomGuichetRib
               from Guichet
               where CodeBanque =
               :LigneCompte(NoLigneCompte).CodeBanque
               and CodeGuichet =
               :LigneCompte(NoLigneCompte).CodeGuichet
           end-exec.

           open extend F-EditionRib.

           if StatutFichierEditionRib not = "00"
               open output F-EditionRib
           end-if.

           move "RELEVE D'IDENTITE BANCAIRE" to E-EditionRib.

           write E-EditionRib.

           move spaces to E-EditionRib.

           string
             "BANQUE : " delimited by size
             NomBanqueRib delimited by space
             "  AGENCE : " delimited by size
             NomGuichetRib delimited by space
             into E-EditionRib
           end-string.

           write E-EditionRib.

           move spaces to E-EditionRib.

           string
             "TITULAIRE : " delimited by size
             Intitule of CLIENT delimited by space
             " " delimited by size
             Nom of CLIENT delimited by space
             " " delimited by size
             Prenom of CLIENT delimited by space
             into E-EditionRib
           end-string.

           write E-EditionRib.

           move spaces to E-EditionRib.

           string
             "BQE " delimited by size
             CodeBanque of LigneCompte(NoLigneCompte)
             delimited by size
             " GUI " delimited by size
             CodeGuichet of LigneCompte(NoLigneCompte)
             delimited by size
             " CPT " delimited by size
             RacineCompte of LigneCompte(NoLigneCompte)
             delimited by size
             TypeCompte of LigneCompte(NoLigneCompte)
             delimited by size
             " CLE " delimited by size
             CleRib of LigneCompte(NoLigneCompte)
             delimited by size
             into E-EditionRib
           end-string.

           write E-EditionRib.

           move spaces to E-EditionRib.

           string
             "IBAN " delimited by size
             Iban of LigneCompte(NoLigneCompte) delimited by space
             "  BIC " delimited by size
             BicRib delimited by space
             into E-EditionRib
           end-string.

           write E-EditionRib.

           move spaces to E-EditionRib.

           write E-EditionRib.

           close F-EditionRib.

      * --- Apurement au retour en compensation : le cheque presente
      * sur un compte de cantonnement est rapproche du registre, paye
      * contre le cantonnement et pointe apure ---

       ApurerChequeBanque.
           move 0 to NbOccurrencesRib.

           exec sql
               select count(*)
               into :NbOccurrencesRib
               from ChequeBanque
               where NoChequeBanque = :ChequeEmis.NoCheque
               and Montant = :ChequeEmis.MontantCheque
               and Statut = 'E'
           end-exec.

           if NbOccurrencesRib = 0
               move "Cheque de banque inconnu ou deja apure"
               to MotifRejetCheque
               perform RejeterLigneCheque
           else
               perform PayerChequePresente

               if MotifRejetCheque = space
                   string
                     AnneeComptable delimited by size
                     MoisComptable delimited by size
                     JourComptable delimited by size
                     into DateComptableTexte
                   end-string

                   exec sql
                       update ChequeBanque
                       set Statut = 'P',
                       DateApurement = :DateComptableTexte
                       where NoChequeBanque = :ChequeEmis.NoCheque
                       and Statut = 'E'
                   end-exec
               end-if
           end-if.

      **************************************************************************
      * Extraction decisionnelle (etape de la chaine de fin de mois) :
      * quatre fichiers plats - clients, comptes, mouvements du mois,
      * soldes journaliers du mois - chacun encadre d'un cavalier HDR
      * et d'une queue TRL portant comptage et totaux, comme le
      * controle d'integrite de l'import les attend
      **************************************************************************
       ExtractionDecisionnelle.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             into MoisExtraction
           end-string.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

           perform ExtraireClients.
           perform ExtraireComptes.
           perform ExtraireMouvements.
           perform ExtraireSoldes.

       ExtraireClients.
           move 0 to EotExtraction.
           move 0 to NbExtraitsClients.

           open output F-ExtractClients.

           string
             "HDR;CLIENTS;" delimited by size
             DateComptableTexte delimited by size
             into E-ExtractClients
           end-string.

           write E-ExtractClients.

           exec sql
               declare C-ExtrClients cursor for
                   select CodeClient, Intitule, Nom, Prenom,
                   CodePostal, Ville, StatutClient
                   from Client
                   where CodeSociete = :CodeSocieteCourant
                   order by CodeClient
           end-exec.

           exec sql
             open C-ExtrClients
           end-exec.

           perform ExtraireUnClient until EotExtraction = 1.

           exec sql
             close C-ExtrClients
           end-exec.

           string
             "TRL;" delimited by size
             NbExtraitsClients delimited by size
             into E-ExtractClients
           end-string.

           write E-ExtractClients.

           close F-ExtractClients.

       ExtraireUnClient.
           exec sql
               fetch C-ExtrClients
               into :Client.CodeClient, :Client.Intitule,
               :Client.Nom, :Client.Prenom, :Client.CodePostal,
               :Client.Ville, :Client.StatutClient
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotExtraction
           else
               string
                 CodeClient of CLIENT delimited by space
                 ";" delimited by size
                 Intitule of CLIENT delimited by space
                 ";" delimited by size
                 Nom of CLIENT delimited by space
                 ";" delimited by size
                 Prenom of CLIENT delimited by space
                 ";" delimited by size
                 CodePostal of CLIENT delimited by size
                 ";" delimited by size
                 Ville of CLIENT delimited by space
                 ";" delimited by size
                 StatutClient of CLIENT delimited by size
                 into E-ExtractClients
               end-string

               write E-ExtractClients

               add 1 to NbExtraitsClients
           end-if.

       ExtraireComptes.
           move 0 to EotExtraction.
           move 0 to NbExtraitsComptes.
           move 0 to TotalExtraitDebit.
           move 0 to TotalExtraitCredit.

           open output F-ExtractComptes.

           string
             "HDR;COMPTES;" delimited by size
             DateComptableTexte delimited by size
             into E-ExtractComptes
           end-string.

           write E-ExtractComptes.

           exec sql
               declare C-ExtrComptes cursor for
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, CodeClient, Debit, Credit,
                   StatutCompte, Devise
                   from Compte
                   where CodeSociete = :CodeSocieteCourant
                   order by CodeBanque, CodeGuichet, NoCompte
           end-exec.

           exec sql
             open C-ExtrComptes
           end-exec.

           perform ExtraireUnCompte until EotExtraction = 1.

           exec sql
             close C-ExtrComptes
           end-exec.

           string
             "TRL;" delimited by size
             NbExtraitsComptes delimited by size
             ";" delimited by size
             TotalExtraitDebit delimited by size
             ";" delimited by size
             TotalExtraitCredit delimited by size
             into E-ExtractComptes
           end-string.

           write E-ExtractComptes.

           close F-ExtractComptes.

       ExtraireUnCompte.
           exec sql
               fetch C-ExtrComptes
               into :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.CodeClient, :Compte.Debit, :Compte.Credit,
               :Compte.StatutCompte, :Compte.Devise
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotExtraction
           else
               move RacineCompte of CompteComplet of Compte
               to NoCompteMasque

               move MasqueExtractComptes to NiveauMasque

               perform MasquerNoCompte

               string
                 CodeBanque of Compte delimited by size
                 ";" delimited by size
                 CodeGuichet of Compte delimited by size
                 ";" delimited by size
                 NoCompteMasque delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 CodeClient of Compte delimited by space
                 ";" delimited by size
                 Debit of Compte delimited by size
                 ";" delimited by size
                 Credit of Compte delimited by size
                 ";" delimited by size
                 StatutCompte of Compte delimited by size
                 ";" delimited by size
                 Devise of Compte delimited by size
                 into E-ExtractComptes
               end-string

               write E-ExtractComptes

               add Debit of Compte to TotalExtraitDebit
               add Credit of Compte to TotalExtraitCredit
               add 1 to NbExtraitsComptes
           end-if.

       ExtraireMouvements.
           move 0 to EotExtraction.
           move 0 to NbExtraitsMouvements.
           move 0 to TotalExtraitDebit.
           move 0 to TotalExtraitCredit.

           open output F-ExtractMouvements.

           string
             "HDR;MOUVEMENTS;" delimited by size
             MoisExtraction delimited by size
             into E-ExtractMouvements
           end-string.

           write E-ExtractMouvements.

           exec sql
               declare C-ExtrMouvements cursor for
                   select Mouvement.NoMouvement,
                   Mouvement.CodeBanque, Mouvement.CodeGuichet,
                   Mouvement.NoCompte, Mouvement.TypeCompte,
                   Mouvement.DateMouvement, Mouvement.DateValeur,
                   Mouvement.Sens, Mouvement.Montant,
                   Mouvement.Nature
                   from Mouvement
                   join Compte
                   on Compte.CodeBanque = Mouvement.CodeBanque
                   and Compte.CodeGuichet = Mouvement.CodeGuichet
                   and Compte.NoCompte = Mouvement.NoCompte
                   and Compte.TypeCompte = Mouvement.TypeCompte
                   where left(Mouvement.DateMouvement, 6)
                   = :MoisExtraction
                   and Compte.CodeSociete = :CodeSocieteCourant
                   order by Mouvement.NoMouvement
           end-exec.

           exec sql
             open C-ExtrMouvements
           end-exec.

           perform ExtraireUnMouvement until EotExtraction = 1.

           exec sql
             close C-ExtrMouvements
           end-exec.

           string
             "TRL;" delimited by size
             NbExtraitsMouvements delimited by size
             ";" delimited by size
             TotalExtraitDebit delimited by size
             ";" delimited by size
             TotalExtraitCredit delimited by size
             into E-ExtractMouvements
           end-string.

           write E-ExtractMouvements.

           close F-ExtractMouvements.

       ExtraireUnMouvement.
           exec sql
               fetch C-ExtrMouvements
               into :Mouvement.NoMouvement, :Mouvement.CodeBanque,
               :Mouvement.CodeGuichet,
               :Mouvement.CompteComplet.RacineCompte,
               :Mouvement.CompteComplet.TypeCompte,
               :Mouvement.DateMouvement, :Mouvement.DateValeur,
               :Mouvement.SensMouvement, :Mouvement.Montant,
               :Mouvement.NatureMouvement
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotExtraction
           else
               string
                 NoMouvement of Mouvement delimited by size
                 ";" delimited by size
                 CodeBanque of Mouvement delimited by size
                 ";" delimited by size
                 CodeGuichet of Mouvement delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Mouvement
                 delimited by size
                 ";" delimited by size
                 DateMouvement of Mouvement delimited by size
                 ";" delimited by size
                 DateValeur of Mouvement delimited by size
                 ";" delimited by size
                 SensMouvement of Mouvement delimited by size
                 ";" delimited by size
                 Montant of Mouvement delimited by size
                 ";" delimited by size
                 NatureMouvement of Mouvement delimited by size
                 into E-ExtractMouvements
               end-string

               write E-ExtractMouvements

               if SensMouvement of Mouvement = "D"
                   add Montant of Mouvement to TotalExtraitDebit
               else
                   add Montant of Mouvement to TotalExtraitCredit
               end-if

               add 1 to NbExtraitsMouvements
           end-if.

       ExtraireSoldes.
           move 0 to EotExtraction.
           move 0 to NbExtraitsSoldes.

           open output F-ExtractSoldes.

           string
             "HDR;SOLDES;" delimited by size
             MoisExtraction delimited by size
             into E-ExtractSoldes
           end-string.

           write E-ExtractSoldes.

           exec sql
               declare C-ExtrSoldes cursor for
                   select s.DateSolde, s.CodeBanque, s.CodeGuichet,
                   s.NoCompte, s.TypeCompte, s.Debit, s.Credit
                   from SoldeJournalier s
                   join Compte c
                   on c.CodeBanque = s.CodeBanque
                   and c.CodeGuichet = s.CodeGuichet
                   and c.NoCompte = s.NoCompte
                   and c.TypeCompte = s.TypeCompte
                   where left(s.DateSolde, 6) = :MoisExtraction
                   and c.CodeSociete = :CodeSocieteCourant
                   order by s.DateSolde, s.CodeBanque, s.NoCompte
           end-exec.

           exec sql
             open C-ExtrSoldes
           end-exec.

           perform ExtraireUnSolde until EotExtraction = 1.

           exec sql
             close C-ExtrSoldes
           end-exec.

           string
             "TRL;" delimited by size
             NbExtraitsSoldes delimited by size
             into E-ExtractSoldes
           end-string.

           write E-ExtractSoldes.

           close F-ExtractSoldes.

       ExtraireUnSolde.
           exec sql
               fetch C-ExtrSoldes
               into :DateSoldeJournalier, :Compte.CodeBanque,
               :Compte.CodeGuichet,
               :Compte.CompteComplet.RacineCompte,
               :Compte.CompteComplet.TypeCompte,
               :Compte.Debit, :Compte.Credit
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotExtraction
           else
               string
                 DateSoldeJournalier delimited by size
                 ";" delimited by size
                 CodeBanque of Compte delimited by size
                 ";" delimited by size
                 CodeGuichet of Compte delimited by size
                 ";" delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 ";" delimited by size
                 Debit of Compte delimited by size
                 ";" delimited by size
                 Credit of Compte delimited by size
                 into E-ExtractSoldes
               end-string

               write E-ExtractSoldes

               add 1 to NbExtraitsSoldes
           end-if.

      * --- Reconstruction effective : la table est videe puis
      * regeneree en une requete d'agregation ---

       ReconstruireCumulsMensuels-Trt.
           if Reponse = "o" or Reponse = "O"
               exec sql
                   delete from CumulMensuel
               end-exec

               exec sql
                   insert into CumulMensuel
                   (CodeBanque, CodeGuichet, NoCompte, TypeCompte,
                    Mois, TotalDebits, TotalCredits, NbDebits,
                    NbCredits, TotalInterets)
                   select CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, left(DateMouvement, 6),
                   sum(case when Sens = 'D' then Montant else 0 end),
                   sum(case when Sens = 'C' then Montant else 0 end),
                   sum(case when Sens = 'D' then 1 else 0 end),
                   sum(case when Sens = 'C' then 1 else 0 end),
                   sum(case when Sens = 'D' and Nature = 'ACC'
                       then Montant else 0 end)
                   from Mouvement
                   group by CodeBanque, CodeGuichet, NoCompte,
                   TypeCompte, left(DateMouvement, 6)
               end-exec

               if sqlcode not = 0
                   move "Reconstruction des cumuls mensuels"
                   to LibelleErreurSql
                   move spaces to CleErreurSql
                   perform JournaliserErreurSql

                   display " Reconstruction en echec "
                     line 1 col 1
                     with no advancing
               else
                   move 0 to NbCumulsReconstruits

                   exec sql
                       select count(*)
                       into :NbCumulsReconstruits
                       from CumulMensuel
                   end-exec

                   display " Cumuls reconstruits : "
                     line 1 col 1
                     with no advancing

                   display NbCumulsReconstruits
                     line 1 col 24
                     with no advancing
               end-if

               accept Reponse line 1 col 40

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Console d'exploitation : suivi des etapes d'une date (statut,
      * horaires, compteur), detail d'une etape KO rapproche des
      * erreurs SQL journalisees, et relance controlee d'une seule
      * etape en echec sans rejouer la chaine
      **************************************************************************
       ConsoleExploitation.
           perform SaisieConsole-Init.
           perform SaisieConsole-Trt until ChoixConsole = space.
           perform SaisieConsole-Fin.

       SaisieConsole-Init.
           move "" to ChoixConsole.

       SaisieConsole-Trt.
           move space to ChoixConsole.

           display M-Console.

           accept ChoixConsole line 5 col 43.

           if ChoixConsole = "s" then
               move "S" to ChoixConsole
           end-if.

           if ChoixConsole = "d" then
               move "D" to ChoixConsole
           end-if.

           if ChoixConsole = "r" then
               move "R" to ChoixConsole
           end-if.

           evaluate ChoixConsole
               when "S"
                   perform SuiviChaineConsole
               when "D"
                   perform DetailEtapeConsole
               when "R"
                   perform RelanceEtapeConsole
           end-evaluate.

       SaisieConsole-Fin.
           continue.

      * --- Suivi : une ligne par etape de la date demandee ---

       SuiviChaineConsole.
           move spaces to DateConsole.

           display M-Console-E.

           accept M-Console-E.

           if DateConsole not = space
               move 0 to Eot
               move 0 to NbEtapesConsole
               move 9 to NoLigneConsole

               exec sql
                   declare C-ConsoleEtapes cursor for
                       select NomEtape, HeureDebut, HeureFin,
                       NbLignes, Statut
                       from BatchControle
                       where DateTraitement = :DateConsole
                       and CodeSociete = :CodeSocieteCourant
                       order by HeureDebut
               end-exec

               exec sql
                 open C-ConsoleEtapes
               end-exec

               perform AfficherUneEtapeConsole until Eot = 1

               exec sql
                 close C-ConsoleEtapes
               end-exec

               if NbEtapesConsole = 0
                   display " Aucune etape pour cette date "
                     line 9 col 2
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       AfficherUneEtapeConsole.
           exec sql
               fetch C-ConsoleEtapes
               into :EtapeConsole, :HeureDebutConsole,
               :HeureFinConsole, :NbLignesEtapeConsole,
               :StatutEtapeConsole
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to Eot
           else
               add 1 to NbEtapesConsole

               display EtapeConsole line NoLigneConsole col 2
               display StatutEtapeConsole line NoLigneConsole col 34
               display HeureDebutConsole line NoLigneConsole col 38
               display "-" line NoLigneConsole col 45
               display HeureFinConsole line NoLigneConsole col 47
               display NbLignesEtapeConsole
                 line NoLigneConsole col 55

               add 1 to NoLigneConsole

               if NoLigneConsole > 22
                   display " Suite... " line 1 col 1
                     with no advancing

                   accept Reponse line 1 col 12

                   display M-EffaceQuestion

                   move 9 to NoLigneConsole
               end-if
           end-if.

      * --- Detail d'une etape KO, avec les erreurs SQL journalisees
      * pour cette etape a cette date ---

       DetailEtapeConsole.
           move spaces to DateConsole.
           move spaces to EtapeConsole.

           display M-Console-E.
           display M-Console-S.

           accept M-Console-E.
           accept M-Console-S.

           if DateConsole not = space and EtapeConsole not = space
               perform ChargerEtapeConsole

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ChargerEtapeConsole.
           move spaces to StatutEtapeConsole.

           exec sql
               select HeureDebut, HeureFin, NbLignes, Statut
               into :HeureDebutConsole, :HeureFinConsole,
               :NbLignesEtapeConsole, :StatutEtapeConsole
               from BatchControle
               where DateTraitement = :DateConsole
               and NomEtape = :EtapeConsole
               and CodeSociete = :CodeSocieteCourant
           end-exec.

           if sqlcode not = 0
               display " Etape inconnue pour cette date "
                 line 10 col 2
           else
               display " Statut : " line 10 col 2
               display StatutEtapeConsole line 10 col 12
               display " Horaires : " line 11 col 2
               display HeureDebutConsole line 11 col 14
               display "-" line 11 col 21
               display HeureFinConsole line 11 col 23
               display " Lignes : " line 12 col 2
               display NbLignesEtapeConsole line 12 col 12

               perform AfficherErreursEtapeConsole
           end-if.

      * --- Les erreurs SQL de l'etape, relues du journal conserve ---

       AfficherErreursEtapeConsole.
           close F-ErreursSql.

           open input F-ErreursSql.

           move 0 to Eof.
           move 14 to NoLigneConsole.

           perform LireUneErreurConsole until Eof = 1.

           close F-ErreursSql.

           open extend F-ErreursSql.

       LireUneErreurConsole.
           read F-ErreursSql
               at end
                   move 1 to Eof
               not at end
                   perform ExaminerErreurConsole
           end-read.

       ExaminerErreurConsole.
           move E-ErreursSql(1:8) to DateErreurConsole.
           move E-ErreursSql(10:30) to EtapeErreurConsole.
           move E-ErreursSql(40:120) to ResteErreurConsole.

           if DateErreurConsole = DateConsole
           and EtapeErreurConsole = EtapeConsole
           and NoLigneConsole < 23
               display ResteErreurConsole(1:75)
                 line NoLigneConsole col 2

               add 1 to NoLigneConsole
           end-if.

      * --- Relance d'une seule etape en echec : les controles de
      * pilotage sont rejoues (debut, etape, fin), la date comptable
      * etant posee sur la date demandee ---

       RelanceEtapeConsole.
           move spaces to DateConsole.
           move spaces to EtapeConsole.

           display M-Console-E.
           display M-Console-S.

           accept M-Console-E.
           accept M-Console-S.

           if DateConsole not = space and EtapeConsole not = space
               move spaces to StatutEtapeConsole

               exec sql
                   select Statut
                   into :StatutEtapeConsole
                   from BatchControle
                   where DateTraitement = :DateConsole
                   and NomEtape = :EtapeConsole
                   and CodeSociete = :CodeSocieteCourant
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Etape inconnue pour cette date"
                       to MessageConsole
                   when StatutEtapeConsole not = "KO"
                       move "Seule une etape KO se relance d'ici"
                       to MessageConsole
                   when other
                       perform ExecuterRelanceConsole
               end-evaluate

               display M-Console-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ExecuterRelanceConsole.
           move DateConsole to DateTraitementBatch.

           move DateConsole(1:4) to AnneeComptable.
           move DateConsole(5:2) to MoisComptable.
           move DateConsole(7:2) to JourComptable.

           move EtapeConsole to NomEtapeBatch.

      * L'etape doit etre connue AVANT de rouvrir sa ligne de
      * pilotage : un nom inconnu laisserait une ligne EC orpheline

           move "N" to EtapeRelanceReconnue.

           perform VerifierEtapeRelancable
               varying IdxEtapeRelance from 1 by 1
               until IdxEtapeRelance > NbEtapesRelancables
                  or EtapeRelanceReconnue = "O".

           if EtapeRelanceReconnue = "O"
               perform DebuterEtapeBatch

               perform AiguillerRelanceConsole

               move 0 to NbLignesEtape

               perform TerminerEtapeBatch

               move "Etape relancee, voir son statut au suivi"
               to MessageConsole
           else
               move "Etape sans relance possible depuis la console"
               to MessageConsole
           end-if.

       VerifierEtapeRelancable.
           if EtapeRelancable(IdxEtapeRelance) = EtapeConsole
               move "O" to EtapeRelanceReconnue
           end-if.

       AiguillerRelanceConsole.
           evaluate EtapeConsole
               when "ImportationBanque"
                   perform ImportationBanque
               when "ImportationGuichets"
                   perform ImportationGuichets
               when "ImportationBanquesExternes"
                   perform ImportationBanquesExternes
               when "ImportationCommunes"
                   perform ImportationCommunes
               when "Importation"
                   perform Importation
               when "ImportationMajClients"
                   perform ImportationMajClients
               when "ImportListeSanctions"
                   perform ImportListeSanctions
               when "FiltrageSanctions"
                   perform FiltrageSanctions
               when "BilanAlertesLcbft"
                   perform BilanAlertesLcbft
               when "PrelevementCommissions"
                   perform PrelevementCommissions
               when "NotificationCommissions"
                   perform NotificationCommissions
               when "DetectionClientsFragiles"
                   perform DetectionClientsFragiles
               when "FacturationForfaits"
                   perform FacturationForfaits
               when "InteretsQuinzaine"
                   perform InteretsQuinzaine
               when "ImportationMouvements"
                   perform ImportationMouvements
               when "IntegrationCartes"
                   perform IntegrationCartes
               when "RetourRemiseSepa"
                   perform RetourRemiseSepa
               when "MobiliteBancaire"
                   perform MobiliteBancaire
               when "MobiliteSortante"
                   perform MobiliteSortante
               when "OrdresBanqueEnLigne"
                   perform OrdresBanqueEnLigne
               when "ExecutionVirementsPermanents"
                   perform ExecutionVirementsPermanents
               when "EncaissementPrelevements"
                   perform EncaissementPrelevements
               when "CompensationCheques"
                   perform CompensationCheques
               when "CreditRemisesCheques"
                   perform CreditRemisesCheques
               when "RetourImpayesCheques"
                   perform RetourImpayesCheques
               when "RapprochementCompensation"
                   perform RapprochementCompensation
               when "PresentationEffets"
                   perform PresentationEffets
               when "RetourImpayesEffets"
                   perform RetourImpayesEffets
               when "PortefeuilleEffets"
                   perform PortefeuilleEffets
               when "ExpirationCautions"
                   perform ExpirationCautions
               when "CommissionsCautions"
                   perform CommissionsCautions
               when "LoyersCoffres"
                   perform LoyersCoffres
               when "ReclamationsRetard"
                   perform ReclamationsRetard
               when "StatistiquesReclamations"
                   perform StatistiquesReclamations
               when "RentabiliteClients"
                   perform RentabiliteClients
               when "RapprochementDeces"
                   perform RapprochementDeces
               when "NivellementPooling"
                   perform NivellementPooling
               when "InteretsPooling"
                   perform InteretsPooling
               when "RelevePooling"
                   perform RelevePooling
               when "ConsultationsSensibles"
                   perform ConsultationsSensibles
               when "MouvementsPersonnel"
                   perform MouvementsPersonnel
               when "JournalOperateurs"
                   perform JournalOperateurs
               when "InstantaneSecours"
                   perform InstantaneSecours
               when "EtatPreavisTarifaires"
                   perform EtatPreavisTarifaires
               when "VerificationsBeneficiaire"
                   perform VerificationsBeneficiaire
               when "FichierFgdr"
                   perform FichierFgdr
               when "SuiviDroitAuCompte"
                   perform SuiviDroitAuCompte
               when "EtatDroitAuCompte"
                   perform EtatDroitAuCompte
               when "BalanceGenerale"
                   perform BalanceGenerale
               when "AlertesReserves"
                   perform AlertesReserves
               when "PrevisionTresorerie"
                   perform PrevisionTresorerie
               when "InterrogationsSolde"
                   perform InterrogationsSolde
               when "ControleCleRIB"
                   perform ControleCleRIB
               when "ComptesOrphelins"
                   perform ComptesOrphelins
               when "ArchiveComptesClos"
                   perform ArchiveComptesClos
               when "AccrualInteret"
                   perform AccrualInteret
               when "EcheancesComptesATerme"
                   perform EcheancesComptesATerme
               when "EcheancesPrets"
                   perform EcheancesPrets
               when "ReconciliationSoldes"
                   perform ReconciliationSoldes
               when "DetectionComptesInactifs"
                   perform DetectionComptesInactifs
               when "SurveillanceLcbft"
                   perform SurveillanceLcbft
               when "DeclarationBdf"
                   perform DeclarationBdf
               when "RelancesDecouvert"
                   perform RelancesDecouvert
               when "RevuesKyc"
                   perform RevuesKyc
               when "ExpirationPieces"
                   perform ExpirationPieces
               when "SnapshotSoldeJournalier"
                   perform SnapshotSoldeJournalier
               when "AlertesSolde"
                   perform AlertesSolde
               when "PositionMatinale"
                   perform PositionMatinale
               when "EditionRelevesBatch"
                   perform EditionRelevesBatch
               when "ExportComptabilite"
                   perform ExportComptabilite
               when "LettrageAttente"
                   perform LettrageAttente
               when "ArreteCartesDifferees"
                   perform ArreteCartesDifferees
               when "ReevaluationDevises"
                   perform ReevaluationDevises
               when "RecapitulatifPfu"
                   perform RecapitulatifPfu
               when "DeclarationFicoba"
                   perform DeclarationFicoba
               when "ExtractionDecisionnelle"
                   perform ExtractionDecisionnelle
               when "ProvisionsCreances"
                   perform ProvisionsCreances
               when "RenouvellementCartes"
                   perform RenouvellementCartes
               when "EtatLitigesCartes"
                   perform EtatLitigesCartes
               when "AgiosTrimestriels"
                   perform AgiosTrimestriels
               when "RecapitulatifFrais"
                   perform RecapitulatifFrais
               when "FermetureJournee"
                   perform FermetureJournee
               when "OuvertureJournee"
                   perform OuvertureJournee
               when "PurgeFichiersProduits"
                   perform PurgeFichiersProduits
               when "StatistiquesMensuelles"
                   move DateConsole(1:6) to MoisStatistiques
                   perform StatistiquesMensuelles-Init
                   perform StatistiquesMensuelles-Trt until Eot = 1
                   perform StatistiquesMensuelles-Fin
               when "RevueDecouverts"
                   perform RevueDecouvertsBatch
               when "NotificationDormance"
                   perform NotificationDormance
               when "TransfertCdc"
                   perform TransfertCdc
               when "ExtraitCrs"
                   perform ExtraitCrs
               when other
                   continue
           end-evaluate.


      **************************************************************************
      * Virement international hors SEPA : beneficiaire pris au
      * registre (48 heures), montant saisi dans la devise de
      * destination et converti au dernier cours de TauxChange, option
      * de frais SHA (nos frais au donneur d'ordre), OUR (nos frais et
      * le forfait correspondant) ou BEN (nos frais retenus sur le
      * montant remis), debit de la contre-valeur en nature VIN, frais
      * en nature FRV, et remise dans un fichier par devise
      **************************************************************************
       VirementInternational.
           initialize CompteSourceIntl.

           move 0 to NoBenefSaisi.
           move spaces to DeviseVirIntl.
           move 0 to MontantDeviseIntl.
           move spaces to OptionFraisIntl.
           move spaces to ReferenceCorrespondant.

           display M-VirIntl.

           accept M-VirIntl.

           if CodeBanqueIntl not = space
               perform ControlerVirementIntl

               display M-VirIntl-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerVirementIntl.
           move spaces to MessageVirIntl.

           perform ControlerJourneeOuverte.

           if not JourneeOuverte
               move "Journee comptable fermee, saisie refusee"
               to MessageVirIntl
           end-if.

      * Cle RIB du compte source, comme au virement externe

           if MessageVirIntl = space
               move NoCompteIntl to CompteCompletNum(1:9)
               move TypeCompteIntl to CompteCompletNum(10:2)
               move CodeGuichetIntl to CodeGuichetNum
               move CodeBanqueIntl to CodeBanqueNum

               perform CalculCleRib

               if CleRibNum not = CleRibIntl
                   move "Cle RIB du compte a debiter invalide"
                   to MessageVirIntl
               end-if
           end-if.

      * Beneficiaire au registre du client (le meme delai de 48
      * heures que le virement externe) : les zones CompteSource sont
      * posees pour reutiliser la resolution

           if MessageVirIntl = space
               move "O" to StatutVirement
               move spaces to MessageVirement

               move CodeBanqueIntl to CodeBanque of CompteSource
               move CodeGuichetIntl to CodeGuichet of CompteSource

               move NoCompteIntl
               to RacineCompte of CompteComplet of CompteSource

               move TypeCompteIntl
               to TypeCompte of CompteComplet of CompteSource

               perform ResoudreBeneficiaireRegistre

               if not VirementValide
                   move MessageVirement to MessageVirIntl
               end-if
           end-if.

      * Devise et conversion au dernier cours connu

           if MessageVirIntl = space
               evaluate true
                   when DeviseVirIntl = space
                   or DeviseVirIntl = "EUR"
                       move "Devise hors EUR attendue (sinon SEPA)"
                       to MessageVirIntl
                   when MontantDeviseIntl = 0
                       move "Montant en devise invalide"
                       to MessageVirIntl
               end-evaluate
           end-if.

           if MessageVirIntl = space
               move 0 to TauxVirIntl

               exec sql
                   select top 1 Taux
                   into :TauxVirIntl
                   from TauxChange
                   where Devise = :DeviseVirIntl
                   order by DateTaux desc
               end-exec

               if sqlcode not = 0 or TauxVirIntl = 0
                   move "Devise absente de la table des cours"
                   to MessageVirIntl
               else
                   compute ContreValeurIntl rounded =
                   MontantDeviseIntl * TauxVirIntl
               end-if
           end-if.

      * Repartition des frais selon l'option SHA / OUR / BEN

           if MessageVirIntl = space
               if OptionFraisIntl = "sha"
                   move "SHA" to OptionFraisIntl
               end-if

               if OptionFraisIntl = "our"
                   move "OUR" to OptionFraisIntl
               end-if

               if OptionFraisIntl = "ben"
                   move "BEN" to OptionFraisIntl
               end-if

               move MontantDeviseIntl to MontantRemisDevise
               move 0 to FraisFacturesIntl

               evaluate OptionFraisIntl
                   when "SHA"
                       move FraisVirIntl to FraisFacturesIntl
                   when "OUR"
                       compute FraisFacturesIntl =
                       FraisVirIntl + FraisCorrespondant
                   when "BEN"
                       compute FraisEnDeviseIntl rounded =
                       FraisVirIntl / TauxVirIntl

                       if FraisEnDeviseIntl < MontantDeviseIntl
                           compute MontantRemisDevise =
                           MontantDeviseIntl - FraisEnDeviseIntl
                       else
                           move 0 to MontantRemisDevise
                       end-if
                   when other
                       move "Option de frais SHA, OUR ou BEN"
                       to MessageVirIntl
               end-evaluate
           end-if.

      * Provision sur la contre-valeur et les frais, titulaire actif

           if MessageVirIntl = space
               move 0 to DecouvertAutoriseSource

               exec sql
                   select Debit, Credit, DecouvertAutorise
                   into :Compte.Debit, :Compte.Credit,
                        :DecouvertAutoriseSource
                   from Compte
                   where CodeBanque = :CompteSourceIntl.CodeBanqueIntl
                   and CodeGuichet =
                   :CompteSourceIntl.CodeGuichetIntl
                   and NoCompte = :CompteSourceIntl.NoCompteIntl
                   and TypeCompte = :CompteSourceIntl.TypeCompteIntl
                   and StatutCompte <> 'C'
               end-exec

               evaluate true
                   when sqlcode not = 0
                       move "Compte a debiter introuvable"
                       to MessageVirIntl
                   when (Credit of Compte + ContreValeurIntl
                   + FraisFacturesIntl)
                   > (Debit of Compte + DecouvertAutoriseSource)
                       move "Provision insuffisante" to MessageVirIntl
               end-evaluate
           end-if.

           if MessageVirIntl = space
               perform ControleTitulaireSourceBloque

               if ClientBloqueControle
                   move "Client du compte a debiter decede ou bloque"
                   to MessageVirIntl

                   move "Virement international sur compte bloque"
                   to LibelleOperationBloquee

                   perform EcrireOperationBloquee
               end-if
           end-if.

           if MessageVirIntl = space
               move NomBeneficiaire to NomFiltre
               move spaces to PrenomFiltre
               move CodeClientBloqueLu to CodeClientSanction
               move NoBenefSaisi to NoBenefFiltre
               move "VIRINT" to OrigineSanction

               perform FiltrerBeneficiaireSanctions

               if GelSanctions = "O"
                   move "Beneficiaire proche de la liste de gel, bloque"
                   to MessageVirIntl
               end-if
           end-if.

      * Verification du nom du beneficiaire avant confirmation

           if MessageVirIntl = space
               move IbanBeneficiaire to IbanVop
               move BicBeneficiaire to BicVop
               move NomBeneficiaire to NomVop
               move "VIRINT" to OrigineVop

               perform VerifierBeneficiaireVop

               if not VopConfirmee
                   move MessageVop to MessageVirIntl
               end-if
           end-if.

      * Un gros debit sur le compte d'un majeur protege exige
      * l'approbation du representant

           if MessageVirIntl = space
               move CodeBanqueIntl to CodeBanqueRetenue
               move CodeGuichetIntl to CodeGuichetRetenue
               move NoCompteIntl to NoCompteRetenue
               move TypeCompteIntl to TypeCompteRetenue
               move ContreValeurIntl to MontantOperationCourante

               perform ControlerTutelleOperation

               if TutelleAApprouver = "O"
                   move "Majeur protege : approbation requise, refuse"
                   to MessageVirIntl
               end-if
           end-if.

           if MessageVirIntl = space
               perform PosterVirementIntl
           end-if.

      * --- Debit de la contre-valeur (VIN), frais (FRV) et remise ---

       PosterVirementIntl.
           move CodeBanqueIntl to CodeBanque of Mouvement.
           move CodeGuichetIntl to CodeGuichet of Mouvement.

           move NoCompteIntl
           to RacineCompte of CompteComplet of Mouvement.

           move TypeCompteIntl
           to TypeCompte of CompteComplet of Mouvement.

           move ContreValeurIntl to MontantOperationCourante.
           move "VIN" to NatureMouvement of Mouvement.

           perform PosterDebitCompteCourant.

           if not PosteOk
               move LibellePosteErreur to MessageVirIntl
           else
               if FraisFacturesIntl > 0
                   move FraisFacturesIntl
                   to MontantOperationCourante

                   move "FRV" to NatureMouvement of Mouvement

                   move "O" to ExecutionSaisieEnCours

                   perform PosterDebitCompteCourant

                   move "N" to ExecutionSaisieEnCours
               end-if

               perform EcrireRemiseInternationale

               move spaces to MessageVirIntl

               string
                 "Ordre international emis en " delimited by size
                 DeviseVirIntl delimited by size
                 into MessageVirIntl
               end-string
           end-if.

      * --- Une remise par devise, a cote de la remise SEPA (rien ne
      * part en base ecole) ---

       EcrireRemiseInternationale.
           if not EcoleActive
               string
                 "C:\Users\dugs\Documents\RemiseIntl"
                 delimited by size
                 DeviseVirIntl delimited by size
                 ".txt" delimited by size
                 into CheminRemiseIntl
               end-string

               open extend F-RemiseInternationale

               if StatutFichierRemiseIntl not = "00"
                   open output F-RemiseInternationale
               end-if

               move MontantRemisDevise to MontantIntlAffiche

               string
                 AnneeComptable delimited by size
                 MoisComptable delimited by size
                 JourComptable delimited by size
                 ";" delimited by size
                 IbanBeneficiaire delimited by space
                 ";" delimited by size
                 BicBeneficiaire delimited by space
                 ";" delimited by size
                 NomBeneficiaire delimited by size
                 ";" delimited by size
                 DeviseVirIntl delimited by size
                 ";" delimited by size
                 MontantIntlAffiche delimited by size
                 ";" delimited by size
                 OptionFraisIntl delimited by size
                 ";" delimited by size
                 ReferenceCorrespondant delimited by space
                 into E-RemiseInternationale
               end-string

               write E-RemiseInternationale

               close F-RemiseInternationale
           end-if.


      **************************************************************************
      * Purge et inventaire des fichiers produits (etape de la chaine
      * de nuit) : les editions au-dela du delai de retention sont
      * archivees dans le fichier d'archive puis tronquees et retirees
      * du registre, les lignes de pilotage batch au-dela du leur sont
      * supprimees, les points de reprise perimes sont remis a zero,
      * et l'inventaire recapitule le purge et le conserve
      **************************************************************************
       PurgeFichiersProduits.
           move 0 to NbEditionsPurgees.
           move 0 to NbEditionsConservees.
           move 0 to NbLignesBatchPurgees.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateComptableTexte
           end-string.

      * Limites par famille, roulees en arriere par mois entiers (la
      * retention en jours est arrondie au mois superieur)

           compute NbMoisRecul rounded =
           RetentionEditionsJours / 30.

           if NbMoisRecul = 0
               move 1 to NbMoisRecul
           end-if.

           perform CalculerDateReculeeMois.

           move DateReculeeMois to DateLimiteEditions.

           compute NbMoisRecul rounded = RetentionBatchJours / 30.

           if NbMoisRecul = 0
               move 1 to NbMoisRecul
           end-if.

           perform CalculerDateReculeeMois.

           move DateReculeeMois to DateLimiteBatch.

           open extend F-ArchiveEditions.

           perform PurgerEditionsExpirees.

           close F-ArchiveEditions.

           perform PurgerPilotageBatch.

           perform RemettreCheckpointsAZero.

           perform EditerInventairePurge.

      * --- Editions expirees : archivage du contenu, troncature du
      * fichier (reouvert en sortie via le chemin de l'outbox) et
      * retrait du registre ---

       PurgerEditionsExpirees.
           move 0 to EotPurge.

           exec sql
               declare C-EditionsExpirees cursor for
                   select NoEdition, NomEdition, Chemin,
                   DateProduction
                   from Edition
                   where DateProduction < :DateLimiteEditions
                   order by NoEdition
           end-exec.

           exec sql
             open C-EditionsExpirees
           end-exec.

           perform PurgerUneEdition until EotPurge = 1.

           exec sql
             close C-EditionsExpirees
           end-exec.

           exec sql
               select count(*)
               into :NbEditionsConservees
               from Edition
           end-exec.

       PurgerUneEdition.
           exec sql
               fetch C-EditionsExpirees
               into :Edition.NoEdition, :Edition.NomEdition,
               :Edition.CheminEdition,
               :Edition.DateProductionEdition
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPurge
           else
               perform ArchiverUneEdition

               exec sql
                   delete from Edition
                   where NoEdition = :Edition.NoEdition
               end-exec

               add 1 to NbEditionsPurgees
           end-if.

       ArchiverUneEdition.
           move spaces to E-ArchiveEditions.

           string
             "=== EDITION " delimited by size
             NoEdition of Edition delimited by size
             " " delimited by size
             NomEdition delimited by space
             " DU " delimited by size
             DateProductionEdition delimited by size
             " ===" delimited by size
             into E-ArchiveEditions
           end-string.

           write E-ArchiveEditions.

           move CheminEdition to CheminEditionSource.

           open input F-EditionSource.

           if StatutFichierEditionSrc = "00"
               move 0 to EofPurgeFichier

               perform ArchiverUneLigneEdition
                 until EofPurgeFichier = 1

               close F-EditionSource

      * Le fichier archive est tronque (reouvert vide)

               move CheminEdition to CheminReleveOutbox

               open output F-ReleveOutbox

               close F-ReleveOutbox
           end-if.

       ArchiverUneLigneEdition.
           read F-EditionSource
               at end
                   move 1 to EofPurgeFichier
               not at end
                   write E-ArchiveEditions from E-EditionSource
           end-read.

      * --- Lignes de pilotage batch au-dela de la retention ---

       PurgerPilotageBatch.
           move 0 to NbLignesBatchPurgees.

           exec sql
               select count(*)
               into :NbLignesBatchPurgees
               from BatchControle
               where DateTraitement < :DateLimiteBatch
           end-exec.

           exec sql
               delete from BatchControle
               where DateTraitement < :DateLimiteBatch
           end-exec.

      * --- Points de reprise perimes : un contenu d'une autre date
      * ferait trebucher la relance, ils repartent de zero ---

       RemettreCheckpointsAZero.

      * L'index de l'outbox repart aussi de zero : les depots qu'il
      * referencait ont ete consommes par l'envoi ou purges du
      * registre des editions

           open output F-IndexOutbox.
           close F-IndexOutbox.

           move spaces to E-ImportCheckpoint.
           move 0 to NoLigneReprise.
           move NoLigneReprise to E-ImportCheckpoint(1:7).

           open output F-ImportCheckpoint.
           write E-ImportCheckpoint.
           close F-ImportCheckpoint.

           move spaces to E-PrelevCheckpoint.
           move "0" to E-PrelevCheckpoint(1:1).

           open output F-PrelevCheckpoint.
           write E-PrelevCheckpoint.
           close F-PrelevCheckpoint.

           move spaces to E-ChequesCheckpoint.
           move "0" to E-ChequesCheckpoint(1:1).

           open output F-ChequesCheckpoint.
           write E-ChequesCheckpoint.
           close F-ChequesCheckpoint.

           move spaces to E-VirPermCheckpoint.
           move "0" to E-VirPermCheckpoint(1:1).

           open output F-VirPermCheckpoint.
           write E-VirPermCheckpoint.
           close F-VirPermCheckpoint.

           move spaces to E-OrdresEnLigneCheckpoint.
           move "0" to E-OrdresEnLigneCheckpoint(1:1).

           open output F-OrdresEnLigneCheckpoint.
           write E-OrdresEnLigneCheckpoint.
           close F-OrdresEnLigneCheckpoint.

      * --- Inventaire du purge et du conserve ---

       EditerInventairePurge.
           open output F-InventairePurge.

           move spaces to E-InventairePurge.

           string
             "INVENTAIRE DE PURGE AU " delimited by size
             DateComptableTexte delimited by size
             into E-InventairePurge
           end-string.

           write E-InventairePurge.

           move spaces to E-InventairePurge.

           string
             "EDITIONS PURGEES (ARCHIVEES) : " delimited by size
             NbEditionsPurgees delimited by size
             into E-InventairePurge
           end-string.

           write E-InventairePurge.

           move spaces to E-InventairePurge.

           string
             "EDITIONS CONSERVEES ........ : " delimited by size
             NbEditionsConservees delimited by size
             into E-InventairePurge
           end-string.

           write E-InventairePurge.

           move spaces to E-InventairePurge.

           string
             "PILOTAGE BATCH PURGE ....... : " delimited by size
             NbLignesBatchPurgees delimited by size
             into E-InventairePurge
           end-string.

           write E-InventairePurge.

           move spaces to E-InventairePurge.

           move "POINTS DE REPRISE REMIS A ZERO : 4"
           to E-InventairePurge.

           write E-InventairePurge.

           close F-InventairePurge.


      **************************************************************************
      * Seuils d'usure : saisie des seuils publies chaque trimestre par
      * categorie de pret (date d'effet) et consultation du seuil en
      * vigueur a une date ; la creation d'un pret refuse tout TAEG
      * superieur au seuil de sa categorie
      **************************************************************************
       GestionSeuilsUsure.
           perform SaisieSeuil-Init.
           perform SaisieSeuil-Trt until ChoixSeuil = space.
           perform SaisieSeuil-Fin.

       SaisieSeuil-Init.
           move "" to ChoixSeuil.

       SaisieSeuil-Trt.
           move space to ChoixSeuil.

           display M-SeuilUsure.

           accept ChoixSeuil line 5 col 43.

           if ChoixSeuil = "c" then
               move "C" to ChoixSeuil
           end-if.

           if ChoixSeuil = "v" then
               move "V" to ChoixSeuil
           end-if.

           evaluate ChoixSeuil
               when "C"
                   perform CreationSeuilUsure
               when "V"
                   perform ConsultationSeuilUsure
           end-evaluate.

       SaisieSeuil-Fin.
           continue.

       CreationSeuilUsure.
           initialize SeuilUsure.

           display M-SeuilUsure-E.

           accept M-SeuilUsure-E.

           if CategorieSeuil not = space
               move spaces to MessageSeuil

               if DateEffetSeuil is not numeric
                   move "Date d'effet invalide (AAAAMMJJ)"
                   to MessageSeuil
               end-if

               if MessageSeuil = space and TauxSeuil = 0
                   move "Taux du seuil invalide" to MessageSeuil
               end-if

               if MessageSeuil = space
                   perform InsererSeuilUsure
               end-if

               display M-SeuilUsure-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       InsererSeuilUsure.
           exec sql
               insert into SeuilUsure (Categorie, DateEffet, Taux)
               values (:SeuilUsure.CategorieSeuil,
                       :SeuilUsure.DateEffetSeuil,
                       :SeuilUsure.TauxSeuil)
           end-exec.

           if sqlcode not = 0
               move "Creation seuil d'usure" to LibelleErreurSql
               move CategorieSeuil to CleErreurSql
               perform JournaliserErreurSql

               move "Seuil deja enregistre a cette date"
               to MessageSeuil
           else
               move "SeuilUsure" to TableAudit
               move spaces to CleAudit

               string
                 CategorieSeuil delimited by size
                 "-" delimited by size
                 DateEffetSeuil delimited by size
                 into CleAudit
               end-string

               move spaces to AncienneValeurAudit
               compute TaegPourcent rounded = TauxSeuil * 100
               move TaegPourcent to TaegPourcentAffiche
               move TaegPourcentAffiche to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Seuil d'usure enregistre" to MessageSeuil
           end-if.

       ConsultationSeuilUsure.
           initialize SeuilUsure.

           display M-SeuilUsure-E.

           accept M-SeuilUsure-E.

           if CategorieSeuil not = space
               if DateEffetSeuil = space
                   move DateSysteme to DateEffetSeuil
               end-if

               exec sql
                   select top 1 Taux
                   into :SeuilUsure.TauxSeuil
                   from SeuilUsure
                   where Categorie = :SeuilUsure.CategorieSeuil
                   and DateEffet <= :SeuilUsure.DateEffetSeuil
                   order by DateEffet desc
               end-exec

               if sqlcode not = 0
                   move "Aucun seuil en vigueur a cette date"
                   to MessageSeuil
               else
                   compute TaegPourcent rounded = TauxSeuil * 100
                   move TaegPourcent to TaegPourcentAffiche
                   move spaces to MessageSeuil

                   string
                     "Seuil en vigueur : " delimited by size
                     TaegPourcentAffiche delimited by size
                     " %" delimited by size
                     into MessageSeuil
                   end-string
               end-if

               display M-SeuilUsure-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Catalogue des forfaits de compte : creation d'une version
      * (date d'effet), consultation de la version en vigueur a une
      * date et arret de la commercialisation
      **************************************************************************
       GestionForfaits.
           perform SaisieForfait-Init.
           perform SaisieForfait-Trt until ChoixForfait = space.
           perform SaisieForfait-Fin.

       SaisieForfait-Init.
           move "" to ChoixForfait.

       SaisieForfait-Trt.
           move space to ChoixForfait.

           display M-Forfaits.

           accept ChoixForfait line 5 col 46.

           if ChoixForfait = "c" then
               move "C" to ChoixForfait
           end-if.

           if ChoixForfait = "v" then
               move "V" to ChoixForfait
           end-if.

           if ChoixForfait = "f" then
               move "F" to ChoixForfait
           end-if.

           evaluate ChoixForfait
               when "C"
                   perform CreationForfait
               when "V"
                   perform ConsultationForfait
               when "F"
                   perform FinVenteForfait
           end-evaluate.

       SaisieForfait-Fin.
           continue.

       CreationForfait.
           initialize Forfait.

           display M-Forfait-E.

           accept M-Forfait-E.

           if CodeForfait not = space
               move spaces to MessageForfait

               if ForfaitParDefaut = "o"
                   move "O" to ForfaitParDefaut
               end-if

               if ForfaitParDefaut not = "O"
                   move "N" to ForfaitParDefaut
               end-if

               if DateEffetForfait is not numeric
                   move "Date d'effet invalide (AAAAMMJJ)"
                   to MessageForfait
               end-if

               if MessageForfait = space and LibelleForfait = space
                   move "Libelle du forfait obligatoire"
                   to MessageForfait
               end-if

               if MessageForfait = space
               and DateFinForfait not = space
               and (DateFinForfait is not numeric
               or DateFinForfait <= DateEffetForfait)
                   move "Date de fin invalide (apres la date d'effet)"
                   to MessageForfait
               end-if

               if MessageForfait = space
                   perform ControlerPreavisForfait
               end-if

               if MessageForfait = space
                   perform InsererForfait

                   if MessageForfait = "Forfait enregistre"
                   and TarifModifie
                       perform EmettrePreavisForfait
                   end-if
               end-if

               display M-Forfait-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       InsererForfait.
           exec sql
               insert into Forfait
               (CodeForfait, DateEffet, Libelle, TypeCompte,
                PrixMensuel, NbCartes, NbVirementsGratuits,
                ParDefaut, DateFin)
               values
               (:Forfait.CodeForfait, :Forfait.DateEffetForfait,
                :Forfait.LibelleForfait, :Forfait.TypeCompteForfait,
                :Forfait.PrixMensuelForfait, :Forfait.NbCartesForfait,
                :Forfait.NbVirementsForfait,
                :Forfait.ForfaitParDefaut, :Forfait.DateFinForfait)
           end-exec.

           if sqlcode not = 0
               move "Creation forfait" to LibelleErreurSql
               move CodeForfait to CleErreurSql
               perform JournaliserErreurSql

               move "Forfait deja enregistre a cette date"
               to MessageForfait
           else
               move "Forfait" to TableAudit
               move spaces to CleAudit

               string
                 CodeForfait delimited by space
                 "-" delimited by size
                 DateEffetForfait delimited by size
                 into CleAudit
               end-string

               move spaces to AncienneValeurAudit
               move PrixMensuelForfait to PrixForfaitAffiche
               move spaces to NouvelleValeurAudit

               string
                 LibelleForfait delimited by "  "
                 " " delimited by size
                 PrixForfaitAffiche delimited by size
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               move "Forfait enregistre" to MessageForfait
           end-if.

      * --- Nouvelle version d'un forfait deja vendu : un changement de
      * prix exige le preavis des que des comptes y sont abonnes ---

       ControlerPreavisForfait.
           move "N" to ChangementTarifaire.
           move 0 to NbComptesConcernes.

           exec sql
               select top 1 PrixMensuel
               into :AncienPrixForfaitPreavis
               from Forfait
               where CodeForfait = :Forfait.CodeForfait
               and DateEffet < :Forfait.DateEffetForfait
               order by DateEffet desc
           end-exec.

           if sqlcode = 0
           and AncienPrixForfaitPreavis not = PrixMensuelForfait
               exec sql
                   select count(*)
                   into :NbComptesConcernes
                   from AbonnementForfait
                   where CodeForfait = :Forfait.CodeForfait
                   and (DateFin = ' ' or DateFin is null)
               end-exec

               if NbComptesConcernes > 0
                   move "O" to ChangementTarifaire
               end-if
           end-if.

           if TarifModifie
               perform CalculerDateLimitePreavis

               if DateEffetForfait < DateLimitePreavis
                   string
                     "Preavis client : date d'effet au plus tot le "
                     delimited by size
                     DateLimitePreavis delimited by size
                     into MessageForfait
                   end-string
               end-if
           end-if.

      * --- Version en vigueur a une date (blanc = aujourd'hui) ---

       ConsultationForfait.
           initialize Forfait.

           display M-Forfait-E.

           accept M-Forfait-E.

           if CodeForfait not = space
               if DateEffetForfait = space
                   move DateSysteme to DateEffetForfait
               end-if

               exec sql
                   select top 1 DateEffet, Libelle, TypeCompte,
                   PrixMensuel, NbCartes, NbVirementsGratuits,
                   ParDefaut, DateFin
                   into :Forfait.DateEffetForfait,
                   :Forfait.LibelleForfait, :Forfait.TypeCompteForfait,
                   :Forfait.PrixMensuelForfait,
                   :Forfait.NbCartesForfait,
                   :Forfait.NbVirementsForfait,
                   :Forfait.ForfaitParDefaut, :Forfait.DateFinForfait
                   from Forfait
                   where CodeForfait = :Forfait.CodeForfait
                   and DateEffet <= :Forfait.DateEffetForfait
                   order by DateEffet desc
               end-exec

               if sqlcode not = 0
                   move "Aucune version en vigueur a cette date"
                   to MessageForfait
               else
                   display M-Forfait-E

                   move "Version en vigueur" to MessageForfait
               end-if

               display M-Forfait-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      * --- Arret de la commercialisation : la date de fin est posee
      * sur la derniere version ---

       FinVenteForfait.
           initialize Forfait.

           display M-Forfait-E.

           accept M-Forfait-E.

           if CodeForfait not = space
               if DateFinForfait is not numeric
                   move "Date de fin invalide (AAAAMMJJ)"
                   to MessageForfait
               else
                   exec sql
                       update Forfait
                       set DateFin = :Forfait.DateFinForfait
                       where CodeForfait = :Forfait.CodeForfait
                       and DateEffet =
                       (select max(g.DateEffet) from Forfait g
                        where g.CodeForfait = :Forfait.CodeForfait)
                   end-exec

                   if sqlcode not = 0
                       move "Forfait inconnu" to MessageForfait
                   else
                       move "Forfait" to TableAudit
                       move CodeForfait to CleAudit
                       move spaces to AncienneValeurAudit
                       move spaces to NouvelleValeurAudit

                       string
                         "fin de vente le " delimited by size
                         DateFinForfait delimited by size
                         into NouvelleValeurAudit
                       end-string

                       perform EnregistrerAudit

                       move "Fin de commercialisation enregistree"
                       to MessageForfait
                   end-if
               end-if

               display M-Forfait-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

      **************************************************************************
      * Forfait d'un compte (gestion des clients) : forfait en cours,
      * forfaits en vente pour le type du compte, changement
      **************************************************************************
       GestionForfaitCompte.
           move "X" to CodeForfaitSaisi.

           perform GestionForfaitCompte-Trt
               until CodeForfaitSaisi = space.

       GestionForfaitCompte-Trt.
           perform DaterJourForfait.

           perform LireForfaitCompte.

           perform AfficherForfaitsCompte.

           move spaces to CodeForfaitSaisi.

           accept CodeForfaitSaisi line 21 col 36.

           if CodeForfaitSaisi not = space
               perform ChangerForfaitCompte

               display M-Forfait-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       DaterJourForfait.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateJourForfait
           end-string.

      * --- Abonnement en cours de la ligne et libelle de son
      * forfait ---

       LireForfaitCompte.
           move spaces to CodeForfaitCourant.
           move spaces to LibelleForfaitCourant.
           move spaces to DateDebutAbonnement.
           move 0 to NoAbonnement.

           exec sql
               select top 1 a.NoAbonnement, a.CodeForfait, a.DateDebut,
               coalesce(f.Libelle, ' ')
               into :AbonnementForfait.NoAbonnement,
               :CodeForfaitCourant,
               :AbonnementForfait.DateDebutAbonnement,
               :LibelleForfaitCourant
               from AbonnementForfait a
               left join Forfait f
               on f.CodeForfait = a.CodeForfait
               and f.DateEffet =
               (select max(g.DateEffet) from Forfait g
                where g.CodeForfait = a.CodeForfait
                and g.DateEffet <= :DateJourForfait)
               where a.CodeBanque =
               :LigneCompte(NoLigneCompte).CodeBanque
               and a.CodeGuichet =
               :LigneCompte(NoLigneCompte).CodeGuichet
               and a.NoCompte =
               :LigneCompte(NoLigneCompte).RacineCompte
               and a.TypeCompte =
               :LigneCompte(NoLigneCompte).TypeCompte
               and a.DateFin = ' '
               order by a.DateDebut desc
           end-exec.

           if sqlcode not = 0
               move "aucun" to LibelleForfaitCourant
           end-if.

       AfficherForfaitsCompte.
           display M-ForfaitCompte.

           move 0 to EofForfait.
           move 8 to NoLigneEcran.

           exec sql
               declare C-ForfaitsEnVente cursor for
                   select f.CodeForfait, f.Libelle, f.PrixMensuel,
                   f.NbCartes, f.NbVirementsGratuits
                   from Forfait f
                   where f.DateEffet =
                   (select max(g.DateEffet) from Forfait g
                    where g.CodeForfait = f.CodeForfait
                    and g.DateEffet <= :DateJourForfait)
                   and (f.DateFin = ' ' or f.DateFin > :DateJourForfait)
                   and (f.TypeCompte = ' ' or f.TypeCompte =
                   :LigneCompte(NoLigneCompte).TypeCompte)
                   order by f.CodeForfait
           end-exec.

           exec sql
             open C-ForfaitsEnVente
           end-exec.

           perform AfficherForfaitsCompte-Trt until EofForfait = 1.

           exec sql
             close C-ForfaitsEnVente
           end-exec.

       AfficherForfaitsCompte-Trt.
           exec sql
               fetch C-ForfaitsEnVente
               into :Forfait.CodeForfait, :Forfait.LibelleForfait,
               :Forfait.PrixMensuelForfait, :Forfait.NbCartesForfait,
               :Forfait.NbVirementsForfait
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofForfait
           else
               if NoLigneEcran < 20
                   add 1 to NoLigneEcran

                   display LigneForfaitEcran
               end-if
           end-if.

      * --- Changement : le forfait demande doit etre en vente pour le
      * type du compte ; l'abonnement en cours est ferme ce jour ---

       ChangerForfaitCompte.
           move spaces to MessageForfait.

           if not LigneExistante(NoLigneCompte)
               move "Compte non encore valide en base" to MessageForfait
           end-if.

           if MessageForfait = space
           and CodeForfaitSaisi = CodeForfaitCourant
               move "Forfait deja souscrit" to MessageForfait
           end-if.

      * Droit au compte : le forfait des services de base seulement

           if MessageForfait = space
               perform LireDroitAuCompteLigne

               if CompteDroitAuCompte
               and CodeForfaitSaisi not = CodeForfaitServicesBase
                   move "Droit au compte : forfait de base seulement"
                   to MessageForfait
               end-if
           end-if.

           if MessageForfait = space
               exec sql
                   select top 1 CodeForfait
                   into :Forfait.CodeForfait
                   from Forfait
                   where CodeForfait = :CodeForfaitSaisi
                   and DateEffet <= :DateJourForfait
                   and (DateFin = ' ' or DateFin > :DateJourForfait)
                   and (TypeCompte = ' ' or TypeCompte =
                   :LigneCompte(NoLigneCompte).TypeCompte)
                   order by DateEffet desc
               end-exec

               if sqlcode not = 0
                   move "Forfait inconnu ou hors vente pour ce compte"
                   to MessageForfait
               end-if
           end-if.

           if MessageForfait = space
               if CodeForfaitCourant not = space
                   exec sql
                       update AbonnementForfait
                       set DateFin = :DateJourForfait
                       where NoAbonnement =
                       :AbonnementForfait.NoAbonnement
                   end-exec
               end-if

               move CodeBanque of LigneCompte(NoLigneCompte)
               to CodeBanqueAbonnement

               move CodeGuichet of LigneCompte(NoLigneCompte)
               to CodeGuichetAbonnement

               move RacineCompte of LigneCompte(NoLigneCompte)
               to NoCompteAbonnement

               move TypeCompte of LigneCompte(NoLigneCompte)
               to TypeCompteAbonnement

               move CodeForfaitSaisi to CodeForfaitAbonnement

               perform InsererAbonnementForfait

               if sqlcode = 0
                   move "Forfait change" to MessageForfait
               else
                   move "Echec du changement de forfait"
                   to MessageForfait
               end-if
           end-if.

      * --- Ouverture d'un compte : forfait par defaut de son type,
      * s'il en existe un en vente ---

       OuvrirAbonnementDefaut.
           perform DaterJourForfait.

           move spaces to CodeForfaitCourant.

           exec sql
               select top 1 CodeForfait
               into :Forfait.CodeForfait
               from Forfait
               where ParDefaut = 'O'
               and TypeCompte = :LigneCompte(IdxLigneCompte).TypeCompte
               and DateEffet <= :DateJourForfait
               and (DateFin = ' ' or DateFin > :DateJourForfait)
               order by DateEffet desc
           end-exec.

           if sqlcode = 0
               move CodeBanque of LigneCompte(IdxLigneCompte)
               to CodeBanqueAbonnement

               move CodeGuichet of LigneCompte(IdxLigneCompte)
               to CodeGuichetAbonnement

               move RacineCompte of LigneCompte(IdxLigneCompte)
               to NoCompteAbonnement

               move TypeCompte of LigneCompte(IdxLigneCompte)
               to TypeCompteAbonnement

               move CodeForfait to CodeForfaitAbonnement

               perform InsererAbonnementForfait
           end-if.

      * --- Ouverture sur designation (droit au compte) : forfait des
      * services bancaires de base, quel que soit le type du compte ---

       OuvrirAbonnementServicesBase.
           perform DaterJourForfait.

           move spaces to CodeForfaitCourant.

           exec sql
               select top 1 CodeForfait
               into :Forfait.CodeForfait
               from Forfait
               where CodeForfait = :CodeForfaitServicesBase
               and DateEffet <= :DateJourForfait
               and (DateFin = ' ' or DateFin > :DateJourForfait)
               order by DateEffet desc
           end-exec.

           if sqlcode = 0
               move CodeBanque of LigneCompte(IdxLigneCompte)
               to CodeBanqueAbonnement

               move CodeGuichet of LigneCompte(IdxLigneCompte)
               to CodeGuichetAbonnement

               move RacineCompte of LigneCompte(IdxLigneCompte)
               to NoCompteAbonnement

               move TypeCompte of LigneCompte(IdxLigneCompte)
               to TypeCompteAbonnement

               move CodeForfait to CodeForfaitAbonnement
               move CodeForfait to CodeForfaitCourant

               perform InsererAbonnementForfait
           end-if.

       InsererAbonnementForfait.
           exec sql
               select coalesce(max(NoAbonnement), 0) + 1
               into :AbonnementForfait.NoAbonnement
               from AbonnementForfait
           end-exec.

           move DateJourForfait to DateDebutAbonnement.
           move spaces to DateFinAbonnement.
           move spaces to DernierMoisFacture.

           exec sql
               insert into AbonnementForfait
               (NoAbonnement, CodeBanque, CodeGuichet, NoCompte,
                TypeCompte, CodeForfait, DateDebut, DateFin,
                DernierMoisFacture)
               values
               (:AbonnementForfait.NoAbonnement,
                :AbonnementForfait.CodeBanqueAbonnement,
                :AbonnementForfait.CodeGuichetAbonnement,
                :AbonnementForfait.NoCompteAbonnement,
                :AbonnementForfait.TypeCompteAbonnement,
                :AbonnementForfait.CodeForfaitAbonnement,
                :AbonnementForfait.DateDebutAbonnement,
                :AbonnementForfait.DateFinAbonnement,
                :AbonnementForfait.DernierMoisFacture)
           end-exec.

           if sqlcode not = 0
               move "Abonnement forfait" to LibelleErreurSql
               move NoCompteAbonnement to CleErreurSql
               perform JournaliserErreurSql
           else
               move "AbonnementForfait" to TableAudit
               move spaces to CleAudit

               string
                 CodeBanqueAbonnement delimited by space
                 CodeGuichetAbonnement delimited by space
                 NoCompteAbonnement delimited by space
                 TypeCompteAbonnement delimited by space
                 into CleAudit
               end-string

               move CodeForfaitCourant to AncienneValeurAudit
               move CodeForfaitAbonnement to NouvelleValeurAudit

               perform EnregistrerAudit
           end-if.

      **************************************************************************
      * Preavis tarifaire : a la validation d'une modification de
      * bareme, de prix de forfait ou de parametre tarifaire, liste
      * des comptes concernes et avis a chaque client (anciennes et
      * nouvelles conditions, date d'effet), conserve dans
      * PreavisTarif
      **************************************************************************
       CalculerDateLimitePreavis.
           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             JourComptable delimited by size
             into DateBaseCalcul
           end-string.

           move NbMoisPreavis to NbMoisAvance.

           perform CalculerDateAvanceeMois.

           move DateAvanceeCalcul to DateLimitePreavis.

       EmettrePreavisBareme.
           move "B" to NatureChangementPreavis.
           move TypeCompteBareme to CleChangementPreavis.
           move DateEffetBareme to DateEffetPreavis.

           move AncienTauxInteretPreavis to TauxPreavisAffiche.
           move AncienTauxFraisPreavis to TauxPreavisAffiche2.
           move spaces to AncienneConditionPreavis.

           string
             "taux interet " delimited by size
             TauxPreavisAffiche delimited by size
             " taux frais " delimited by size
             TauxPreavisAffiche2 delimited by size
             into AncienneConditionPreavis
           end-string.

           move TauxInteretBareme to TauxPreavisAffiche.
           move TauxFraisBareme to TauxPreavisAffiche2.
           move spaces to NouvelleConditionPreavis.

           string
             "taux interet " delimited by size
             TauxPreavisAffiche delimited by size
             " taux frais " delimited by size
             TauxPreavisAffiche2 delimited by size
             into NouvelleConditionPreavis
           end-string.

           perform EmettrePreavis.

           move spaces to MessageBareme.

           string
             "Bareme enregistre, avis tarifaire a " delimited by size
             NbClientsPreavis delimited by size
             " client(s)" delimited by size
             into MessageBareme
           end-string.

       EmettrePreavisForfait.
           move "F" to NatureChangementPreavis.
           move CodeForfait to CleChangementPreavis.
           move DateEffetForfait to DateEffetPreavis.

           move AncienPrixForfaitPreavis to PrixPreavisAffiche.
           move spaces to AncienneConditionPreavis.

           string
             "forfait " delimited by size
             CodeForfait delimited by space
             " " delimited by size
             PrixPreavisAffiche delimited by size
             " EUR par mois" delimited by size
             into AncienneConditionPreavis
           end-string.

           move PrixMensuelForfait to PrixPreavisAffiche.
           move spaces to NouvelleConditionPreavis.

           string
             "forfait " delimited by size
             CodeForfait delimited by space
             " " delimited by size
             PrixPreavisAffiche delimited by size
             " EUR par mois" delimited by size
             into NouvelleConditionPreavis
           end-string.

           perform EmettrePreavis.

           move spaces to MessageForfait.

           string
             "Forfait enregistre, avis tarifaire a " delimited by size
             NbClientsPreavis delimited by size
             " client(s)" delimited by size
             into MessageForfait
           end-string.

       EmettrePreavisParametre.
           move "P" to NatureChangementPreavis.
           move CleTarifParametre to CleChangementPreavis.
           move DateEffetParametre to DateEffetPreavis.

           move spaces to AncienneConditionPreavis.

           string
             CodeParametre delimited by space
             " " delimited by size
             ValeurAvantParametre delimited by "  "
             into AncienneConditionPreavis
           end-string.

           move spaces to NouvelleConditionPreavis.

           string
             CodeParametre delimited by space
             " " delimited by size
             ValeurParametreEffet delimited by "  "
             into NouvelleConditionPreavis
           end-string.

           perform EmettrePreavis.

           move spaces to MessageParametre.

           string
             "Parametre enregistre, avis tarifaire a "
             delimited by size
             NbClientsPreavis delimited by size
             " client(s)" delimited by size
             into MessageParametre
           end-string.

      * --- Liste des comptes concernes et avis, client par client
      * (les comptes arrivent tries par client) ; un parametre
      * tarifaire concerne tous les comptes ouverts ---

       EmettrePreavis.
           move 0 to NbClientsPreavis.
           move 0 to NbPreavisOutbox.
           move 0 to NbPreavisCourrier.
           move 0 to NbPreavisRetenus.
           move 0 to NbComptesPreavis.
           move 0 to NbLignesListePreavis.
           move 0 to EotPreavis.
           move spaces to CodeClientPreavis.

           string
             Annee of DateSysteme delimited by size
             Mois of DateSysteme delimited by size
             Jour of DateSysteme delimited by size
             into DateEnvoiPreavis
           end-string.

           string
             DateEffetPreavis(7:2) delimited by size
             "/" delimited by size
             DateEffetPreavis(5:2) delimited by size
             "/" delimited by size
             DateEffetPreavis(1:4) delimited by size
             into DateEffetPreavisEdit
           end-string.

           move spaces to NomListePreavis.

           string
             "PreavisTarif-" delimited by size
             NatureChangementPreavis delimited by size
             "-" delimited by size
             CleChangementPreavis delimited by space
             "-" delimited by size
             DateEffetPreavis delimited by size
             into NomListePreavis
           end-string.

           move spaces to CheminListePreavis.
           move spaces to CheminLettresPreavis.

           string
             "C:\Users\dugs\Documents\" delimited by size
             NomListePreavis delimited by space
             ".txt" delimited by size
             into CheminListePreavis
           end-string.

           string
             "C:\Users\dugs\Documents\Lettres" delimited by size
             NomListePreavis delimited by space
             ".txt" delimited by size
             into CheminLettresPreavis
           end-string.

           move corresponding DateSysteme to PreavisEntete1.

           move NomSocieteEntete to SocieteEntete of PreavisEntete1.

           open output F-ListePreavis.
           open output F-LettresPreavis.

           write E-ListePreavis from PreavisEntete1.
           write E-ListePreavis from PreavisEntete2.

           move spaces to E-ListePreavis.

           string
             " Effet le " delimited by size
             DateEffetPreavisEdit delimited by size
             " - anciennes conditions : " delimited by size
             AncienneConditionPreavis delimited by "  "
             into E-ListePreavis
           end-string.

           write E-ListePreavis.

           move spaces to E-ListePreavis.

           string
             " " delimited by size
             "                      nouvelles conditions : "
             delimited by size
             NouvelleConditionPreavis delimited by "  "
             into E-ListePreavis
           end-string.

           write E-ListePreavis.
           write E-ListePreavis from " ".
           write E-ListePreavis from PreavisColonnes.

           add 6 to NbLignesListePreavis.

           if NatureChangementPreavis not = "F"
               exec sql
                   declare C-PreavisBareme cursor for
                       select CodeClient, CodeBanque, CodeGuichet,
                       NoCompte, TypeCompte
                       from Compte
                       where (TypeCompte =
                       :PreavisTarif.CleChangementPreavis
                       or :PreavisTarif.NatureChangementPreavis = 'P')
                       and StatutCompte <> 'C'
                       and CodeSociete = :CodeSocieteCourant
                       order by CodeClient, CodeBanque, CodeGuichet,
                       NoCompte
               end-exec

               exec sql
                 open C-PreavisBareme
               end-exec
           else
               exec sql
                   declare C-PreavisForfait cursor for
                       select c.CodeClient, a.CodeBanque,
                       a.CodeGuichet, a.NoCompte, a.TypeCompte
                       from AbonnementForfait a
                       join Compte c
                       on c.CodeBanque = a.CodeBanque
                       and c.CodeGuichet = a.CodeGuichet
                       and c.NoCompte = a.NoCompte
                       and c.TypeCompte = a.TypeCompte
                       where a.CodeForfait =
                       :PreavisTarif.CleChangementPreavis
                       and (a.DateFin = ' ' or a.DateFin is null)
                       and c.StatutCompte <> 'C'
                       and c.CodeSociete = :CodeSocieteCourant
                       order by c.CodeClient, a.CodeBanque,
                       a.CodeGuichet, a.NoCompte
               end-exec

               exec sql
                 open C-PreavisForfait
               end-exec
           end-if.

           perform EmettrePreavis-Trt until EotPreavis = 1.

           if NatureChangementPreavis not = "F"
               exec sql
                 close C-PreavisBareme
               end-exec
           else
               exec sql
                 close C-PreavisForfait
               end-exec
           end-if.

      * Avis du dernier client de la liste

           if CodeClientPreavis not = space
               perform AviserClientPreavis
           end-if.

           write E-ListePreavis from " ".

           move spaces to E-ListePreavis.

           string
             " Clients avises : " delimited by size
             NbClientsPreavis delimited by size
             "  dont outbox " delimited by size
             NbPreavisOutbox delimited by size
             "  courrier " delimited by size
             NbPreavisCourrier delimited by size
             "  retenus NPAI " delimited by size
             NbPreavisRetenus delimited by size
             into E-ListePreavis
           end-string.

           write E-ListePreavis.

           add 2 to NbLignesListePreavis.

           close F-ListePreavis.
           close F-LettresPreavis.

           move NomListePreavis to NomEdition.
           move "GestionTarifs" to EtapeProductrice.
           move CheminListePreavis to CheminEdition.
           move NbLignesListePreavis to NbLignesEdition.

           perform EnregistrerEdition.

       EmettrePreavis-Trt.
           if NatureChangementPreavis not = "F"
               exec sql
                   fetch C-PreavisBareme
                   into :CodeClientLuPreavis, :Compte.CodeBanque,
                   :Compte.CodeGuichet,
                   :Compte.CompteComplet.RacineCompte,
                   :Compte.CompteComplet.TypeCompte
               end-exec
           else
               exec sql
                   fetch C-PreavisForfait
                   into :CodeClientLuPreavis, :Compte.CodeBanque,
                   :Compte.CodeGuichet,
                   :Compte.CompteComplet.RacineCompte,
                   :Compte.CompteComplet.TypeCompte
               end-exec
           end-if.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPreavis
           else
               if CodeClientLuPreavis not = CodeClientPreavis
                   if CodeClientPreavis not = space
                       perform AviserClientPreavis
                   end-if

                   move CodeClientLuPreavis to CodeClientPreavis
                   move 0 to NbComptesPreavis
               end-if

               add 1 to NbComptesPreavis

               move spaces to CompteLuPreavis

               string
                 CodeBanque of Compte delimited by size
                 " " delimited by size
                 CodeGuichet of Compte delimited by size
                 " " delimited by size
                 RacineCompte of CompteComplet of Compte
                 delimited by size
                 " " delimited by size
                 TypeCompte of CompteComplet of Compte
                 delimited by size
                 into CompteLuPreavis
               end-string

               move spaces to PreavisCompte
               move CodeClientPreavis to ClientPreavisEdit
               move CompteLuPreavis to ComptePreavisEdit

               write E-ListePreavis from PreavisCompte

               add 1 to NbLignesListePreavis
           end-if.

      * --- Avis d'un client : outbox s'il a un Email, lettre sinon,
      * retenue si l'adresse est NPAI ; la preuve est inscrite dans
      * PreavisTarif ---

       AviserClientPreavis.
           move spaces to CorpsCourrier.

           string
             DateEnvoiPreavis delimited by size
             ";" delimited by size
             CodeClientPreavis delimited by space
             ";MODIFICATION DE VOS CONDITIONS AU " delimited by size
             DateEffetPreavisEdit delimited by size
             ";ANCIENNES : " delimited by size
             AncienneConditionPreavis delimited by "  "
             ";NOUVELLES : " delimited by size
             NouvelleConditionPreavis delimited by "  "
             ";COMPTE(S) CONCERNE(S) : " delimited by size
             NbComptesPreavis delimited by size
             into CorpsCourrier
           end-string.

           move CodeClientPreavis to CodeClientCourrier.
           move "PREAVIS TARIF" to TypeCourrier.
           move spaces to FichierPreavis.

      * Numero de l'avis attribue avant le depot, le nom du fichier
      * outbox le reprenant pour rester unique d'un avis a l'autre

           exec sql
               select coalesce(max(NoPreavis), 0) + 1
               into :PreavisTarif.NoPreavis
               from PreavisTarif
           end-exec.

           perform LireAdresseNpai.

           if EmailCourrier not = space and not EcoleActive
               perform DeposerPreavisOutbox

               move "E" to CanalPreavis
               add 1 to NbPreavisOutbox
           else
               if AdresseClientNpai
                   perform RetenirCourrierNpai

                   move "R" to CanalPreavis
                   add 1 to NbPreavisRetenus
               else
                   perform PreparerBlocAdresse

                   perform EcrireBlocLettrePreavis
                       varying IdxBlocAdresse from 1 by 1
                       until IdxBlocAdresse > 6

                   write E-LettresPreavis from " "
                   write E-LettresPreavis from CorpsCourrier
                   write E-LettresPreavis from " "

                   move NomListePreavis to FichierPreavis
                   move "C" to CanalPreavis
                   add 1 to NbPreavisCourrier
               end-if
           end-if.

           move CodeOperateurCourant to OperateurPreavis.

           exec sql
               insert into PreavisTarif
               (NoPreavis, CodeClient, NatureChangement,
                CleChangement, DateEffet, AncienneCondition,
                NouvelleCondition, Canal, DateEnvoi, Operateur,
                NbComptes, Fichier)
               values
               (:PreavisTarif.NoPreavis,
                :PreavisTarif.CodeClientPreavis,
                :PreavisTarif.NatureChangementPreavis,
                :PreavisTarif.CleChangementPreavis,
                :PreavisTarif.DateEffetPreavis,
                :PreavisTarif.AncienneConditionPreavis,
                :PreavisTarif.NouvelleConditionPreavis,
                :PreavisTarif.CanalPreavis,
                :PreavisTarif.DateEnvoiPreavis,
                :PreavisTarif.OperateurPreavis,
                :PreavisTarif.NbComptesPreavis,
                :PreavisTarif.FichierPreavis)
           end-exec.

           if sqlcode not = 0
               move "Preavis tarifaire" to LibelleErreurSql
               move CodeClientPreavis to CleErreurSql
               perform JournaliserErreurSql
           end-if.

           add 1 to NbClientsPreavis.

       EcrireBlocLettrePreavis.
           write E-LettresPreavis
           from LigneBlocAdresse(IdxBlocAdresse).

       DeposerPreavisOutbox.
           move spaces to NomFichierOutbox.

           string
             "Preavis-" delimited by size
             CleChangementPreavis delimited by space
             "-" delimited by size
             CodeClientPreavis delimited by space
             "-" delimited by size
             NoPreavis delimited by size
             ".txt" delimited by size
             into NomFichierOutbox
           end-string.

           move spaces to CheminReleveOutbox.

           string
             CheminOutbox delimited by space
             "\" delimited by size
             NomFichierOutbox delimited by space
             into CheminReleveOutbox
           end-string.

           open output F-ReleveOutbox.

           write E-ReleveOutbox from CorpsCourrier.

           close F-ReleveOutbox.

           open extend F-IndexOutbox.

           move spaces to E-IndexOutbox.

           string
             CodeClientPreavis delimited by space
             ";" delimited by size
             EmailCourrier delimited by space
             ";" delimited by size
             NomFichierOutbox delimited by space
             into E-IndexOutbox
           end-string.

           write E-IndexOutbox.

           close F-IndexOutbox.

           move NomFichierOutbox to FichierPreavis.

           move NomFichierOutbox to NomEdition.
           move "GestionTarifs" to EtapeProductrice.
           move CheminReleveOutbox to CheminEdition.
           move 1 to NbLignesEdition.

           perform EnregistrerEdition.

      **************************************************************************
      * Etat des avis tarifaires du mois (etape de fin de mois) :
      * nombre de clients avises par date d'envoi, changement et
      * canal
      **************************************************************************
       EtatPreavisTarifaires.
           move 0 to EotPreavis.
           move 0 to NbLignesEtatPreavis.
           move 0 to NbClientsEtatPreavis.

           string
             AnneeComptable delimited by size
             MoisComptable delimited by size
             into MoisEtatPreavis
           end-string.

           string
             MoisComptable delimited by size
             "/" delimited by size
             AnneeComptable delimited by size
             into MoisEtatPreavisEdit
           end-string.

           move corresponding DateSysteme to EtatPreavisEntete1.

           move NomSocieteEntete to SocieteEntete of EtatPreavisEntete1.

           open output F-EtatPreavis.

           write E-EtatPreavis from EtatPreavisEntete1.
           write E-EtatPreavis from PreavisEntete2.
           write E-EtatPreavis from EtatPreavisColonnes.

           add 3 to NbLignesEtatPreavis.

           exec sql
               declare C-EtatPreavis cursor for
                   select p.DateEnvoi, p.NatureChangement,
                   p.CleChangement, p.DateEffet, p.Canal, count(*)
                   from PreavisTarif p
                   join Client c on c.CodeClient = p.CodeClient
                   where substring(p.DateEnvoi, 1, 6) =
                   :MoisEtatPreavis
                   and c.CodeSociete = :CodeSocieteCourant
                   group by p.DateEnvoi, p.NatureChangement,
                   p.CleChangement, p.DateEffet, p.Canal
                   order by p.DateEnvoi, p.NatureChangement,
                   p.CleChangement, p.Canal
           end-exec.

           exec sql
             open C-EtatPreavis
           end-exec.

           perform EtatPreavisTarifaires-Trt until EotPreavis = 1.

           exec sql
             close C-EtatPreavis
           end-exec.

           move NbClientsEtatPreavis to NbClientsEtatTotalEdit.

           write E-EtatPreavis from " ".
           write E-EtatPreavis from EtatPreavisTotal.

           add 2 to NbLignesEtatPreavis.

           close F-EtatPreavis.

           move "EtatPreavisTarifaires" to NomEdition.
           move "EtatPreavisTarifaires" to EtapeProductrice.

           move "C:\Users\dugs\Documents\EtatPreavisTarifaires.txt"
           to CheminEdition.

           move NbLignesEtatPreavis to NbLignesEdition.

           perform EnregistrerEdition.

       EtatPreavisTarifaires-Trt.
           exec sql
               fetch C-EtatPreavis
               into :PreavisTarif.DateEnvoiPreavis,
               :PreavisTarif.NatureChangementPreavis,
               :PreavisTarif.CleChangementPreavis,
               :PreavisTarif.DateEffetPreavis,
               :PreavisTarif.CanalPreavis, :NbClientsPreavis
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotPreavis
           else
               move spaces to EtatPreavisLigne

               string
                 DateEnvoiPreavis(7:2) delimited by size
                 "/" delimited by size
                 DateEnvoiPreavis(5:2) delimited by size
                 "/" delimited by size
                 DateEnvoiPreavis(1:4) delimited by size
                 into DateEnvoiEtatEdit
               end-string

               string
                 DateEffetPreavis(7:2) delimited by size
                 "/" delimited by size
                 DateEffetPreavis(5:2) delimited by size
                 "/" delimited by size
                 DateEffetPreavis(1:4) delimited by size
                 into DateEffetEtatEdit
               end-string

               evaluate NatureChangementPreavis
                   when "B"
                       string
                         "bareme " delimited by size
                         CleChangementPreavis delimited by space
                         into ChangementEtatEdit
                       end-string
                   when "F"
                       string
                         "forfait " delimited by size
                         CleChangementPreavis delimited by space
                         into ChangementEtatEdit
                       end-string
                   when "P"
                       string
                         "parametre " delimited by size
                         CleChangementPreavis delimited by space
                         into ChangementEtatEdit
                       end-string
               end-evaluate

               evaluate CanalPreavis
                   when "E"
                       move "outbox" to CanalEtatEdit
                   when "C"
                       move "courrier" to CanalEtatEdit
                   when "R"
                       move "retenu NPAI" to CanalEtatEdit
               end-evaluate

               move NbClientsPreavis to NbClientsEtatEdit

               write E-EtatPreavis from EtatPreavisLigne

               add 1 to NbLignesEtatPreavis
               add NbClientsPreavis to NbClientsEtatPreavis
           end-if.

      **************************************************************************
      * Facturation des forfaits (etape de fin de mois, et a la
      * cloture d'un compte pour le mois en cours) : chaque abonnement
      * est facture au prorata de ses jours dans le mois, la date de
      * fin d'abonnement et la date de cloture etant exclues
      **************************************************************************
       FacturationForfaits.
           move 0 to EofForfait.
           move 0 to NbForfaitsFactures.
           move 0 to TotalForfaitsFactures.

           perform BornerMoisForfait.

      * Les comptes clos par un autre chemin que l'ecran (transfert,
      * succession) sont factures jusqu'a leur date de cloture

           exec sql
               declare C-Forfaits cursor for
                   select a.NoAbonnement, a.CodeBanque, a.CodeGuichet,
                   a.NoCompte, a.TypeCompte, a.DateDebut, a.DateFin,
                   f.PrixMensuel, c.StatutCompte, c.DateCloture
                   from AbonnementForfait a
                   join Compte c
                   on c.CodeBanque = a.CodeBanque
                   and c.CodeGuichet = a.CodeGuichet
                   and c.NoCompte = a.NoCompte
                   and c.TypeCompte = a.TypeCompte
                   join Forfait f
                   on f.CodeForfait = a.CodeForfait
                   and f.DateEffet =
                   (select max(g.DateEffet) from Forfait g
                    where g.CodeForfait = a.CodeForfait
                    and g.DateEffet <= :FinMoisForfait)
                   where c.CodeSociete = :CodeSocieteCourant
                   and a.DateDebut <= :FinMoisForfait
                   and (a.DateFin = ' '
                   or a.DateFin > :DebutMoisForfait)
                   and a.DernierMoisFacture < :MoisForfait
                   and (c.StatutCompte <> 'C'
                   or c.DateCloture > :DebutMoisForfait)
                   order by a.NoAbonnement
           end-exec.

           exec sql
             open C-Forfaits
           end-exec.

           perform FacturationForfaits-Trt until EofForfait = 1.

           exec sql
             close C-Forfaits
           end-exec.

       FacturationForfaits-Trt.
           exec sql
               fetch C-Forfaits
               into :AbonnementForfait.NoAbonnement,
               :AbonnementForfait.CodeBanqueAbonnement,
               :AbonnementForfait.CodeGuichetAbonnement,
               :AbonnementForfait.NoCompteAbonnement,
               :AbonnementForfait.TypeCompteAbonnement,
               :AbonnementForfait.DateDebutAbonnement,
               :AbonnementForfait.DateFinAbonnement,
               :Forfait.PrixMensuelForfait,
               :StatutCompteForfait, :DateClotureForfait
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofForfait
           else
               perform FacturerAbonnementForfait
           end-if.

      * --- Bornes du mois comptable ; la limite (exclue) est le
      * lendemain du dernier jour ---

       BornerMoisForfait.
           perform CalculerDernierJourDuMois.

           perform DaterJourForfait.

           move DateJourForfait(1:6) to MoisForfait.

           string
             MoisForfait delimited by size
             "01" delimited by size
             into DebutMoisForfait
           end-string.

           string
             MoisForfait delimited by size
             DernierJourDuMois delimited by size
             into FinMoisForfait
           end-string.

           compute JourLimiteForfait = DernierJourDuMois + 1.

      * --- Cloture d'un compte : le mois en cours jusqu'a la veille ---

       FacturerForfaitCloture.
           move 0 to EofForfait.

           perform BornerMoisForfait.

           move JourComptable to JourLimiteForfait.

           exec sql
               declare C-ForfaitCloture cursor for
                   select a.NoAbonnement, a.CodeBanque, a.CodeGuichet,
                   a.NoCompte, a.TypeCompte, a.DateDebut, a.DateFin,
                   f.PrixMensuel
                   from AbonnementForfait a
                   join Forfait f
                   on f.CodeForfait = a.CodeForfait
                   and f.DateEffet =
                   (select max(g.DateEffet) from Forfait g
                    where g.CodeForfait = a.CodeForfait
                    and g.DateEffet <= :FinMoisForfait)
                   where a.CodeBanque = :Compte.CodeBanque
                   and a.CodeGuichet = :Compte.CodeGuichet
                   and a.NoCompte = :Compte.CompteComplet.RacineCompte
                   and a.TypeCompte = :Compte.CompteComplet.TypeCompte
                   and a.DateDebut < :DateJourForfait
                   and (a.DateFin = ' '
                   or a.DateFin > :DebutMoisForfait)
                   and a.DernierMoisFacture < :MoisForfait
                   order by a.NoAbonnement
           end-exec.

           exec sql
             open C-ForfaitCloture
           end-exec.

           perform FacturerForfaitCloture-Trt until EofForfait = 1.

           exec sql
             close C-ForfaitCloture
           end-exec.

       FacturerForfaitCloture-Trt.
           exec sql
               fetch C-ForfaitCloture
               into :AbonnementForfait.NoAbonnement,
               :AbonnementForfait.CodeBanqueAbonnement,
               :AbonnementForfait.CodeGuichetAbonnement,
               :AbonnementForfait.NoCompteAbonnement,
               :AbonnementForfait.TypeCompteAbonnement,
               :AbonnementForfait.DateDebutAbonnement,
               :AbonnementForfait.DateFinAbonnement,
               :Forfait.PrixMensuelForfait
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EofForfait
           else
               move "A" to StatutCompteForfait
               move spaces to DateClotureForfait

               perform FacturerAbonnementForfait
           end-if.

      * --- Prorata d'un abonnement et debit de la cotisation ---

       FacturerAbonnementForfait.
           move 1 to JourDebutForfait.

           if DateDebutAbonnement(1:6) = MoisForfait
               move DateDebutAbonnement(7:2) to JourDebutForfait
           end-if.

           move JourLimiteForfait to JourFinForfait.

           if DateFinAbonnement not = space
           and DateFinAbonnement(1:6) = MoisForfait
               move DateFinAbonnement(7:2) to JourBorneForfait

               if JourBorneForfait < JourFinForfait
                   move JourBorneForfait to JourFinForfait
               end-if
           end-if.

           if StatutCompteForfait = "C"
           and DateClotureForfait(1:6) = MoisForfait
               move DateClotureForfait(7:2) to JourBorneForfait

               if JourBorneForfait < JourFinForfait
                   move JourBorneForfait to JourFinForfait
               end-if
           end-if.

           move 0 to MontantForfait.

           if JourFinForfait > JourDebutForfait
               compute NbJoursForfait =
               JourFinForfait - JourDebutForfait

               if NbJoursForfait >= DernierJourDuMois
                   move PrixMensuelForfait to MontantForfait
               else
                   compute MontantForfait rounded =
                   PrixMensuelForfait * NbJoursForfait
                   / DernierJourDuMois
               end-if
           end-if.

           move spaces to LibellePosteErreur.

           if MontantForfait > 0
               move CodeBanqueAbonnement to CodeBanque of Mouvement
               move CodeGuichetAbonnement to CodeGuichet of Mouvement

               move NoCompteAbonnement
               to RacineCompte of CompteComplet of Mouvement

               move TypeCompteAbonnement
               to TypeCompte of CompteComplet of Mouvement

               move MontantForfait to MontantOperationCourante
               move "COT" to NatureMouvement of Mouvement

               move "O" to ExecutionSaisieEnCours

               perform PosterDebitCompteCourant

               move "N" to ExecutionSaisieEnCours
           end-if.

           if LibellePosteErreur = space
               exec sql
                   update AbonnementForfait
                   set DernierMoisFacture = :MoisForfait
                   where NoAbonnement =
                   :AbonnementForfait.NoAbonnement
               end-exec

               add 1 to NbForfaitsFactures
               add MontantForfait to TotalForfaitsFactures
           else
               move "Facturation forfait" to LibelleErreurSql
               move NoAbonnement to CleErreurSql
               perform JournaliserErreurSql
           end-if.

      **************************************************************************
      * Gestion des operateurs (administrateur) : creation d'un
      * operateur avec mot de passe provisoire, modification du nom,
      * du profil et de la date de fin d'acces, suspension et
      * reprise, deverrouillage apres trois echecs, reinitialisation
      * du mot de passe et maintenance de la matrice d'habilitation
      * par profil ; chaque action est auditee, jamais le mot de passe
      **************************************************************************
       GestionOperateurs.
           perform SaisieOperateur-Init.
           perform SaisieOperateur-Trt until ChoixOperateur = space.
           perform SaisieOperateur-Fin.

       SaisieOperateur-Init.
           move "" to ChoixOperateur.

       SaisieOperateur-Trt.
           move space to ChoixOperateur.

           display M-Operateur.

           accept ChoixOperateur line 5 col 53.

           if ChoixOperateur = "c" then
               move "C" to ChoixOperateur
           end-if.

           if ChoixOperateur = "m" then
               move "M" to ChoixOperateur
           end-if.

           if ChoixOperateur = "s" then
               move "S" to ChoixOperateur
           end-if.

           if ChoixOperateur = "d" then
               move "D" to ChoixOperateur
           end-if.

           if ChoixOperateur = "r" then
               move "R" to ChoixOperateur
           end-if.

           if ChoixOperateur = "h" then
               move "H" to ChoixOperateur
           end-if.

           evaluate ChoixOperateur
               when "C"
                   perform CreationOperateur
               when "M"
                   perform ModificationOperateur
               when "S"
                   perform SuspensionOperateur
               when "D"
                   perform DeverrouillageOperateur
               when "R"
                   perform ReinitialisationMotDePasse
               when "H"
                   perform GestionHabilitations
           end-evaluate.

       SaisieOperateur-Fin.
           continue.

      * --- Lecture de l'operateur vise par l'administrateur ---

       ChargerOperateurGere.
           move spaces to MessageOperateur.

           move CodeOperateurAdmin to CodeOperateurGere.

           exec sql
               select NomOperateur, Profil,
               coalesce(Statut, 'A'), coalesce(DateFin, ''),
               coalesce(NbEchecs, 0), coalesce(Verrou, 'N'),
               coalesce(CodeClient, ' ')
               into :OperateurGere.NomOperateurGere,
                    :OperateurGere.ProfilOperateurGere,
                    :OperateurGere.StatutOperateurGere,
                    :OperateurGere.DateFinOperateurGere,
                    :OperateurGere.NbEchecsOperateurGere,
                    :OperateurGere.VerrouOperateurGere,
                    :OperateurGere.CodeClientOperateurGere
               from Operateur
               where CodeOperateur = :OperateurGere.CodeOperateurGere
           end-exec.

           if sqlcode not = 0
               move "Operateur introuvable" to MessageOperateur
           end-if.

      * --- Controles communs a la creation et a la modification :
      * nom renseigne, profil existant dans la matrice, date de fin
      * valide et non echue ---

       ControlerOperateurGere.
           move spaces to MessageOperateur.

           if NomOperateurGere = space
               move "Nom de l'operateur obligatoire"
               to MessageOperateur
           end-if.

           if MessageOperateur = space
               move ProfilOperateurGere to ProfilHabilitation
               move 0 to NbHabilitations

               exec sql
                   select count(*)
                   into :NbHabilitations
                   from Habilitation
                   where Profil = :Habilitation.ProfilHabilitation
               end-exec

               if NbHabilitations = 0
                   move "Profil inconnu (aucune habilitation)"
                   to MessageOperateur
               end-if
           end-if.

           if MessageOperateur = space
           and DateFinOperateurGere not = space
               if DateFinOperateurGere is not numeric
                   move "Date de fin invalide (AAAAMMJJ)"
                   to MessageOperateur
               else
                   if DateFinOperateurGere < DateSysteme
                       move "Date de fin deja passee"
                       to MessageOperateur
                   end-if
               end-if
           end-if.

      * Le client salarie, quand il est donne, doit exister

           if MessageOperateur = space
           and CodeClientOperateurGere not = space
               move 0 to NbOccurrencesRib

               exec sql
                   select count(*)
                   into :NbOccurrencesRib
                   from Client
                   where CodeClient =
                   :OperateurGere.CodeClientOperateurGere
               end-exec

               if NbOccurrencesRib = 0
                   move "Client salarie inconnu" to MessageOperateur
               end-if
           end-if.

      * --- Creation : code libre, mot de passe provisoire conforme,
      * changement exige a la premiere ouverture de session ---

       CreationOperateur.
           initialize OperateurGere.

           move spaces to CodeOperateurAdmin.
           move spaces to NouveauMotDePasse.

           display M-Operateur-C.

           accept M-Operateur-C.

           if CodeOperateurAdmin not = space
               perform ChargerOperateurGere

               if MessageOperateur = space
                   move "Operateur deja existant" to MessageOperateur
               else
                   initialize OperateurGere

                   move CodeOperateurAdmin to CodeOperateurGere

                   display M-Operateur-E

                   accept M-Operateur-E

                   display M-Operateur-R

                   accept M-Operateur-R

                   perform ControlerCreationOperateur
               end-if

               display M-Operateur-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ControlerCreationOperateur.
           perform ControlerOperateurGere.

           if MessageOperateur = space
               move CodeOperateurGere to CodeOperateurEmpreinte
               move NouveauMotDePasse to ConfirmationMotDePasse

               perform ControlerNouveauMotDePasse

               move MessageSignOn to MessageOperateur
           end-if.

           if MessageOperateur = space
               perform InsererOperateur
           end-if.

       InsererOperateur.
           move NouveauMotDePasse to MotDePasseTravail.

           perform CalculerEmpreinteMotDePasse.

           move EmpreinteMotDePasse to EmpreinteTexte.
           move DateSysteme to DateSystemeTexte.
           move "A" to StatutOperateurGere.

           exec sql
               insert into Operateur
               (CodeOperateur, NomOperateur, Profil, MotDePasse,
                NbEchecs, Verrou, DateMotDePasse, ChangementMotDePasse,
                Statut, DateFin, CodeClient)
               values
               (:OperateurGere.CodeOperateurGere,
                :OperateurGere.NomOperateurGere,
                :OperateurGere.ProfilOperateurGere,
                :EmpreinteTexte, 0, 'N', :DateSystemeTexte, 'O',
                :OperateurGere.StatutOperateurGere,
                :OperateurGere.DateFinOperateurGere,
                :OperateurGere.CodeClientOperateurGere)
           end-exec.

           if sqlcode not = 0
               move "Creation operateur" to LibelleErreurSql
               move CodeOperateurGere to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la creation de l'operateur"
               to MessageOperateur
           else
               move "Operateur" to TableAudit
               move CodeOperateurGere to CleAudit
               move spaces to AncienneValeurAudit

               string
                 "cree profil " delimited by size
                 ProfilOperateurGere delimited by size
                 " fin " delimited by size
                 DateFinOperateurGere delimited by size
                 " client " delimited by size
                 CodeClientOperateurGere delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               perform MarquerClientPersonnel

               move "Operateur cree, mot de passe provisoire a changer"
               to MessageOperateur
           end-if.

      * --- Modification du nom, du profil et de la date de fin ---

       ModificationOperateur.
           move spaces to CodeOperateurAdmin.

           display M-Operateur-C.

           accept M-Operateur-C.

           if CodeOperateurAdmin not = space
               perform ChargerOperateurGere

               if MessageOperateur = space
                   move ProfilOperateurGere to ProfilAvantModif
                   move DateFinOperateurGere to DateFinAvantModif

                   move CodeClientOperateurGere
                   to CodeClientAvantModif

                   display M-Operateur-E
                   display M-Operateur-Detail

                   accept M-Operateur-E

                   perform ControlerOperateurGere

                   if MessageOperateur = space
                       perform MajOperateurGere
                   end-if
               end-if

               display M-Operateur-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       MajOperateurGere.
           exec sql
               update Operateur
               set NomOperateur = :OperateurGere.NomOperateurGere,
               Profil = :OperateurGere.ProfilOperateurGere,
               DateFin = :OperateurGere.DateFinOperateurGere,
               CodeClient = :OperateurGere.CodeClientOperateurGere
               where CodeOperateur = :OperateurGere.CodeOperateurGere
           end-exec.

           if sqlcode not = 0
               move "Modification operateur" to LibelleErreurSql
               move CodeOperateurGere to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la modification" to MessageOperateur
           else
               move "Operateur" to TableAudit
               move CodeOperateurGere to CleAudit
               move spaces to AncienneValeurAudit
               move spaces to NouvelleValeurAudit

               string
                 "profil " delimited by size
                 ProfilAvantModif delimited by size
                 " fin " delimited by size
                 DateFinAvantModif delimited by size
                 " client " delimited by size
                 CodeClientAvantModif delimited by space
                 into AncienneValeurAudit
               end-string

               string
                 "profil " delimited by size
                 ProfilOperateurGere delimited by size
                 " fin " delimited by size
                 DateFinOperateurGere delimited by size
                 " client " delimited by size
                 CodeClientOperateurGere delimited by space
                 into NouvelleValeurAudit
               end-string

               perform EnregistrerAudit

               perform MarquerClientPersonnel

               move "Operateur modifie" to MessageOperateur
           end-if.

      * --- Le client rattache a un operateur devient client sensible
      * de categorie personnel (etat des consultations, conditions du
      * personnel) ---

       MarquerClientPersonnel.
           if CodeClientOperateurGere not = space
               exec sql
                   update Client set ClientSensible = 'P'
                   where CodeClient =
                   :OperateurGere.CodeClientOperateurGere
                   and coalesce(ClientSensible, ' ') <> 'P'
               end-exec

               if sqlcode = 0
                   move "Client" to TableAudit
                   move CodeClientOperateurGere to CleAudit
                   move spaces to AncienneValeurAudit
                   move spaces to NouvelleValeurAudit

                   string
                     "Sensible P (operateur " delimited by size
                     CodeOperateurGere delimited by space
                     ")" delimited by size
                     into NouvelleValeurAudit
                   end-string

                   perform EnregistrerAudit
               end-if
           end-if.

      * --- Suspension (ou reprise d'un operateur suspendu) ; on ne
      * suspend pas sa propre session ---

       SuspensionOperateur.
           move spaces to CodeOperateurAdmin.

           display M-Operateur-C.

           accept M-Operateur-C.

           if CodeOperateurAdmin not = space
               perform ChargerOperateurGere

               if MessageOperateur = space
               and CodeOperateurGere = CodeOperateurCourant
                   move "Suspension de sa propre session impossible"
                   to MessageOperateur
               end-if

               if MessageOperateur = space
                   perform BasculerSuspensionOperateur
               end-if

               display M-Operateur-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       BasculerSuspensionOperateur.
           move "Operateur" to TableAudit.
           move CodeOperateurGere to CleAudit.

           if OperateurGereSuspendu
               move "suspendu" to AncienneValeurAudit
               move "actif" to NouvelleValeurAudit
               move "A" to StatutOperateurGere
           else
               move "actif" to AncienneValeurAudit
               move "suspendu" to NouvelleValeurAudit
               move "S" to StatutOperateurGere
           end-if.

           exec sql
               update Operateur
               set Statut = :OperateurGere.StatutOperateurGere
               where CodeOperateur = :OperateurGere.CodeOperateurGere
           end-exec.

           if sqlcode not = 0
               move "Suspension operateur" to LibelleErreurSql
               move CodeOperateurGere to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la mise a jour du statut"
               to MessageOperateur
           else
               perform EnregistrerAudit

               if OperateurGereSuspendu
                   move "Operateur suspendu" to MessageOperateur
               else
                   move "Operateur reactive" to MessageOperateur
               end-if
           end-if.

       DeverrouillageOperateur.
           move spaces to CodeOperateurAdmin.

           display M-Operateur-C.

           accept M-Operateur-C.

           if CodeOperateurAdmin not = space
               perform ChargerOperateurGere

               if MessageOperateur = space
                   perform DeverrouillerOperateur
               end-if

               display M-Operateur-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       DeverrouillerOperateur.
           exec sql
               update Operateur
               set Verrou = 'N', NbEchecs = 0
               where CodeOperateur = :OperateurGere.CodeOperateurGere
           end-exec.

           if sqlcode not = 0
               move "Deverrouillage operateur" to LibelleErreurSql
               move CodeOperateurGere to CleErreurSql
               perform JournaliserErreurSql

               move "Echec du deverrouillage" to MessageOperateur
           else
               move "Operateur" to TableAudit
               move CodeOperateurGere to CleAudit

               if OperateurGereVerrouille
                   move "verrouille" to AncienneValeurAudit
               else
                   move "actif" to AncienneValeurAudit
               end-if

               move "deverrouille par l'administrateur"
               to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Operateur deverrouille" to MessageOperateur
           end-if.

      * --- Reinitialisation : mot de passe provisoire saisi par
      * l'administrateur, changement exige a la prochaine session ---

       ReinitialisationMotDePasse.
           move spaces to CodeOperateurAdmin.
           move spaces to NouveauMotDePasse.

           display M-Operateur-C.

           accept M-Operateur-C.

           if CodeOperateurAdmin not = space
               perform ChargerOperateurGere

               if MessageOperateur = space
                   display M-Operateur-R

                   accept M-Operateur-R

                   move CodeOperateurGere to CodeOperateurEmpreinte
                   move NouveauMotDePasse to ConfirmationMotDePasse

                   perform ControlerNouveauMotDePasse

                   move MessageSignOn to MessageOperateur
               end-if

               if MessageOperateur = space
                   perform ReinitialiserMotDePasse
               end-if

               display M-Operateur-Resultat

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion
           end-if.

       ReinitialiserMotDePasse.
           move NouveauMotDePasse to MotDePasseTravail.

           perform CalculerEmpreinteMotDePasse.

           move EmpreinteMotDePasse to EmpreinteTexte.
           move DateSysteme to DateSystemeTexte.

           exec sql
               update Operateur
               set MotDePasse = :EmpreinteTexte,
               DateMotDePasse = :DateSystemeTexte,
               ChangementMotDePasse = 'O',
               Verrou = 'N', NbEchecs = 0
               where CodeOperateur = :OperateurGere.CodeOperateurGere
           end-exec.

           if sqlcode not = 0
               move "Reinitialisation mot de passe" to LibelleErreurSql
               move CodeOperateurGere to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la reinitialisation" to MessageOperateur
           else
               move "Operateur" to TableAudit
               move CodeOperateurGere to CleAudit
               move spaces to AncienneValeurAudit
               move "mot de passe reinitialise" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Mot de passe provisoire enregistre" to
               MessageOperateur
           end-if.

      * --- Matrice d'habilitation : ajout ou suppression d'une
      * option pour un profil, liste des options d'un profil ; la
      * matrice en memoire est rechargee si le profil en session est
      * concerne ---

       GestionHabilitations.
           initialize Habilitation.

           move space to ActionHabilitation.

           display M-Habilitation.

           accept M-Habilitation.

           if ActionHabilitation = "a"
               move "A" to ActionHabilitation
           end-if.

           if ActionHabilitation = "s"
               move "S" to ActionHabilitation
           end-if.

           if ActionHabilitation = "l"
               move "L" to ActionHabilitation
           end-if.

           if ProfilHabilitation not = space
               perform ControlerHabilitation

               if MessageHabilitation = space
                   evaluate ActionHabilitation
                       when "A"
                           perform AjouterHabilitation
                       when "S"
                           perform SupprimerHabilitation
                       when "L"
                           perform ListerHabilitations
                   end-evaluate
               end-if

               if MessageHabilitation = space
               and ActionHabilitation = "L"
                   display M-Habilitation-Liste
               else
                   display M-Habilitation-Resultat
               end-if

               accept Reponse Line 1 Col 80

               display M-EffaceQuestion

               if ActionHabilitation not = "L"
               and ProfilHabilitation = ProfilOperateur
                   perform ChargerHabilitations
               end-if
           end-if.

       ControlerHabilitation.
           move spaces to MessageHabilitation.

           if ActionHabilitation not = "A"
           and ActionHabilitation not = "S"
           and ActionHabilitation not = "L"
               move "Action invalide (A, S ou L)" to MessageHabilitation
           end-if.

           if MessageHabilitation = space
           and ActionHabilitation not = "L"
           and OptionHabilitation = 0
               move "Option de menu invalide" to MessageHabilitation
           end-if.

           if MessageHabilitation = space
           and ActionHabilitation not = "L"
               move 0 to NbHabilitations

               exec sql
                   select count(*)
                   into :NbHabilitations
                   from Habilitation
                   where Profil = :Habilitation.ProfilHabilitation
                   and NoOption = :Habilitation.OptionHabilitation
               end-exec

               if ActionHabilitation = "A" and NbHabilitations > 0
                   move "Option deja autorisee pour ce profil"
                   to MessageHabilitation
               end-if

               if ActionHabilitation = "S" and NbHabilitations = 0
                   move "Option non autorisee pour ce profil"
                   to MessageHabilitation
               end-if
           end-if.

       AjouterHabilitation.
           perform InsererHabilitation.

           if sqlcode = 0
               move "Habilitation" to TableAudit

               string
                 ProfilHabilitation delimited by size
                 "-" delimited by size
                 OptionHabilitation delimited by size
                 into CleAudit
               end-string

               move spaces to AncienneValeurAudit
               move "option autorisee" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Option autorisee pour le profil"
               to MessageHabilitation
           else
               move "Echec de l'ajout de l'habilitation"
               to MessageHabilitation
           end-if.

       SupprimerHabilitation.
           exec sql
               delete from Habilitation
               where Profil = :Habilitation.ProfilHabilitation
               and NoOption = :Habilitation.OptionHabilitation
           end-exec.

           if sqlcode not = 0
               move "Suppression habilitation" to LibelleErreurSql
               move ProfilHabilitation to CleErreurSql
               perform JournaliserErreurSql

               move "Echec de la suppression de l'habilitation"
               to MessageHabilitation
           else
               move "Habilitation" to TableAudit
               move spaces to CleAudit

               string
                 ProfilHabilitation delimited by size
                 "-" delimited by size
                 OptionHabilitation delimited by size
                 into CleAudit
               end-string

               move "option autorisee" to AncienneValeurAudit
               move "option retiree" to NouvelleValeurAudit

               perform EnregistrerAudit

               move "Option retiree du profil" to MessageHabilitation
           end-if.

       ListerHabilitations.
           move spaces to ListeOptionsProfil.
           move 1 to PointeurListeOptions.
           move 0 to EotHabilitation.

           exec sql
               declare C-ListeHabilitations cursor for
                   select NoOption
                   from Habilitation
                   where Profil = :Habilitation.ProfilHabilitation
                   order by NoOption
           end-exec.

           exec sql
             open C-ListeHabilitations
           end-exec.

           perform ListerHabilitations-Trt until EotHabilitation = 1.

           exec sql
             close C-ListeHabilitations
           end-exec.

           if PointeurListeOptions = 1
               move "Aucune option pour ce profil"
               to MessageHabilitation
           end-if.

       ListerHabilitations-Trt.
           exec sql
               fetch C-ListeHabilitations
               into :Habilitation.OptionHabilitation
           end-exec.

           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EotHabilitation
           else
               string
                 OptionHabilitation delimited by size
                 " " delimited by size
                 into ListeOptionsProfil
                 with pointer PointeurListeOptions
               end-string
           end-if.

       end program.
