           select Recap-Archive-File assign to "ARCHRECAP"
               organization is line sequential
               file status is Statut-Archrecap.
           select Element-Variable-File assign to "ELEMVAR"
               organization is indexed
               access mode is dynamic
               record key is EV-Cle
               file status is Statut-Elemvar.
           select Taux-Historique-File assign to "HISTTAUX"
               organization is indexed
               access mode is dynamic
               record key is TH-Cle
               file status is Statut-Histtaux.
           select Revision-Salariale-File assign to "REVISAL"
               organization is line sequential
               file status is Statut-Revisal.
           select Modification-Attente-File assign to "MODATTEN"
               organization is indexed
               access mode is dynamic
               record key is MA-EmployeID
               file status is Statut-Modatten.
           select Provision-Conges-File assign to "PROVCP"
               organization is line sequential
               file status is Statut-Provcp.
           select Historique-Provision-File assign to "HISTPROV"
               organization is line sequential
               file status is Statut-Histprov.
           select Code-Element-File assign to "CODESVAR"
               organization is line sequential
               file status is Statut-Codesvar.
           select Carte-Chaine-File assign to "CHAINCTL"
               organization is line sequential
               file status is Statut-Chainctl.
           select Journal-Chaine-File assign to "JOURNLOT"
               organization is line sequential
               file status is Statut-Journlot.
           select Statistique-Service-File assign to "STATSERV"
               organization is line sequential
               file status is Statut-Statserv.
           select Budget-Service-File assign to "BUDGET"
               organization is indexed
               access mode is dynamic
               record key is BU-Cle
               file status is Statut-Budget.
           select Budget-Import-File assign to "BUDGIMP"
               organization is line sequential
               file status is Statut-Budgimp.
           select Budget-Realise-File assign to "BUDGREAL"
               organization is line sequential
               file status is Statut-Budgreal.
           select Pointage-File assign to "POINTAGE"
               organization is line sequential
               file status is Statut-Pointage.
           select Rejet-Pointage-File assign to "REJPOINT"
               organization is line sequential
               file status is Statut-Rejpoint.

       data division.
       file section.
       *> rejets de virement retournes par la banque : N = normal,
       *> E = virement rejete, reference bancaire bloquee,
       *> C = reference corrigee, virement a reemettre ; la periode
       *> en echec designe la paie dont le virement a ete rejete ;
       *> le type de paie distingue les horaires (H, payes au taux
       *> horaire sur les heures saisies) des mensualises (M, payes
       *> sur leur salaire mensuel de base, le taux horaire n'etant
       *> alors que l'equivalent de la base sur l'horaire mensuel)
       fd  Employe-Master-File.
       01  Employe-Master-Record.
           05  EM-EmployeID           PIC 9(5).
           05  EM-Conges-Acquis       PIC 9(5)V99.
           05  EM-Conges-Pris         PIC 9(5)V99.
           05  EM-Date-Embauche       PIC 9(8).
           05  EM-Type-Paie           PIC A(01).
           05  EM-Salaire-Mensuel     PIC 9(7)V99.

       *> une ligne ordinaire laisse le type et la periode d'origine a
       *> blanc ; une ligne de type R est un rappel : elle porte la
       *> periode d'origine cloturee et les bonnes heures de cette
       *> periode, la difference etant payee sur la periode courante ;
       *> une ligne construite depuis les pointages porte en plus,
       *> parmi ses heures supplementaires, celles du second palier
       *> de majoration, qu'une ligne saisie a la main laisse a blanc
       fd  Transaction-Paie-File.
       01  Transaction-Paie-Record.
           05  TP-EmployeID           PIC 9(5).
           05  TP-Heures-Absence      PIC 9(3).
           05  TP-Type-Transaction    PIC A(01).
           05  TP-Periode-Origine     PIC 9(6).
           05  TP-Heures-Supp-50      PIC 9(3).

       *> archive imprimable des bulletins de paie, un enregistrement par
       *> employe et par periode de paie, pour impression et copie d'audit ;
       *> categorie d'heures payee ou deduite ; les montants et les
       *> heures de detail sont signes car une ligne de rappel peut
       *> porter une difference negative (reprise) et le solde de
       *> conges restant peut etre negatif ; un bulletin annule dans
       *> le lot encore ouvert reste en place, marque ANNULE, et son
       *> remplacant suit plus loin dans le fichier
       fd  Bulletin-Paie-File.
       01  Bulletin-Paie-Record.
           05  BP-Periode                 PIC 9(6).
           05  BP-YTDRetenue              PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BP-YTDSalaireNet           PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BP-Indicateur              PIC X(06).
       01  Bulletin-Detail-Ligne.
           05  BD-Libelle                 PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
       *> les montants sont signes car une ligne de rappel peut porter
       *> une difference negative (reprise sur salaire) ; l'indicateur
       *> marque les lignes sans virement en face : REPRISE (rappel
       *> negatif) et BLOQUE (reference bancaire en echec banque) ;
       *> la base mensuelle n'est renseignee que pour un mensualise
       fd  Registre-Paie-File.
       01  Registre-Paie-Ligne.
           05  RP-Periode                 PIC 9(6).
           05  RP-Indicateur              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RP-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RP-Base-Mensuelle          PIC ZZZZZZZ.ZZ.
       01  Registre-Paie-Sommaire.
           05  RS-Libelle                 PIC X(20) VALUE
                   'TOTAL EFFECTIF :'.

       *> historique de paie interrogeable par employe et par periode :
       *> brut, detail des retenues, net et heures de chaque paie, poste
       *> au fil des traitements et relu par le rapport d'ecarts ; un
       *> mensualise y garde sa base mensuelle de la periode ; les
       *> elements variables payes y sont totalises par nature ; une
       *> paie dont les heures supplementaires sont majorees par
       *> paliers garde les heures de son second palier
       fd  Historique-Paie-File.
       01  Historique-Paie-Record.
           05  HP-Cle.
           05  HP-Heures-Maladie      PIC 9(3).
           05  HP-Heures-Absence      PIC 9(3).
           05  HP-Service             PIC X(05).
           05  HP-Type-Paie           PIC A(01).
           05  HP-Base-Mensuelle      PIC 9(7)V99.
           05  HP-Elements-Soumis     PIC 9(7)V99.
           05  HP-Elements-Imposables PIC 9(7)V99.
           05  HP-Elements-Net        PIC 9(7)V99.
           05  HP-Avantages-Nature    PIC 9(7)V99.
           05  HP-Supp-Par-Paliers    PIC X(01).
           05  HP-Heures-Supp-50      PIC 9(3).

       *> rapport d'ecarts de paie : une ligne par employe de la periode
       *> comparant net et heures a la periode precedente, les variations
       *> d'un employe y laisse la date, le type de mouvement et les
       *> images avant et apres de l'enregistrement ; un changement de
       *> reference bancaire est signale en clair car c'est la porte
       *> d'entree classique de la fraude a la paie ; l'operateur de
       *> la session est note, et pour une modification sensible
       *> validee ou rejetee, l'operateur qui l'a saisie et celui qui
       *> l'a validee
       fd  Audit-Maitre-File.
       01  Audit-Maitre-Record.
           05  AM-Date                    PIC 9(8).
           05  AM-Image-Avant             PIC X(180).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AM-Image-Apres             PIC X(180).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AM-Operateur-Saisie        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AM-Operateur-Valide        PIC X(08).

       *> rapport de controle du rapprochement : une ligne par anomalie
       *> detectee entre le registre, le virement et le fichier maitre,
           05  RL-Total-Ret-Retraite      PIC 9(9)V99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RL-Total-Deductions        PIC 9(9)V99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RL-Total-Avances           PIC 9(9)V99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RL-Virements-Bloques       PIC 9(5).

       *> retenues individuelles recurrentes par employe : mutuelle,
       *> titres-restaurant, remboursement d'avance (type A) et saisie
       *> sur salaire (type S, plafonnee a la quotite saisissable du
       *> net) ; les types A et S portent un solde decompte a chaque
       *> paie, la retenue s'eteint quand le solde tombe a zero ; le
       *> dernier prelevement et sa periode y restent notes, pour
       *> qu'un bulletin annule rende au solde ce qu'il en a retire
       fd  Retenue-Indiv-File.
       01  Retenue-Indiv-Record.
           05  RD-Cle.
           05  RD-Libelle             PIC X(20).
           05  RD-Montant             PIC 9(5)V99.
           05  RD-Solde               PIC 9(7)V99.
           05  RD-Derniere-Periode    PIC 9(6).
           05  RD-Dernier-Montant     PIC 9(7)V99.

       *> declaration sociale du lot : les charges patronales calculees
       *> par le meme programme que la paie, une ligne par employe puis
       *> du lot depuis les memes compteurs que le registre et la
       *> declaration sociale : un en-tete par periode puis les lignes
       *> debit/credit de l'ecriture de paie, a integrer au grand
       *> livre a la place de la ressaisie manuelle ; l'ecriture de
       *> provision pour conges de fin de mois y est ajoutee sous
       *> son propre en-tete
       fd  Ecriture-Comptable-File.
       01  Ecriture-Comptable-Entete.
           05  EE-Libelle                 PIC X(26).
       01  Archive-Histo-Record.
           05  AH-Date-Archivage          PIC 9(8).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AH-Histo                   PIC X(144).
           05  AH-Histo-Detail REDEFINES AH-Histo.
               10  AH-Periode             PIC 9(6).
               10  AH-EmployeID           PIC 9(5).
               10  FILLER                 PIC X(133).

       fd  Archive-Audit-File.
       01  Archive-Audit-Record.
           05  AA-Date-Archivage          PIC 9(8).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AA-Audit                   PIC X(414).

       fd  Archive-Erreur-File.
       01  Archive-Erreur-Record.
       01  Archive-Bulletin-Record.
           05  AB-Date-Archivage          PIC 9(8).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AB-Bulletin                PIC X(149).

       fd  Archive-Periode-File.
       01  Archive-Periode-Record.
       *> fichier de travail de l'archivage : recopie des seuls
       *> enregistrements recents avant reecriture du fichier vivant
       fd  Travail-Archive-File.
       01  Travail-Archive-Record         PIC X(420).

       *> etat recapitulatif de l'archivage : compteurs avant,
       *> archives et apres par fichier, avec un controle OK/KO
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RA-Controle                PIC X(02).

       *> elements variables de paie par employe, periode AAAAMM et
       *> code d'element : primes, commissions, indemnites, frais
       *> rembourses, avantages en nature ; le statut marque
       *> l'element une fois paye (L = paye par le lot, P = paye hors
       *> lot) et garde la nature et le compte appliques, pour que
       *> l'ecriture comptable du lot se reconstruise apres une
       *> reprise d'incident et qu'un rappel retrouve les elements
       *> de la paie d'origine
       fd  Element-Variable-File.
       01  Element-Variable-Record.
           05  EV-Cle.
               10  EV-EmployeID       PIC 9(5).
               10  EV-Periode         PIC 9(6).
               10  EV-Code            PIC X(06).
           05  EV-Montant             PIC 9(7)V99.
           05  EV-Statut              PIC X(01).
           05  EV-Nature              PIC X(01).
           05  EV-Compte              PIC X(06).

       *> referentiel des codes d'elements variables, charge au
       *> lancement : la nature dit comment l'element entre dans la
       *> paie (C = soumis a cotisations et imposable, I = imposable
       *> sans cotisations, N = net seulement, ajoute apres les
       *> retenues, A = avantage en nature, soumis et imposable puis
       *> deduit du net puisque deja recu en nature) ; le compte est
       *> celui de la ligne d'ecriture comptable de l'element
       fd  Code-Element-File.
       01  Code-Element-Record.
           05  CV-Code                    PIC X(06).
           05  FILLER                     PIC X(02).
           05  CV-Nature                  PIC X(01).
           05  FILLER                     PIC X(02).
           05  CV-Compte                  PIC X(06).
           05  FILLER                     PIC X(02).
           05  CV-Libelle                 PIC X(30).

       *> historique des remunerations par employe : une version par
       *> periode d'effet AAAAMM ; la paie d'une periode applique la
       *> version a la date d'effet la plus recente ne depassant pas
       *> cette periode ; la version 000000 conserve la remuneration
       *> d'avant le premier changement (origine I), les suivantes
       *> viennent de la modification du dossier (M) ou d'une
       *> revision salariale collective (R) ; chaque version porte
       *> le type de paie en vigueur, une version anterieure a ce
       *> champ suit le type de paie du dossier
       fd  Taux-Historique-File.
       01  Taux-Historique-Record.
           05  TH-Cle.
               10  TH-EmployeID       PIC 9(5).
               10  TH-Periode-Effet   PIC 9(6).
           05  TH-Taux-Horaire        PIC 9(3)V99.
           05  TH-Salaire-Mensuel     PIC 9(7)V99.
           05  TH-Origine             PIC X(01).
           05  TH-Date-Saisie         PIC 9(8).
           05  TH-Type-Paie           PIC A(01).

       *> etat de la revision salariale collective : une ligne par
       *> employe concerne avec la remuneration avant et apres, en
       *> apercu d'abord (APERCU), puis une seconde fois si la
       *> revision est confirmee (APPLIQUEE)
       fd  Revision-Salariale-File.
       01  Revision-Salariale-Ligne.
           05  RS-Mode                    PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Periode-Effet           PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-EmployeID               PIC 9(5).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Nom                     PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Type-Paie               PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Ancien-Taux             PIC ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Nouveau-Taux            PIC ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Ancienne-Base           PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RS-Nouvelle-Base           PIC ZZZZZZ9.99.
       01  Revision-Salariale-Total.
           05  RT-Mode                    PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RT-Libelle                 PIC X(30).
           05  RT-Nombre                  PIC ZZZZ9.

       *> modifications sensibles du fichier maitre en attente de
       *> validation par un second operateur, une demande au plus par
       *> employe : les indicateurs disent quels champs changent ;
       *> la periode bloquee est celle du premier virement retenu
       *> pendant l'attente d'un changement de reference bancaire
       fd  Modification-Attente-File.
       01  Modification-Attente-Record.
           05  MA-EmployeID               PIC 9(5).
           05  MA-Operateur-Saisie        PIC X(08).
           05  MA-Date-Saisie             PIC 9(8).
           05  MA-RIB-Modifie             PIC X(01).
           05  MA-Remuneration-Modifiee   PIC X(01).
           05  MA-Service-Modifie         PIC X(01).
           05  MA-Statut-Modifie          PIC X(01).
           05  MA-ReferenceBancaire       PIC X(20).
           05  MA-Type-Paie               PIC A(01).
           05  MA-Taux-Horaire            PIC 9(3)V99.
           05  MA-Salaire-Mensuel         PIC 9(7)V99.
           05  MA-Periode-Effet           PIC 9(6).
           05  MA-Service                 PIC X(05).
           05  MA-Statut                  PIC A(01).
           05  MA-Periode-Bloquee         PIC 9(6).

       *> provision pour conges payes de fin de mois : une ligne par
       *> employe actif avec son solde de conges non pris en heures,
       *> le taux horaire retenu, la provision et ses charges
       *> patronales, puis un sous-total par service et le total
       fd  Provision-Conges-File.
       01  Provision-Conges-Ligne.
           05  PV-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-EmployeID               PIC 9(5).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Nom                     PIC A(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Solde-Heures            PIC -ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Taux                    PIC ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Provision               PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Charges                 PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PV-Total                   PIC ZZZZZZZ9.99.
       01  Provision-Conges-Total.
           05  PT-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Libelle                 PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Effectif                PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Solde-Heures            PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Provision               PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Charges                 PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PT-Total                   PIC ZZZZZZZZ9.99.

       *> provisions pour conges comptabilisees : une ligne par
       *> periode, relue pour extourner la provision du mois
       *> precedent lors de la provision suivante
       fd  Historique-Provision-File.
       01  Historique-Provision-Record.
           05  HV-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02).
           05  HV-Provision               PIC 9(9)V99.
           05  FILLER                     PIC X(02).
           05  HV-Charges                 PIC 9(9)V99.
           05  FILLER                     PIC X(02).
           05  HV-Date                    PIC 9(8).

       *> cartes de commande du chainage sans operateur : un mot cle
       *> en colonnes 1 a 10, sa valeur a partir de la colonne 11 ;
       *> OPERATEUR, PERIODE AAAAMM, une carte ETAPE par option du
       *> menu a enchainer (deux chiffres, dans l'ordre d'execution),
       *> CHARNIERE AAAAMM et ARCHIVAGE O pour l'archivage, ANNEE
       *> AAAA et CLOTURE O pour la cloture annuelle ; une carte
       *> commencant par * est un commentaire
       fd  Carte-Chaine-File.
       01  Carte-Chaine-Record.
           05  CD-Mot-Cle                 PIC X(10).
           05  CD-Mot-Cle-Detail REDEFINES CD-Mot-Cle.
               10  CD-Marque-Commentaire  PIC X(01).
               10  FILLER                 PIC X(09).
           05  CD-Valeur                  PIC X(20).
           05  CD-Valeur-Periode REDEFINES CD-Valeur.
               10  CD-Periode             PIC 9(6).
               10  FILLER                 PIC X(14).
           05  CD-Valeur-Annee REDEFINES CD-Valeur.
               10  CD-Annee               PIC 9(4).
               10  FILLER                 PIC X(16).
           05  CD-Valeur-Etape REDEFINES CD-Valeur.
               10  CD-Etape               PIC 9(2).
               10  FILLER                 PIC X(18).
           05  CD-Valeur-Reponse REDEFINES CD-Valeur.
               10  CD-Reponse             PIC X(01).
               10  FILLER                 PIC X(19).

       *> journal d'une execution du chainage : en-tete (periode,
       *> operateur, date), une ligne par etape demandee avec son
       *> compteur, son verdict et son code retour, puis le code
       *> retour final remis a l'ordonnanceur
       fd  Journal-Chaine-File.
       01  Journal-Chaine-Ligne.
           05  JL-Option                  PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JL-Libelle                 PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JL-Nature-Compte           PIC X(14).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JL-Compte                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JL-Verdict                 PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JL-Code-Retour             PIC ZZ9.
       01  Journal-Chaine-Entete.
           05  JE-Libelle                 PIC X(34).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JE-Valeur                  PIC X(20).

       *> tableau de bord par service : pour chaque service puis pour
       *> l'ensemble, une ligne par indicateur portant le mois
       *> demande, le meme mois de l'annee precedente et leur ecart
       *> en pourcentage, puis le cumul de l'annee a fin de mois,
       *> celui de l'annee precedente a la meme date et leur ecart ;
       *> un ecart sans base de comparaison est marque N/S
       fd  Statistique-Service-File.
       01  Statistique-Service-Ligne.
           05  SL-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Libelle                 PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Mois                    PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Mois-N1                 PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Ecart-Mois              PIC -ZZZZ9.9.
           05  SL-Ecart-Mois-X REDEFINES SL-Ecart-Mois PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Cumul                   PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Cumul-N1                PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  SL-Ecart-Cumul             PIC -ZZZZ9.9.
           05  SL-Ecart-Cumul-X REDEFINES SL-Ecart-Cumul PIC X(08).
       01  Statistique-Service-Entete.
           05  SE-Libelle                 PIC X(39).
           05  SE-Periode                 PIC 9(6).
       01  Statistique-Service-Titres     PIC X(115).

       *> export quotidien de la badgeuse : une ligne par paire
       *> entree / sortie HHMM d'un jour travaille, ou une ligne
       *> d'absence portant son code (CP conges payes, MA maladie,
       *> AB absence non payee) et sa duree en heures ; une sortie
       *> anterieure a l'entree passe minuit et reste comptee au
       *> jour de l'entree
       fd  Pointage-File.
       01  Pointage-Record.
           05  PO-EmployeID               PIC 9(5).
           05  PO-EmployeID-X REDEFINES PO-EmployeID PIC X(05).
           05  FILLER                     PIC X(01).
           05  PO-Date                    PIC 9(8).
           05  PO-Date-Detail REDEFINES PO-Date.
               10  PO-Annee               PIC 9(4).
               10  PO-Mois                PIC 9(2).
               10  PO-Jour                PIC 9(2).
           05  PO-Date-X REDEFINES PO-Date PIC X(08).
           05  FILLER                     PIC X(01).
           05  PO-Entree.
               10  PO-Entree-HH           PIC 9(2).
               10  PO-Entree-MM           PIC 9(2).
           05  FILLER                     PIC X(01).
           05  PO-Sortie.
               10  PO-Sortie-HH           PIC 9(2).
               10  PO-Sortie-MM           PIC 9(2).
           05  FILLER                     PIC X(01).
           05  PO-Code-Absence            PIC X(02).
           05  FILLER                     PIC X(01).
           05  PO-Duree-Absence           PIC 9(2)V99.

       *> rejets de l'import des pointages, a corriger avant le
       *> controle du lot a blanc : chaque ligne rejetee avec son
       *> motif, puis chaque employe retenu hors de TRANSPAIE parce
       *> qu'une de ses lignes est rejetee ou que ses heures sortent
       *> des bornes du lot, et enfin les compteurs de l'import
       fd  Rejet-Pointage-File.
       01  Rejet-Pointage-Ligne.
           05  RJ-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-EmployeID               PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-Date                    PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-Entree                  PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-Sortie                  PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-Code                    PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RJ-Motif                   PIC X(30).
       01  Rejet-Pointage-Compte.
           05  RX-Libelle                 PIC X(34).
           05  RX-Compte                  PIC ZZZZZ9.

       *> budget de paie par service et par periode AAAAMM : effectif,
       *> brut et cout employeur (brut plus charges patronales)
       *> budgetes, saisis ou charges par l'option de gestion du
       *> budget ; le lot de paie y reporte a sa cloture le realise
       *> de la periode tire de la ventilation par service, un
       *> service paye sans budget recevant une entree a budget nul
       fd  Budget-Service-File.
       01  Budget-Service-Record.
           05  BU-Cle.
               10  BU-Service             PIC X(05).
               10  BU-Periode             PIC 9(6).
           05  BU-Effectif-Budget         PIC 9(5).
           05  BU-Brut-Budget             PIC 9(9)V99.
           05  BU-Cout-Budget             PIC 9(9)V99.
           05  BU-Effectif-Reel           PIC 9(5).
           05  BU-Brut-Reel               PIC S9(9)V99.
           05  BU-Cout-Reel               PIC S9(9)V99.
           05  BU-Realise-Poste           PIC X(01).
           05  BU-Date-Maj                PIC 9(8).
           05  BU-Operateur               PIC X(08).

       *> chargement du budget : une ligne par service et periode ;
       *> une entree existante garde son realise, seul le budget est
       *> remplace
       fd  Budget-Import-File.
       01  Budget-Import-Record.
           05  BI-Service                 PIC X(05).
           05  FILLER                     PIC X(02).
           05  BI-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02).
           05  BI-Effectif                PIC 9(5).
           05  FILLER                     PIC X(02).
           05  BI-Brut                    PIC 9(9)V99.
           05  FILLER                     PIC X(02).
           05  BI-Cout                    PIC 9(9)V99.

       *> etat budget / realise : par service puis au total, une ligne
       *> par grandeur (effectif, brut, cout employeur) avec le budget,
       *> le realise et l'ecart en pourcentage du mois puis du cumul
       *> de l'annee a fin de mois ; un realise au-dela du budget
       *> majore de la tolerance TOLBUDG est marque DEPASSEMENT (mois)
       *> ou DEPASS.CUMUL (cumul seul), un realise sans budget HORS
       *> BUDGET
       fd  Budget-Realise-File.
       01  Budget-Realise-Ligne.
           05  BL-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Service                 PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Grandeur                PIC X(14).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Budget-Mois             PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Reel-Mois               PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Ecart-Mois              PIC -ZZZZ9.9.
           05  BL-Ecart-Mois-X REDEFINES BL-Ecart-Mois PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Budget-Cumul            PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Reel-Cumul              PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Ecart-Cumul             PIC -ZZZZ9.9.
           05  BL-Ecart-Cumul-X REDEFINES BL-Ecart-Cumul PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BL-Indicateur              PIC X(12).
       01  Budget-Realise-Entete.
           05  BE-Libelle                 PIC X(34).
           05  BE-Periode                 PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BE-Tolerance-Libelle       PIC X(12).
           05  BE-Tolerance               PIC Z9.9.

       working-storage section.

       01  Employe.
           05  Nom               PIC A(30).
           05  EmployeID                PIC 9(5).
           05  Taux-Horaire      PIC 9(3)V99. *> V99 pour afficher 2 chiffres après la virgule, gain de précision
           05  Type-Paie          PIC A(01).
           05  Salaire-Mensuel    PIC 9(7)V99.
           05  Heures-Travaillees PIC 9(3).
           05  Heures-Supp PIC 9(3).
           05  Heures-Conges PIC 9(3).
       01  Montant-Maladie        PIC 9(7)V99.
       01  Montant-Absence        PIC 9(7)V99.

       *> mensualises : l'horaire mensuel de reference convertit la
       *> base mensuelle en taux horaire equivalent, qui valorise les
       *> conges, la maladie, l'absence et les heures supplementaires ;
       *> la base est proratisee a l'embauche et au depart comme le
       *> plafond ; valeur de secours ecrasee par le plafond du code
       *> HEURMENS du fichier BAREMES ; au mois du depart les conges
       *> soldes sont une indemnite payee en plus de la base, pas
       *> une absence deduite
       01  Heures-Mensuelles      PIC 9(3)V99 VALUE 151.67.
       01  Heures-Mensuelles-Defaut PIC 9(3)V99 VALUE 151.67.

       *> tolerance de depassement du budget de paie par service,
       *> en fraction du budget ; valeur de secours ecrasee par le
       *> taux du code TOLBUDG du fichier BAREMES
       01  Tolerance-Budget       PIC 9V999 VALUE 0.050.
       01  Tolerance-Budget-Defaut PIC 9V999 VALUE 0.050.

       *> decompte hebdomadaire des heures supplementaires pointees :
       *> seuil de la semaine (HSUPSEUI, plafond en heures), premier
       *> palier (HSUPMAJ1, taux de majoration et largeur en heures
       *> par semaine), puis second palier au-dela (HSUPMAJ2, taux)
       01  Seuil-Hebdo-Supp       PIC 9(3)V99 VALUE 35.00.
       01  Seuil-Hebdo-Supp-Defaut PIC 9(3)V99 VALUE 35.00.
       01  Largeur-Palier1        PIC 9(3)V99 VALUE 8.00.
       01  Largeur-Palier1-Defaut PIC 9(3)V99 VALUE 8.00.
       01  Taux-Majo-Palier1      PIC 9V999 VALUE 0.250.
       01  Taux-Majo-Palier1-Defaut PIC 9V999 VALUE 0.250.
       01  Taux-Majo-Palier2      PIC 9V999 VALUE 0.500.
       01  Taux-Majo-Palier2-Defaut PIC 9V999 VALUE 0.500.
       01  Base-Mensuelle-Due     PIC 9(7)V99.
       01  Heures-Base-Mois       PIC 9(3)V99.
       01  Heures-Base-Payees     PIC 9(3)V99.
       01  Heures-Hors-Base       PIC 9(4).
       01  Montant-Hors-Base      PIC 9(7)V99.
       01  Solde-Tout-Compte      PIC X(01) VALUE 'N'.
       01  Periode-De-Depart      PIC X(01).
       01  Remuneration-Valide    PIC X(01).
       01  Mensuel-A-Payer        PIC X(01).
       01  Mensuels-Payes         PIC 9(5) COMP.

       *> elements variables : table en memoire du referentiel des
       *> codes, puis elements de la paie courante lus dans ELEMVAR
       *> pour la periode placee dans Periode-Bareme, totalises par
       *> nature ; un rappel ne reprend que les elements deja payes
       *> sur la periode d'origine, les autres attendent la paie
       *> d'une periode ouverte
       01  Statut-Elemvar         PIC X(02).
       01  Statut-Codesvar        PIC X(02).
       01  Table-Codes-Elements.
           05  Nb-Codes-Elements  PIC 9(3) COMP.
           05  Entree-Code-Element OCCURS 100 TIMES.
               10  CE-Code        PIC X(06).
               10  CE-Nature      PIC X(01).
               10  CE-Compte      PIC X(06).
               10  CE-Libelle     PIC X(30).
       01  Indice-Code-Element    PIC 9(3) COMP.
       01  Code-Element-Trouve    PIC X(01).
       01  Code-Element-Cherche   PIC X(06).
       01  Fin-Codes-Elements     PIC X(01).
       01  Fin-Elements           PIC X(01).
       01  Elements-Payes-Seuls   PIC X(01) VALUE 'N'.
       01  Type-Paie-Impose       PIC A(01) VALUE SPACE.
       01  Paie-En-Lot            PIC X(01) VALUE 'N'.
       01  Elements-Paie.
           05  Nb-Elements-Paie   PIC 9(2) COMP.
           05  Element-Paie OCCURS 20 TIMES.
               10  EP-Code        PIC X(06).
               10  EP-Nature      PIC X(01).
               10  EP-Compte      PIC X(06).
               10  EP-Libelle     PIC X(30).
               10  EP-Montant     PIC 9(7)V99.
       01  Indice-Element         PIC 9(2) COMP.
       01  Elements-Soumis        PIC 9(7)V99.
       01  Elements-Imposables    PIC 9(7)V99.
       01  Elements-Net           PIC 9(7)V99.
       01  Avantages-Nature       PIC 9(7)V99.
       01  Base-Cotisable         PIC 9(7)V99.
       01  Net-Calcule            PIC S9(7)V99.
       01  Avance-Personnel       PIC 9(7)V99.
       01  Ancienne-Base-Cotisable PIC 9(7)V99.

       *> ecriture comptable des elements variables du lot : une
       *> ligne par compte et par sens, reconstruite a la cloture
       *> depuis les elements marques payes par le lot
       01  Table-Ecritures-Elements.
           05  Nb-Ecritures-Elements PIC 9(2) COMP.
           05  Entree-Ecriture-Element OCCURS 50 TIMES.
               10  TE-Compte      PIC X(06).
               10  TE-Sens        PIC X(01).
               10  TE-Montant     PIC 9(9)V99.
       01  Indice-Ecriture-Element PIC 9(2) COMP.
       01  Ecriture-Element-Trouvee PIC X(01).
       01  Sens-Element-Courant   PIC X(01).
       01  Sens-Element-Cherche   PIC X(01).
       01  Lot-Elements-Brut      PIC 9(9)V99.
       01  Lot-Elements-Net       PIC 9(9)V99.
       01  Lot-Avantages-Nature   PIC 9(9)V99.
       01  Ecritures-Emises       PIC X(01).

       *> remuneration en vigueur par periode et revision salariale
       01  Statut-Histtaux        PIC X(02).
       01  Statut-Revisal         PIC X(02).
       01  Periode-Taux-Cherchee  PIC 9(6).
       01  Fin-Taux               PIC X(01).
       01  Historique-Taux-Existe PIC X(01).
       01  Periode-Effet-Taux     PIC 9(6).
       01  Origine-Taux           PIC X(01).
       01  Nouveau-Taux-Horaire   PIC 9(3)V99.
       01  Nouveau-Salaire-Mensuel PIC 9(7)V99.
       01  Nouveau-Type-Paie      PIC A(01).
       01  Taux-Revise-Calcule    PIC 9(5)V99.
       01  Mode-Revision          PIC X(01).
       01  Valeur-Revision        PIC 9(3)V99.
       01  Portee-Revision        PIC X(01).
       01  Service-Revision       PIC X(05).
       01  Table-IDs-Revision.
           05  Nb-IDs-Revision    PIC 9(3) COMP.
           05  ID-Revision        PIC 9(5) OCCURS 100 TIMES.
       01  Indice-ID-Revision     PIC 9(3) COMP.
       01  ID-Revision-Saisi      PIC 9(5).
       01  Employe-Retenu         PIC X(01).
       01  Revision-Appliquee     PIC X(01).
       01  Confirmation-Revision  PIC X(01).
       01  Nb-Revises             PIC 9(5) COMP.
       01  Nb-Revises-Rejetes     PIC 9(5) COMP.

       *> operateur de la session et validation a quatre yeux des
       *> modifications sensibles du fichier maitre
       01  Operateur-Session      PIC X(08) VALUE SPACES.
       01  Operateur-Saisie-Audit PIC X(08) VALUE SPACES.
       01  Operateur-Valide-Audit PIC X(08) VALUE SPACES.
       01  Operateur-Second       PIC X(08).
       01  Second-Operateur-Valide PIC X(01).
       01  Nb-Essais-Operateur    PIC 9(1) COMP.
       01  Statut-Modatten        PIC X(02).
       01  Fin-Attente            PIC X(01).
       01  Modif-RIB              PIC X(01).
       01  Modif-Remuneration     PIC X(01).
       01  Modif-Service          PIC X(01).
       01  Modif-Statut           PIC X(01).
       01  RIB-En-Attente         PIC X(01).
       01  Decision-Validation    PIC X(01).
       01  Nb-Validees            PIC 9(5) COMP.
       01  Nb-Rejetees            PIC 9(5) COMP.
       01  Nb-Laissees            PIC 9(5) COMP.
       01  Nb-Reemissions-Bloquees PIC 9(5) COMP.

       *> provision pour conges payes de fin de mois
       01  Statut-Provcp          PIC X(02).
       01  Statut-Histprov        PIC X(02).
       01  Fin-Provision          PIC X(01).
       01  Periode-Provisionnable PIC X(01).
       01  Provision-Deja-Passee  PIC X(01).
       01  Periode-Provision-Prec PIC 9(6).
       01  Provision-Precedente   PIC 9(9)V99.
       01  Charges-Precedentes    PIC 9(9)V99.
       01  Taux-Charges-Conges    PIC 9V999.
       01  Taux-Provision         PIC 9(3)V99.
       01  Provision-Employe      PIC 9(7)V99.
       01  Charges-Employe        PIC 9(7)V99.
       01  Nb-Provisionnes        PIC 9(5) COMP.
       01  Total-Heures-Provision PIC S9(7)V99.
       01  Total-Provision        PIC 9(9)V99.
       01  Total-Charges-Provision PIC 9(9)V99.
       01  Sous-Total-Provision   PIC 9(9)V99.
       01  Sous-Total-Charges     PIC 9(9)V99.
       01  Ecriture-A-Blanc       PIC X(01) VALUE 'N'.
       01  Provision-Coherente    PIC X(01).
       01  Table-Provision-Services.
           05  Nb-Services-Provision PIC 9(3) COMP.
           05  Entree-Provision-Service OCCURS 50 TIMES.
               10  PS-Service     PIC X(05).
               10  PS-Effectif    PIC 9(5).
               10  PS-Heures      PIC S9(7)V99.
               10  PS-Provision   PIC 9(9)V99.
               10  PS-Charges     PIC 9(9)V99.

       *> annulation et remplacement d'un bulletin du lot ouvert
       01  Lot-Ouvert             PIC X(01).
       01  Ligne-Annulee-Trouvee  PIC X(01).
       01  Fin-Annulation         PIC X(01).
       01  Ligne-A-Retirer        PIC X(01).
       01  Nb-Bulletins-Annules   PIC 9(3) COMP.
       01  Annule-Retenues        PIC 9(7)V99.
       01  Annule-Pat-SecuSociale PIC 9(7)V99.
       01  Annule-Pat-AssurMaladie PIC 9(7)V99.
       01  Annule-Pat-Retraite    PIC 9(7)V99.
       01  Annule-Avance          PIC 9(7)V99.
       01  Bulletin-Salaire-Cherche PIC -ZZZZ9.99.
       01  Bulletin-Net-Cherche   PIC -ZZZZ9.99.

       *> saisie de l'ecran de gestion des elements variables
       01  Periode-Element        PIC 9(6).
       01  Montant-Element        PIC 9(7)V99.
       01  Element-Existant       PIC X(01).

       *> application des retenues individuelles : quotite saisissable
       *> legale plafonnant les saisies sur salaire a un tiers du net
       *> avant retenues individuelles
       01  Total-Ret-AssurMal-Lot PIC 9(9)V99.
       01  Total-Ret-Retraite-Lot PIC 9(9)V99.
       01  Total-Deductions-Lot PIC 9(9)V99.
       01  Total-Avances-Lot   PIC 9(9)V99.
       01  Nb-Virements-Bloques-Lot PIC 9(5).
       01  Total-Debit-Ecritures PIC 9(9)V99.
       01  Total-Credit-Ecritures PIC 9(9)V99.
       01  Montant-Ecriture    PIC 9(9)V99.
       *> validations que le lot reel, detection des doublons et des
       *> actifs sans transaction, totaux previsionnels ; le mode
       *> simulation retient les retenues individuelles sans decompter
       *> leurs soldes et rien n'est poste nulle part ; le lot reel
       *> note dans la meme table les employes de ses lignes
       *> ordinaires, payees, rejetees ou bloquees
       01  Statut-Ctrllot      PIC X(02).
       01  Mode-Simulation     PIC X(01) VALUE 'N'.
       01  Table-Ctrl-IDs.
               10  CI-EmployeID PIC 9(5).
       01  Indice-Ctrl-ID      PIC 9(3) COMP.
       01  ID-Deja-Vu          PIC X(01).
       01  IDs-Lot-Debordes    PIC X(01).
       01  Valeur-Controle-Lot PIC S9(9)V99.
       01  Sim-Transactions    PIC 9(7).
       01  Sim-Valides         PIC 9(7).
       01  Sim-Doublons        PIC 9(5).
       01  Sim-Sans-Transaction PIC 9(5).
       01  Sim-Rappels         PIC 9(5).
       01  Sim-Mensuels        PIC 9(5).
       01  Sim-Effectif        PIC 9(5).
       01  Sim-Total-Salaire   PIC 9(9)V99.
       01  Sim-Total-Retenue   PIC 9(9)V99.
       01  Periode-Origine-Trouvee PIC X(01).
       01  Indice-Ctl-Origine  PIC 9(3) COMP.
       01  Ancien-Salaire      PIC 9(7)V99.
       01  Ancien-Net-Legal    PIC S9(7)V99.
       01  Ancienne-Fiscale    PIC 9(7)V99.
       01  Ancienne-SecuSociale PIC 9(7)V99.
       01  Ancienne-AssurMaladie PIC 9(7)V99.
       01  Taux-Bareme-Retenu  PIC 9V999.
       01  Plafond-Bareme-Retenu PIC 9(7)V99.

       *> chainage sans operateur : la presence du fichier CHAINCTL au
       *> lancement remplace le menu par l'enchainement des etapes
       *> qu'il demande, les reponses aux questions du menu etant
       *> prises sur les cartes ; chaque etape rend un verdict, la
       *> chaine s'arrete a la premiere etape en echec et le code
       *> retour remis a l'ordonnanceur vaut 0 (tout est conforme),
       *> 4 (ecarts ou virements bloques a examiner), 12 (journal
       *> JOURNLOT inaccessible), 16 (cartes de commande invalides,
       *> rien n'est lance) ou 100 + numero de l'option en echec
       01  Statut-Chainctl     PIC X(02).
       01  Statut-Journlot     PIC X(02).
       01  Mode-Chaine         PIC X(01) VALUE 'N'.
       01  Fin-Cartes-Chaine   PIC X(01).
       01  Cartes-Chaine-Valides PIC X(01).
       01  Periode-Chaine      PIC 9(6).
       01  Charniere-Chaine    PIC 9(6).
       01  Annee-Chaine        PIC 9(4).
       01  Confirme-Archivage  PIC X(01).
       01  Confirme-Cloture    PIC X(01).
       01  Table-Etapes-Chaine.
           05  Nb-Etapes-Chaine PIC 9(2) COMP.
           05  Etape-Chaine OCCURS 20 TIMES.
               10  EN-Option   PIC 9(2).
       01  Indice-Etape        PIC 9(2) COMP.
       01  Etape-Aboutie       PIC X(01).
       01  Etape-En-Alerte     PIC X(01).
       01  Chaine-Arretee      PIC X(01).
       01  Compte-Etape        PIC 9(7).
       01  Code-Retour-Etape   PIC 9(3).
       01  Code-Retour-Chaine  PIC 9(3) VALUE 0.
       01  Archivage-Conforme  PIC X(01).
       01  Nb-Archives-Chaine  PIC 9(7).

       *> tableau de bord par service : une entree par service paye
       *> ou mouvemente, la derniere entree portant le total ; les
       *> quatre colonnes sont le mois, le meme mois de l'annee
       *> precedente, le cumul de l'annee a fin de mois et le cumul
       *> de l'annee precedente a la meme date ; le cout employeur
       *> de chaque paie est le brut plus les charges patronales
       *> recalculees au bareme de sa periode
       01  Statut-Statserv     PIC X(02).
       01  Periode-Stat        PIC 9(6).
       01  Periode-Stat-N1     PIC 9(6).
       01  Debut-Cumul-Stat    PIC 9(6).
       01  Debut-Cumul-N1      PIC 9(6).
       01  Periode-Lue-Stat    PIC 9(6).
       01  Nb-Mois-Cumul       PIC 9(2).
       01  Colonne-Mois-Stat   PIC 9(1).
       01  Colonne-Cumul-Stat  PIC 9(1).
       01  Indice-Colonne-Stat PIC 9(1) COMP.
       01  Fin-Statistiques    PIC X(01).
       01  Dossier-Stat-Trouve PIC X(01).
       01  Mouvement-Stat      PIC X(01).
       01  Cout-Employeur-Stat PIC 9(7)V99.
       01  Heures-Payees-Stat  PIC 9(5).
       01  Table-Statistiques.
           05  Nb-Services-Stat PIC 9(3) COMP.
           05  Entree-Statistique OCCURS 51 TIMES.
               10  SS-Service  PIC X(05).
               10  SS-Colonne OCCURS 4 TIMES.
                   15  SS-Paies          PIC 9(7).
                   15  SS-Embauches      PIC 9(5).
                   15  SS-Departs        PIC 9(5).
                   15  SS-Brut           PIC 9(9)V99.
                   15  SS-Cout           PIC 9(9)V99.
                   15  SS-Heures-Supp    PIC 9(7).
                   15  SS-Heures-Payees  PIC 9(9).
                   15  SS-Heures-Maladie PIC 9(7).
                   15  SS-Heures-Absence PIC 9(7).
       01  Indice-Stat         PIC 9(3) COMP.
       01  Indice-Total-Stat   PIC 9(3) COMP VALUE 51.
       01  Code-Indicateur-Stat PIC 9(2) COMP.
       01  Valeurs-Indicateur-Stat.
           05  Valeur-Stat     PIC 9(9)V99 OCCURS 4 TIMES.
       01  Ecart-Stat          PIC S9(9)V9.

       *> budget de paie : saisie et chargement, puis cumul par
       *> service du fichier BUDGET lu dans l'ordre de sa cle, au
       *> niveau 1 pour le service courant et 2 pour le total ; les
       *> grandeurs sont 1 effectif, 2 brut, 3 cout employeur
       01  Statut-Budget       PIC X(02).
       01  Statut-Budgimp      PIC X(02).
       01  Statut-Budgreal     PIC X(02).
       01  Action-Budget       PIC X(01).
       01  Budget-Existant     PIC X(01).
       01  Fin-Budget          PIC X(01).
       01  Fin-Import-Budget   PIC X(01).
       01  Ligne-Budget-Valide PIC X(01).
       01  Service-Budget      PIC X(05).
       01  Service-Budget-Actif PIC X(01).
       01  Saisie-Effectif-Budget PIC 9(5).
       01  Saisie-Brut-Budget  PIC 9(9)V99.
       01  Saisie-Cout-Budget  PIC 9(9)V99.
       01  Debut-Cumul-Budget  PIC 9(6).
       01  Nb-Budgets-Charges  PIC 9(5) COMP.
       01  Nb-Budgets-Rejetes  PIC 9(5) COMP.
       01  Nb-Depassements     PIC 9(5) COMP.
       01  Table-Budget-Realise.
           05  Niveau-Budget OCCURS 2 TIMES.
               10  Grandeur-Budget OCCURS 3 TIMES.
                   15  GB-Budget-Mois  PIC S9(11)V99.
                   15  GB-Reel-Mois    PIC S9(11)V99.
                   15  GB-Budget-Cumul PIC S9(11)V99.
                   15  GB-Reel-Cumul   PIC S9(11)V99.
       01  Indice-Niveau-Budget PIC 9(1) COMP.
       01  Indice-Grandeur     PIC 9(1) COMP.
       01  Seuil-Budget        PIC S9(11)V99.
       01  Ecart-Budget        PIC S9(9)V9.
       01  Tolerance-Affichee  PIC 99V9.

       *> heures supplementaires de la paie en cours : une ligne de
       *> TRANSPAIE issue des pointages les majore par palier, toute
       *> autre saisie garde la majoration unique de 50 %
       01  Supp-Par-Paliers    PIC X(01) VALUE 'N'.
       01  Heures-Supp-Palier2 PIC 9(3) VALUE 0.
       01  Ressaisie-Paliers   PIC X(01).

       *> import des pointages : cumul par employe des minutes
       *> travaillees de chaque semaine (du lundi au dimanche) et des
       *> minutes d'absence par nature ; une semaine appartient a la
       *> periode de son dimanche, la premiere etant celle du premier
       *> dimanche de la periode ; les lignes deja saisies dans
       *> TRANSPAIE sont conservees et reecrites apres les lignes
       *> construites, sauf celles d'un employe pointe
       01  Statut-Pointage     PIC X(02).
       01  Statut-Rejpoint     PIC X(02).
       01  Fin-Pointages       PIC X(01).
       01  Fin-Lignes-Conservees PIC X(01).
       01  Lignes-Debordees    PIC X(01).
       01  Ligne-Pointee       PIC X(01).
       01  Employe-Pointable   PIC X(01).
       01  Date-Pointage-Valide PIC X(01).
       01  Motif-Rejet-Pointage PIC X(30).
       01  Nb-Pointages-Lus    PIC 9(5) COMP.
       01  Nb-Pointages-Retenus PIC 9(5) COMP.
       01  Nb-Pointages-Rejetes PIC 9(5) COMP.
       01  Nb-Pointages-Hors-Periode PIC 9(5) COMP.
       01  Nb-Employes-Transmis PIC 9(5) COMP.
       01  Nb-Employes-Retenus PIC 9(5) COMP.
       01  Nb-Lignes-Reecrites PIC 9(5) COMP.
       01  Nb-Lignes-Remplacees PIC 9(5) COMP.
       01  Table-Lignes-Conservees.
           05  Nb-Lignes-Conservees PIC 9(3) COMP.
           05  RC-Ligne OCCURS 500 TIMES PIC X(30).
       01  Indice-Ligne-Conservee PIC 9(3) COMP.
       01  Table-Pointages.
           05  Nb-Employes-Pointes PIC 9(4) COMP.
           05  Employe-Pointe OCCURS 999 TIMES.
               10  PG-EmployeID        PIC 9(5).
               10  PG-Retenu           PIC X(01).
               10  PG-Minutes-Semaine OCCURS 5 TIMES PIC 9(5).
               10  PG-Minutes-Conges   PIC 9(5).
               10  PG-Minutes-Maladie  PIC 9(5).
               10  PG-Minutes-Absence  PIC 9(5).
       01  Indice-Pointe       PIC 9(4) COMP.
       01  Indice-Recherche-Pointe PIC 9(4) COMP.
       01  Indice-Semaine      PIC 9(1) COMP.
       01  Semaine-Pointage    PIC 9(1) COMP.
       01  Jours-Mois-Valeurs  PIC X(24)
               VALUE '312831303130313130313031'.
       01  Jours-Mois-Table REDEFINES Jours-Mois-Valeurs.
           05  Jours-Mois OCCURS 12 TIMES PIC 9(2).
       01  Jours-Mois-Pointage PIC 9(2).
       01  Quotient-Bissextile PIC 9(4).
       01  Reste-Bissextile    PIC 9(3).
       01  Annee-Calcul        PIC 9(4).
       01  Mois-Calcul         PIC 9(2).
       01  Jour-Calcul         PIC 9(2).
       01  Annee-Mars          PIC 9(4).
       01  Mois-Mars           PIC 9(2).
       01  Quotient-Annee-4    PIC 9(4).
       01  Quotient-Annee-100  PIC 9(4).
       01  Quotient-Annee-400  PIC 9(4).
       01  Produit-Mois-Mars   PIC 9(4).
       01  Jours-Avant-Mois    PIC 9(3).
       01  Rang-Jour           PIC 9(7).
       01  Rang-Dimanche       PIC 9(7).
       01  Rang-Debut-Periode  PIC 9(7).
       01  Rang-Fin-Periode    PIC 9(7).
       01  Rang-Premier-Dimanche PIC 9(7).
       01  Quotient-Semaine    PIC 9(7).
       01  Reste-Semaine       PIC 9(1).
       01  Minutes-Entree      PIC 9(4).
       01  Minutes-Sortie      PIC 9(4).
       01  Minutes-Pointage    PIC S9(5).
       01  Seuil-Minutes       PIC 9(5).
       01  Largeur-Palier1-Minutes PIC 9(5).
       01  Minutes-Excedent    PIC 9(5).
       01  Minutes-Normales    PIC 9(6).
       01  Minutes-Palier1     PIC 9(6).
       01  Minutes-Palier2     PIC 9(6).
       01  Heures-Pointees-Normales PIC 9(5).
       01  Heures-Pointees-Supp PIC 9(5).
       01  Heures-Pointees-Supp-50 PIC 9(5).
       01  Heures-Pointees-Conges PIC 9(5).
       01  Heures-Pointees-Maladie PIC 9(5).
       01  Heures-Pointees-Absence PIC 9(5).
       01  Titres-Statistiques.
           05  FILLER          PIC X(41)
               VALUE 'PERIODE  SERV.  INDICATEUR'.
           05  FILLER          PIC X(14) VALUE '        MOIS  '.
           05  FILLER          PIC X(14) VALUE '    MOIS N-1  '.
           05  FILLER          PIC X(10) VALUE ' ECART %  '.
           05  FILLER          PIC X(14) VALUE '       CUMUL  '.
           05  FILLER          PIC X(14) VALUE '   CUMUL N-1  '.
           05  FILLER          PIC X(08) VALUE ' ECART %'.


       procedure division.

       PERFORM INITIALISATION.
       IF Mode-Chaine = 'O'
           PERFORM EXECUTER-CHAINE THRU EXECUTER-CHAINE-EXIT
       ELSE
           IF Operateur-Session NOT = SPACES
               PERFORM MENU-PRINCIPAL
           END-IF
       END-IF.
       PERFORM TERMINAISON.
       MOVE Code-Retour-Chaine TO RETURN-CODE.
       GOBACK.

       INITIALISATION.
               CLOSE Historique-Paie-File
               OPEN I-O Historique-Paie-File
           END-IF.
           OPEN I-O Element-Variable-File.
           IF Statut-Elemvar = '35' THEN
               OPEN OUTPUT Element-Variable-File
               CLOSE Element-Variable-File
               OPEN I-O Element-Variable-File
           END-IF.
           OPEN I-O Taux-Historique-File.
           IF Statut-Histtaux = '35' THEN
               OPEN OUTPUT Taux-Historique-File
               CLOSE Taux-Historique-File
               OPEN I-O Taux-Historique-File
           END-IF.
           OPEN I-O Modification-Attente-File.
           IF Statut-Modatten = '35' THEN
               OPEN OUTPUT Modification-Attente-File
               CLOSE Modification-Attente-File
               OPEN I-O Modification-Attente-File
           END-IF.
           OPEN I-O Budget-Service-File.
           IF Statut-Budget = '35' THEN
               OPEN OUTPUT Budget-Service-File
               CLOSE Budget-Service-File
               OPEN I-O Budget-Service-File
           END-IF.
           PERFORM CHARGER-BAREMES.
           PERFORM CHARGER-CODES-ELEMENTS.
           PERFORM CHARGER-CARTES-CHAINE.
           IF Mode-Chaine = 'N' THEN
               MOVE 0 TO Nb-Essais-Operateur
               PERFORM IDENTIFIER-OPERATEUR
                   UNTIL Operateur-Session NOT = SPACES
                       OR Nb-Essais-Operateur >= 3
           END-IF.
           MOVE Operateur-Session TO Operateur-Saisie-Audit.
           MOVE SPACES TO Operateur-Valide-Audit.

       TERMINAISON.
           CLOSE Employe-Master-File.
           CLOSE Retenue-Indiv-File.
           CLOSE Audit-Maitre-File.
           CLOSE Historique-Paie-File.
           CLOSE Element-Variable-File.
           CLOSE Taux-Historique-File.
           CLOSE Modification-Attente-File.
           CLOSE Budget-Service-File.

       *> toute session s'ouvre sur l'identifiant de son operateur,
       *> repris dans le journal d'audit ; sans identifiant apres
       *> trois essais, la session se termine sans menu
       IDENTIFIER-OPERATEUR.
           ADD 1 TO Nb-Essais-Operateur.
           DISPLAY 'Entrez votre identifiant operateur : '.
           ACCEPT Operateur-Session.
           IF Operateur-Session = SPACES THEN
               MOVE 'Identifiant operateur obligatoire.' TO Erreur
               MOVE SPACES TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
           END-IF.

       *> le fichier de cartes CHAINCTL n'est depose que par
       *> l'ordonnanceur : present, il fait passer la session en
       *> chainage et fournit l'operateur ; absent, la session reste
       *> interactive ; les cartes sont toutes controlees avant que
       *> la moindre etape ne soit lancee
       CHARGER-CARTES-CHAINE.
           MOVE 'N' TO Mode-Chaine.
           OPEN INPUT Carte-Chaine-File.
           IF Statut-Chainctl = '00' THEN
               MOVE 'O' TO Mode-Chaine
               MOVE 'O' TO Cartes-Chaine-Valides
               MOVE SPACES TO Operateur-Session
               MOVE 0 TO Periode-Chaine
               MOVE 0 TO Charniere-Chaine
               MOVE 0 TO Annee-Chaine
               MOVE 'N' TO Confirme-Archivage
               MOVE 'N' TO Confirme-Cloture
               MOVE 0 TO Nb-Etapes-Chaine
               MOVE 'N' TO Fin-Cartes-Chaine
               PERFORM LIRE-CARTE-CHAINE-SUIVANTE
               PERFORM RANGER-CARTE-CHAINE
                   UNTIL Fin-Cartes-Chaine = 'O'
               CLOSE Carte-Chaine-File
               DISPLAY 'Chainage sans operateur, etapes demandees : '
                   Nb-Etapes-Chaine
               PERFORM CONTROLER-CARTES-CHAINE
           END-IF.

       LIRE-CARTE-CHAINE-SUIVANTE.
           READ Carte-Chaine-File
               AT END
                   MOVE 'O' TO Fin-Cartes-Chaine
           END-READ.
           IF Statut-Chainctl NOT = '00' THEN
               MOVE 'O' TO Fin-Cartes-Chaine
           END-IF.

       RANGER-CARTE-CHAINE.
           EVALUATE CD-Mot-Cle
               WHEN 'OPERATEUR'
                   MOVE CD-Valeur TO Operateur-Session
               WHEN 'PERIODE'
                   IF CD-Periode IS NUMERIC THEN
                       MOVE CD-Periode TO Periode-Chaine
                   ELSE
                       PERFORM REJETER-CARTE-CHAINE
                   END-IF
               WHEN 'ETAPE'
                   IF CD-Etape IS NUMERIC AND Nb-Etapes-Chaine < 20
                           THEN
                       ADD 1 TO Nb-Etapes-Chaine
                       MOVE CD-Etape TO EN-Option(Nb-Etapes-Chaine)
                   ELSE
                       PERFORM REJETER-CARTE-CHAINE
                   END-IF
               WHEN 'CHARNIERE'
                   IF CD-Periode IS NUMERIC THEN
                       MOVE CD-Periode TO Charniere-Chaine
                   ELSE
                       PERFORM REJETER-CARTE-CHAINE
                   END-IF
               WHEN 'ANNEE'
                   IF CD-Annee IS NUMERIC THEN
                       MOVE CD-Annee TO Annee-Chaine
                   ELSE
                       PERFORM REJETER-CARTE-CHAINE
                   END-IF
               WHEN 'ARCHIVAGE'
                   MOVE CD-Reponse TO Confirme-Archivage
               WHEN 'CLOTURE'
                   MOVE CD-Reponse TO Confirme-Cloture
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   IF CD-Marque-Commentaire NOT = '*' THEN
                       PERFORM REJETER-CARTE-CHAINE
                   END-IF
           END-EVALUATE.
           PERFORM LIRE-CARTE-CHAINE-SUIVANTE.

       REJETER-CARTE-CHAINE.
           MOVE 'N' TO Cartes-Chaine-Valides.
           MOVE 'Carte de commande invalide.' TO Erreur.
           MOVE SPACES TO EA-Saisie.
           MOVE CD-Mot-Cle TO EA-Saisie.
           PERFORM JOURNALISER-ERREUR.
           DISPLAY Erreur ' ' CD-Mot-Cle ' ' CD-Valeur.

       *> chaque etape doit etre enchainable et trouver sur les
       *> cartes toutes les reponses qu'elle demanderait au menu ;
       *> les options de saisie (employes, retenues, elements,
       *> revision, annulation, validation) restent interactives
       CONTROLER-CARTES-CHAINE.
           IF Operateur-Session = SPACES THEN
               MOVE 'N' TO Cartes-Chaine-Valides
               MOVE 'Carte OPERATEUR absente.' TO Erreur
               MOVE SPACES TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
           END-IF.
           IF Nb-Etapes-Chaine = 0 THEN
               MOVE 'N' TO Cartes-Chaine-Valides
               MOVE 'Aucune carte ETAPE a enchainer.' TO Erreur
               MOVE SPACES TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
           END-IF.
           PERFORM CONTROLER-ETAPE-CHAINE
               VARYING Indice-Etape FROM 1 BY 1
               UNTIL Indice-Etape > Nb-Etapes-Chaine.

       CONTROLER-ETAPE-CHAINE.
           MOVE SPACES TO Erreur.
           EVALUATE EN-Option(Indice-Etape)
               WHEN 4
               WHEN 10
               WHEN 13
               WHEN 19
               WHEN 23
                   MOVE Periode-Chaine TO Periode-Paie
                   PERFORM VALIDER-PERIODE-PAIE
                   IF Periode-Valide = 'N' THEN
                       MOVE 'Carte PERIODE absente ou invalide.'
                           TO Erreur
                   END-IF
               WHEN 8
               WHEN 12
                   CONTINUE
               WHEN 15
                   MOVE Charniere-Chaine TO Periode-Paie
                   PERFORM VALIDER-PERIODE-PAIE
                   IF Periode-Valide = 'N'
                           OR Confirme-Archivage NOT = 'O' THEN
                       MOVE 'Cartes CHARNIERE/ARCHIVAGE incompletes.'
                           TO Erreur
                   END-IF
               WHEN 5
                   IF Annee-Chaine < 1900 OR Annee-Chaine > 2999
                           OR Confirme-Cloture NOT = 'O' THEN
                       MOVE 'Cartes ANNEE/CLOTURE incompletes.'
                           TO Erreur
                   END-IF
               WHEN OTHER
                   MOVE 'Etape non enchainable.' TO Erreur
           END-EVALUATE.
           IF Erreur NOT = SPACES THEN
               MOVE 'N' TO Cartes-Chaine-Valides
               MOVE SPACES TO EA-Saisie
               MOVE EN-Option(Indice-Etape) TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur ' Etape ' EN-Option(Indice-Etape)
           END-IF.

       *> charge la table des baremes depuis le fichier BAREMES ; un
       *> fichier absent n'est pas une erreur, les valeurs de secours
           END-IF.
           PERFORM LIRE-BAREME-SUIVANT.

       *> charge le referentiel des codes d'elements variables ; sans
       *> fichier aucun element ne peut etre paye, la paie des heures
       *> n'en est pas affectee
       CHARGER-CODES-ELEMENTS.
           MOVE 0 TO Nb-Codes-Elements.
           OPEN INPUT Code-Element-File.
           IF Statut-Codesvar NOT = '00' THEN
               DISPLAY 'Referentiel des elements variables absent.'
           ELSE
               MOVE 'N' TO Fin-Codes-Elements
               PERFORM LIRE-CODE-ELEMENT-SUIVANT
               PERFORM RANGER-CODE-ELEMENT
                   UNTIL Fin-Codes-Elements = 'O'
               CLOSE Code-Element-File
               DISPLAY 'Codes d''elements variables charges : '
                   Nb-Codes-Elements
           END-IF.

       LIRE-CODE-ELEMENT-SUIVANT.
           READ Code-Element-File
               AT END
                   MOVE 'O' TO Fin-Codes-Elements
           END-READ.
           IF Statut-Codesvar NOT = '00' THEN
               MOVE 'O' TO Fin-Codes-Elements
           END-IF.

       *> une ligne de nature inconnue est ignoree plutot que de
       *> payer un element sans savoir ou il entre dans la paie
       RANGER-CODE-ELEMENT.
           IF Nb-Codes-Elements < 100 AND CV-Code NOT = SPACES
                   AND (CV-Nature = 'C' OR CV-Nature = 'I'
                       OR CV-Nature = 'N' OR CV-Nature = 'A') THEN
               ADD 1 TO Nb-Codes-Elements
               MOVE CV-Code TO CE-Code(Nb-Codes-Elements)
               MOVE CV-Nature TO CE-Nature(Nb-Codes-Elements)
               MOVE CV-Compte TO CE-Compte(Nb-Codes-Elements)
               MOVE CV-Libelle TO CE-Libelle(Nb-Codes-Elements)
               *> compte par defaut : les salaires bruts pour une
               *> charge, les produits annexes pour un avantage
               IF CV-Compte = SPACES THEN
                   IF CV-Nature = 'A' THEN
                       MOVE '708300' TO CE-Compte(Nb-Codes-Elements)
                   ELSE
                       MOVE '641000' TO CE-Compte(Nb-Codes-Elements)
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-CODE-ELEMENT-SUIVANT.

       CHERCHER-CODE-ELEMENT.
           MOVE 'N' TO Code-Element-Trouve.
           PERFORM COMPARER-CODE-ELEMENT
               VARYING Indice-Code-Element FROM 1 BY 1
               UNTIL Indice-Code-Element > Nb-Codes-Elements
                   OR Code-Element-Trouve = 'O'.
           IF Code-Element-Trouve = 'O' THEN
               SUBTRACT 1 FROM Indice-Code-Element
           END-IF.

       COMPARER-CODE-ELEMENT.
           IF CE-Code(Indice-Code-Element) = Code-Element-Cherche THEN
               MOVE 'O' TO Code-Element-Trouve
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY "========================================".
           DISPLAY "          MENU PRINCIPAL                 ".
           DISPLAY "13. Controler le Lot a Blanc (Simulation)".
           DISPLAY "14. Attestation de Salaire d'un Employe".
           DISPLAY "15. Archivage et Purge de Fin de Periode".
           DISPLAY "16. Gerer les Elements Variables de Paie".
           DISPLAY "17. Revision Salariale Collective".
           DISPLAY "18. Annuler et Remplacer un Bulletin du Lot".
           DISPLAY "19. Provision Conges Payes de Fin de Mois".
           DISPLAY "20. Valider les Modifications en Attente".
           DISPLAY "21. Tableau de Bord par Service".
           DISPLAY "22. Gerer le Budget de Paie par Service".
           DISPLAY "23. Importer les Pointages dans TRANSPAIE".
           DISPLAY "Selectionnez une option : ".
           ACCEPT Option.

               WHEN 15
                   PERFORM ARCHIVER-PURGER THRU
                       ARCHIVER-PURGER-EXIT
               WHEN 16
                   PERFORM GERER-ELEMENTS-VARIABLES THRU
                       GERER-ELEMENTS-VARIABLES-EXIT
               WHEN 17
                   PERFORM REVISION-SALARIALE THRU
                       REVISION-SALARIALE-EXIT
               WHEN 18
                   PERFORM ANNULER-REMPLACER-BULLETIN THRU
                       ANNULER-REMPLACER-BULLETIN-EXIT
               WHEN 19
                   PERFORM PROVISION-CONGES THRU
                       PROVISION-CONGES-EXIT
               WHEN 20
                   PERFORM VALIDER-MODIFICATIONS THRU
                       VALIDER-MODIFICATIONS-EXIT
               WHEN 21
                   PERFORM TABLEAU-BORD-SERVICES THRU
                       TABLEAU-BORD-SERVICES-EXIT
               WHEN 22
                   PERFORM GERER-BUDGET-SERVICES THRU
                       GERER-BUDGET-SERVICES-EXIT
               WHEN 23
                   PERFORM IMPORTER-POINTAGES THRU
                       IMPORTER-POINTAGES-EXIT
               WHEN OTHER
                   DISPLAY "Option invalide. Veuillez reessayer.".
                   PERFORM MENU-PRINCIPAL
           END-IF.
           MOVE Image-Avant-Maitre TO AM-Image-Avant.
           MOVE Employe-Master-Record TO AM-Image-Apres.
           MOVE Operateur-Saisie-Audit TO AM-Operateur-Saisie.
           MOVE Operateur-Valide-Audit TO AM-Operateur-Valide.
           WRITE Audit-Maitre-Record.

       *> point d'entree de l'option 1 : on verifie d'abord si l'ID existe
               GO TO AJOUTER-NOUVEL-EMPLOYE-EXIT
           END-IF.

           PERFORM SAISIR-REMUNERATION THRU SAISIR-REMUNERATION-EXIT.
           IF Remuneration-Valide = 'N' THEN
               GO TO AJOUTER-NOUVEL-EMPLOYE-EXIT
           END-IF.


           DISPLAY 'Entrez les heures supplementaires : '.
           ACCEPT Heures-Supp.
           MOVE 'N' TO Supp-Par-Paliers.
           IF Heures-Supp < 0 OR Heures-Supp > 20 THEN *> gestion des erreurs
               MOVE 'Heures supplementaires invalides.' TO Erreur
               MOVE SPACES TO EA-Saisie
               GO TO AJOUTER-NOUVEL-EMPLOYE-EXIT
           END-IF.

           *> le taux equivalent d'un mensualise suit l'horaire de
           *> reference de sa periode d'embauche
           DIVIDE Date-Embauche BY 100 GIVING Periode-Bareme.
           PERFORM DEDUIRE-TAUX-EQUIVALENT THRU
               DEDUIRE-TAUX-EQUIVALENT-EXIT.
           IF Remuneration-Valide = 'N' THEN
               GO TO AJOUTER-NOUVEL-EMPLOYE-EXIT
           END-IF.

           *> on enregistre l'employe dans le fichier maitre pour ne plus avoir
           *> a ressaisir son nom et son taux horaire a chaque calcul de paie
           MOVE EmployeID TO EM-EmployeID.
           MOVE 0 TO EM-Conges-Acquis.
           MOVE 0 TO EM-Conges-Pris.
           MOVE Date-Embauche TO EM-Date-Embauche.
           MOVE Type-Paie TO EM-Type-Paie.
           MOVE Salaire-Mensuel TO EM-Salaire-Mensuel.
           MOVE SPACES TO Image-Avant-Maitre.
           WRITE Employe-Master-Record
               INVALID KEY
       AJOUTER-NOUVEL-EMPLOYE-EXIT.
           EXIT.

       *> employe deja connu : on ne touche qu'au nom, a la remuneration
       *> (type de paie, taux horaire ou base mensuelle), a la reference
       *> bancaire, au service et au statut ; les cumuls annuels
       *> restent intacts ; hors le nom, ces changements attendent la
       *> validation d'un second operateur (option 20)
       MODIFIER-EMPLOYE-CHAMPS.
           DISPLAY 'Employe existant : ' EM-Nom.
           IF EM-Statut = 'P' THEN
               GO TO MODIFIER-EMPLOYE-CHAMPS-EXIT
           END-IF.

           PERFORM SAISIR-REMUNERATION THRU SAISIR-REMUNERATION-EXIT.
           IF Remuneration-Valide = 'N' THEN
               GO TO MODIFIER-EMPLOYE-CHAMPS-EXIT
           END-IF.

               GO TO MODIFIER-EMPLOYE-CHAMPS-EXIT
           END-IF.

           *> les changements sensibles (reference bancaire,
           *> remuneration, service, statut) ne touchent pas le
           *> fichier maitre : ils partent en attente de validation
           *> par un second operateur ; seul le nom s'applique ici
           IF EM-Type-Paie NOT = 'M' THEN
               MOVE 'H' TO EM-Type-Paie
           END-IF.
           IF EM-Statut NOT = 'S' THEN
               MOVE 'A' TO EM-Statut
           END-IF.
           IF EM-Salaire-Mensuel IS NOT NUMERIC THEN
               MOVE 0 TO EM-Salaire-Mensuel
           END-IF.
           MOVE 'N' TO Modif-RIB.
           MOVE 'N' TO Modif-Remuneration.
           MOVE 'N' TO Modif-Service.
           MOVE 'N' TO Modif-Statut.
           IF Reference-Bancaire NOT = EM-ReferenceBancaire THEN
               MOVE 'O' TO Modif-RIB
           END-IF.
           *> le taux d'un mensualise n'est pas saisi mais deduit :
           *> seuls son type de paie et sa base comptent
           IF Type-Paie NOT = EM-Type-Paie
                   OR Salaire-Mensuel NOT = EM-Salaire-Mensuel THEN
               MOVE 'O' TO Modif-Remuneration
           END-IF.
           IF Type-Paie = 'H' AND Taux-Horaire NOT = EM-Taux-Horaire
                   THEN
               MOVE 'O' TO Modif-Remuneration
           END-IF.
           IF Code-Service NOT = EM-Service THEN
               MOVE 'O' TO Modif-Service
           END-IF.
           IF Statut-Employe NOT = EM-Statut THEN
               MOVE 'O' TO Modif-Statut
           END-IF.
           IF Modif-RIB = 'O' OR Modif-Remuneration = 'O'
                   OR Modif-Service = 'O' OR Modif-Statut = 'O' THEN
               MOVE EmployeID TO MA-EmployeID
               READ Modification-Attente-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Modification deja en attente.'
                           TO Erreur
                       MOVE SPACES TO EA-Saisie
                       MOVE EmployeID TO EA-Saisie-Num
                       PERFORM JOURNALISER-ERREUR
                       DISPLAY Erreur
                       *> les changements sensibles sont ecartes, le
                       *> nom reste applique
                       MOVE 'N' TO Modif-RIB
                       MOVE 'N' TO Modif-Remuneration
                       MOVE 'N' TO Modif-Service
                       MOVE 'N' TO Modif-Statut
               END-READ
           END-IF.

           *> une remuneration qui change prend effet a une periode :
           *> les paies et rappels anterieurs gardent l'ancienne
           MOVE 0 TO Periode-Effet-Taux.
           IF Modif-Remuneration = 'O' THEN
               DISPLAY 'Entrez la periode d''effet de la '
                   'remuneration (AAAAMM) : '
               ACCEPT Periode-Paie
               PERFORM VALIDER-PERIODE-PAIE
               IF Periode-Valide = 'N' THEN
                   MOVE 'Periode d''effet invalide.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE Periode-Paie TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO MODIFIER-EMPLOYE-CHAMPS-EXIT
               END-IF
               MOVE Periode-Paie TO Periode-Effet-Taux
               *> taux equivalent d'un mensualise sur l'horaire de
               *> reference de la periode d'effet
               MOVE Periode-Effet-Taux TO Periode-Bareme
               PERFORM DEDUIRE-TAUX-EQUIVALENT THRU
                   DEDUIRE-TAUX-EQUIVALENT-EXIT
               IF Remuneration-Valide = 'N' THEN
                   GO TO MODIFIER-EMPLOYE-CHAMPS-EXIT
               END-IF
           ELSE
               MOVE EM-Taux-Horaire TO Taux-Horaire
           END-IF.

           IF Modif-RIB = 'O' OR Modif-Remuneration = 'O'
                   OR Modif-Service = 'O' OR Modif-Statut = 'O' THEN
               ACCEPT Date-Du-Jour FROM DATE YYYYMMDD
               MOVE SPACES TO Modification-Attente-Record
               MOVE EmployeID TO MA-EmployeID
               MOVE Operateur-Session TO MA-Operateur-Saisie
               MOVE Date-Du-Jour TO MA-Date-Saisie
               MOVE Modif-RIB TO MA-RIB-Modifie
               MOVE Modif-Remuneration TO MA-Remuneration-Modifiee
               MOVE Modif-Service TO MA-Service-Modifie
               MOVE Modif-Statut TO MA-Statut-Modifie
               MOVE Reference-Bancaire TO MA-ReferenceBancaire
               MOVE Type-Paie TO MA-Type-Paie
               MOVE Taux-Horaire TO MA-Taux-Horaire
               MOVE Salaire-Mensuel TO MA-Salaire-Mensuel
               MOVE Periode-Effet-Taux TO MA-Periode-Effet
               MOVE Code-Service TO MA-Service
               MOVE Statut-Employe TO MA-Statut
               MOVE 0 TO MA-Periode-Bloquee
               WRITE Modification-Attente-Record
                   INVALID KEY
                       MOVE 'Mise en attente impossible.' TO Erreur
                       MOVE SPACES TO EA-Saisie
                       MOVE EmployeID TO EA-Saisie-Num
                       PERFORM JOURNALISER-ERREUR
                       DISPLAY Erreur
                   NOT INVALID KEY
                       DISPLAY 'Modification sensible en attente de '
                           'validation par un second operateur.'
               END-WRITE
           END-IF.
           IF Nom NOT = EM-Nom THEN
               MOVE Nom TO EM-Nom
               REWRITE Employe-Master-Record
               MOVE 'MODIF' TO Type-Mouvement
               PERFORM JOURNALISER-MOUVEMENT-MAITRE
               DISPLAY 'Employe mis a jour.'
           END-IF.

       MODIFIER-EMPLOYE-CHAMPS-EXIT.
           EXIT.
           END-IF.

           MOVE EM-Nom TO Nom.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           MOVE EM-ReferenceBancaire TO Reference-Bancaire.

           IF Type-Paie = 'M' THEN
               MOVE 0 TO Heures-Travaillees
               DISPLAY 'Mensualise, base mensuelle : ' Salaire-Mensuel
           ELSE
               DISPLAY 'Entrez les heures travaillees du dernier '
                   'mois : '
               ACCEPT Heures-Travaillees
           END-IF.
           IF Heures-Travaillees < 0 OR Heures-Travaillees > 180 THEN
               MOVE 'Heures travaillees invalides.' TO Erreur
               MOVE SPACES TO EA-Saisie

           DISPLAY 'Entrez les heures supplementaires : '.
           ACCEPT Heures-Supp.
           MOVE 'N' TO Supp-Par-Paliers.
           IF Heures-Supp < 0 OR Heures-Supp > 20 THEN
               MOVE 'Heures supplementaires invalides.' TO Erreur
               MOVE SPACES TO EA-Saisie
               GO TO TERMINER-EMPLOYE-EXIT
           END-IF.

           *> le depart est valide par un second operateur avant que
           *> le solde de tout compte ne soit poste
           DISPLAY 'Depart de l''employe ' EmployeID ' ' Nom
               ' le ' Date-Depart.
           PERFORM OBTENIR-SECOND-OPERATEUR THRU
               OBTENIR-SECOND-OPERATEUR-EXIT.
           IF Second-Operateur-Valide = 'N' THEN
               GO TO TERMINER-EMPLOYE-EXIT
           END-IF.

           *> les conges payes a solder ne sont plus saisis : le
           *> solde du compteur de conges du dossier, acquisition du
           *> dernier mois comprise, est valorise automatiquement ;
           *> le taux d'acquisition est d'abord positionne sur les
           *> baremes de la periode payee, jamais sur ceux de la
           *> derniere periode traitee ; le depart en cours de mois
           *> proratise le plafond de cotisations (et la base d'un
           *> mensualise) sur la fraction de mois travaillee, sur une
           *> base de trente jours ; les heures d'un mensualise, qui
           *> fondent l'acquisition du dernier mois, sont estimees
           *> sur l'horaire de reference proratise
           COMPUTE Prorata-Depart ROUNDED = Jour-Depart / 30.
           IF Prorata-Depart > 1 THEN
               MOVE 1 TO Prorata-Depart
           END-IF.
           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           IF Type-Paie = 'M' THEN
               COMPUTE Heures-Travaillees ROUNDED =
                   Heures-Mensuelles * Prorata-Depart
           END-IF.
           PERFORM NORMALISER-CONGES-DOSSIER.
           COMPUTE Conges-Acquis-Periode ROUNDED =
               Heures-Travaillees * Taux-Acquisition-Conges.
           MOVE 0 TO Heures-Maladie.
           MOVE 0 TO Heures-Absence.

           DISPLAY 'Bulletin de solde de tout compte :'.
           MOVE 'O' TO Solde-Tout-Compte.
           PERFORM CALCULER-MONTANTS-PAIE.
           MOVE 'N' TO Solde-Tout-Compte.
           MOVE 1 TO Prorata-Depart.

           MOVE Employe-Master-Record TO Image-Avant-Maitre.
           REWRITE Employe-Master-Record.
           MOVE 'DEPART' TO Type-Mouvement.
           PERFORM JOURNALISER-MOUVEMENT-MAITRE.
           MOVE SPACES TO Operateur-Valide-Audit.
           DISPLAY 'Employe parti le ' Date-Depart
               ', solde de tout compte etabli.'.

           IF Retenue-Existante = 'O' THEN
               REWRITE Retenue-Indiv-Record
           ELSE
               MOVE 0 TO RD-Derniere-Periode
               MOVE 0 TO RD-Dernier-Montant
               WRITE Retenue-Indiv-Record
           END-IF.
           DISPLAY 'Retenue individuelle enregistree.'.
       GERER-RETENUES-INDIV-EXIT.
           EXIT.

       *> saisie des elements variables d'un employe pour une periode
       *> (prime, commission, indemnite, frais, avantage en nature),
       *> sous un code du referentiel ; un montant a zero supprime
       *> l'element ; un element deja paye ne se modifie plus, une
       *> correction passe par un nouvel element sur une periode
       *> ouverte
       GERER-ELEMENTS-VARIABLES.
           DISPLAY 'Gestion des elements variables de paie...'.

           DISPLAY 'Entrez l''ID de l''employe : '.
           ACCEPT EmployeID.
           MOVE EmployeID TO EM-EmployeID.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'Employe inconnu.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO GERER-ELEMENTS-VARIABLES-EXIT
           END-READ.
           DISPLAY 'Employe : ' EM-Nom.

           DISPLAY 'Entrez la periode de paie (AAAAMM) : '.
           ACCEPT Periode-Paie.
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO GERER-ELEMENTS-VARIABLES-EXIT
           END-IF.
           MOVE Periode-Paie TO Periode-Element.

           DISPLAY 'Entrez le code de l''element : '.
           ACCEPT Code-Element-Cherche.
           PERFORM CHERCHER-CODE-ELEMENT.
           IF Code-Element-Trouve = 'N' THEN
               MOVE 'Code d''element variable inconnu.' TO Erreur
               MOVE Code-Element-Cherche TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO GERER-ELEMENTS-VARIABLES-EXIT
           END-IF.
           DISPLAY 'Element : ' CE-Libelle(Indice-Code-Element)
               ' nature ' CE-Nature(Indice-Code-Element).

           MOVE EmployeID TO EV-EmployeID.
           MOVE Periode-Element TO EV-Periode.
           MOVE Code-Element-Cherche TO EV-Code.
           READ Element-Variable-File
               INVALID KEY
                   MOVE 'N' TO Element-Existant
               NOT INVALID KEY
                   MOVE 'O' TO Element-Existant
                   DISPLAY 'Element existant, montant ' EV-Montant
           END-READ.
           IF Element-Existant = 'O' AND EV-Statut NOT = SPACE THEN
               MOVE 'Element variable deja paye, non modifiable.'
                   TO Erreur
               MOVE Code-Element-Cherche TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO GERER-ELEMENTS-VARIABLES-EXIT
           END-IF.

           DISPLAY 'Entrez le montant (0 = suppression) : '.
           ACCEPT Montant-Element.
           IF Montant-Element = 0 THEN
               IF Element-Existant = 'O' THEN
                   DELETE Element-Variable-File
                   DISPLAY 'Element variable supprime.'
               ELSE
                   DISPLAY 'Aucun element a supprimer.'
               END-IF
               GO TO GERER-ELEMENTS-VARIABLES-EXIT
           END-IF.

           MOVE EmployeID TO EV-EmployeID.
           MOVE Periode-Element TO EV-Periode.
           MOVE Code-Element-Cherche TO EV-Code.
           MOVE Montant-Element TO EV-Montant.
           MOVE SPACE TO EV-Statut.
           MOVE SPACE TO EV-Nature.
           MOVE SPACES TO EV-Compte.
           IF Element-Existant = 'O' THEN
               REWRITE Element-Variable-Record
           ELSE
               WRITE Element-Variable-Record
           END-IF.
           DISPLAY 'Element variable enregistre.'.

       GERER-ELEMENTS-VARIABLES-EXIT.
           EXIT.

       *> revision salariale collective a une periode d'effet : une
       *> augmentation en pourcentage ou un montant fixe ajoute au
       *> taux horaire (un mensualise recoit l'equivalent sur sa base,
       *> aux heures mensuelles de la periode), pour tous les employes
       *> non partis, un service ou une liste d'IDs ; l'apercu avant /
       *> apres est toujours ecrit d'abord dans REVISAL, la revision
       *> n'est appliquee qu'apres confirmation, chaque dossier revise
       *> etant journalise dans AUDITMST
       REVISION-SALARIALE.
           DISPLAY 'Revision salariale collective...'.

           DISPLAY 'Entrez la periode d''effet (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode d''effet invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO REVISION-SALARIALE-EXIT
           END-IF.
           MOVE Periode-Paie TO Periode-Effet-Taux.

           DISPLAY 'Type de revision (P=pourcentage, F=montant fixe '
               'par heure) : '.
           ACCEPT Mode-Revision.
           IF Mode-Revision NOT = 'P' AND Mode-Revision NOT = 'F' THEN
               MOVE 'Type de revision invalide.' TO Erreur
               MOVE Mode-Revision TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO REVISION-SALARIALE-EXIT
           END-IF.
           IF Mode-Revision = 'P' THEN
               DISPLAY 'Entrez le pourcentage d''augmentation : '
           ELSE
               DISPLAY 'Entrez l''augmentation du taux horaire : '
           END-IF.
           ACCEPT Valeur-Revision.
           IF Valeur-Revision <= 0 THEN
               MOVE 'Valeur de revision invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Valeur-Revision TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO REVISION-SALARIALE-EXIT
           END-IF.

           DISPLAY 'Portee (T=tous, S=un service, L=liste d''IDs) : '.
           ACCEPT Portee-Revision.
           IF Portee-Revision NOT = 'T' AND Portee-Revision NOT = 'S'
                   AND Portee-Revision NOT = 'L' THEN
               MOVE 'Portee de revision invalide.' TO Erreur
               MOVE Portee-Revision TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO REVISION-SALARIALE-EXIT
           END-IF.
           IF Portee-Revision = 'S' THEN
               DISPLAY 'Entrez le code service : '
               ACCEPT Service-Revision
               IF Service-Revision = SPACES THEN
                   MOVE 'Code service invalide.' TO Erreur
                   MOVE Service-Revision TO EA-Saisie
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO REVISION-SALARIALE-EXIT
               END-IF
           END-IF.
           IF Portee-Revision = 'L' THEN
               PERFORM SAISIR-LISTE-REVISION
               IF Nb-IDs-Revision = 0 THEN
                   MOVE 'Liste d''IDs de revision vide.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO REVISION-SALARIALE-EXIT
               END-IF
           END-IF.

           *> une periode deja payee ne l'est pas de nouveau : la
           *> difference passe par des rappels
           PERFORM CHARGER-PERIODES.
           PERFORM CHERCHER-PERIODE.
           IF Periode-Trouvee = 'O' THEN
               DISPLAY 'Periode d''effet deja ouverte ou cloturee : '
                   'saisir les rappels des periodes deja payees.'
           END-IF.

           *> heures mensuelles de la periode d'effet, pour le taux
           *> horaire equivalent des mensualises
           MOVE Periode-Effet-Taux TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.

           OPEN OUTPUT Revision-Salariale-File.
           IF Statut-Revisal NOT = '00' THEN
               DISPLAY 'Fichier de revision salariale inaccessible.'
               GO TO REVISION-SALARIALE-EXIT
           END-IF.
           MOVE 'N' TO Revision-Appliquee.
           PERFORM PARCOURIR-REVISION.
           DISPLAY 'Apercu ecrit dans REVISAL, employes concernes : '
               Nb-Revises ', rejetes : ' Nb-Revises-Rejetes.
           IF Nb-Revises = 0 THEN
               CLOSE Revision-Salariale-File
               GO TO REVISION-SALARIALE-EXIT
           END-IF.

           *> l'apercu est relu par le second operateur avant que
           *> la revision ne touche le fichier maitre
           DISPLAY 'Appliquer la revision (O/N) : '.
           ACCEPT Confirmation-Revision.
           IF Confirmation-Revision = 'O' THEN
               PERFORM OBTENIR-SECOND-OPERATEUR THRU
                   OBTENIR-SECOND-OPERATEUR-EXIT
               IF Second-Operateur-Valide = 'N' THEN
                   MOVE 'N' TO Confirmation-Revision
               END-IF
           END-IF.
           IF Confirmation-Revision = 'O' THEN
               MOVE 'O' TO Revision-Appliquee
               PERFORM PARCOURIR-REVISION
               MOVE SPACES TO Operateur-Valide-Audit
               DISPLAY 'Revision appliquee, employes revises : '
                   Nb-Revises
           ELSE
               DISPLAY 'Revision non appliquee.'
           END-IF.
           CLOSE Revision-Salariale-File.

       REVISION-SALARIALE-EXIT.
           EXIT.

       SAISIR-LISTE-REVISION.
           MOVE 0 TO Nb-IDs-Revision.
           MOVE 1 TO ID-Revision-Saisi.
           DISPLAY 'Entrez les IDs un par un, 0 pour terminer : '.
           PERFORM SAISIR-ID-REVISION
               UNTIL ID-Revision-Saisi = 0.

       SAISIR-ID-REVISION.
           ACCEPT ID-Revision-Saisi.
           IF ID-Revision-Saisi NOT = 0 THEN
               IF Nb-IDs-Revision < 100 THEN
                   ADD 1 TO Nb-IDs-Revision
                   MOVE ID-Revision-Saisi
                       TO ID-Revision(Nb-IDs-Revision)
               ELSE
                   DISPLAY 'Liste pleine, ID ignore : '
                       ID-Revision-Saisi
               END-IF
           END-IF.

       *> une passe sur le fichier maitre, en apercu ou en
       *> application selon Revision-Appliquee, suivie de sa ligne
       *> de total
       PARCOURIR-REVISION.
           MOVE 0 TO Nb-Revises.
           MOVE 0 TO Nb-Revises-Rejetes.
           MOVE 0 TO EM-EmployeID.
           START Employe-Master-File KEY NOT < EM-EmployeID
               INVALID KEY
                   MOVE 'O' TO Fin-Maitre
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Maitre
           END-START.
           IF Fin-Maitre = 'N' THEN
               PERFORM LIRE-MAITRE-SUIVANT
               PERFORM REVISER-EMPLOYE-COURANT
                   UNTIL Fin-Maitre = 'O'
           END-IF.
           IF Revision-Appliquee = 'O' THEN
               MOVE 'APPLIQUEE' TO RT-Mode
           ELSE
               MOVE 'APERCU' TO RT-Mode
           END-IF.
           MOVE 'TOTAL EMPLOYES REVISES :' TO RT-Libelle.
           MOVE Nb-Revises TO RT-Nombre.
           WRITE Revision-Salariale-Total.

       REVISER-EMPLOYE-COURANT.
           PERFORM REVISER-EMPLOYE THRU REVISER-EMPLOYE-EXIT.
           PERFORM LIRE-MAITRE-SUIVANT.

       *> nouvelle remuneration calculee sur celle en vigueur a la
       *> periode d'effet ; un employe parti ou hors portee est
       *> ignore, un taux revise hors limites est rejete
       REVISER-EMPLOYE.
           IF EM-Statut = 'P' THEN
               GO TO REVISER-EMPLOYE-EXIT
           END-IF.
           IF Portee-Revision = 'S'
                   AND EM-Service NOT = Service-Revision THEN
               GO TO REVISER-EMPLOYE-EXIT
           END-IF.
           IF Portee-Revision = 'L' THEN
               PERFORM CHERCHER-ID-REVISION
               IF Employe-Retenu = 'N' THEN
                   GO TO REVISER-EMPLOYE-EXIT
               END-IF
           END-IF.

           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Effet-Taux TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           IF Mode-Revision = 'P' THEN
               COMPUTE Nouveau-Salaire-Mensuel ROUNDED =
                   Salaire-Mensuel * (100 + Valeur-Revision) / 100
               COMPUTE Taux-Revise-Calcule ROUNDED =
                   Taux-Horaire * (100 + Valeur-Revision) / 100
           ELSE
               IF Type-Paie = 'M' THEN
                   COMPUTE Nouveau-Salaire-Mensuel ROUNDED =
                       Salaire-Mensuel
                       + Valeur-Revision * Heures-Mensuelles
               ELSE
                   MOVE Salaire-Mensuel TO Nouveau-Salaire-Mensuel
               END-IF
               COMPUTE Taux-Revise-Calcule =
                   Taux-Horaire + Valeur-Revision
           END-IF.
           IF Type-Paie = 'M' THEN
               COMPUTE Taux-Revise-Calcule ROUNDED =
                   Nouveau-Salaire-Mensuel / Heures-Mensuelles
           END-IF.
           IF Taux-Revise-Calcule > 999.99 THEN
               MOVE 'Taux revise hors limites, employe ignore.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE EM-EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               ADD 1 TO Nb-Revises-Rejetes
               GO TO REVISER-EMPLOYE-EXIT
           END-IF.
           MOVE Taux-Revise-Calcule TO Nouveau-Taux-Horaire.

           IF Revision-Appliquee = 'O' THEN
               MOVE 'APPLIQUEE' TO RS-Mode
           ELSE
               MOVE 'APERCU' TO RS-Mode
           END-IF.
           MOVE Periode-Effet-Taux TO RS-Periode-Effet.
           MOVE EM-EmployeID TO RS-EmployeID.
           MOVE EM-Nom TO RS-Nom.
           MOVE EM-Service TO RS-Service.
           MOVE Type-Paie TO RS-Type-Paie.
           MOVE Taux-Horaire TO RS-Ancien-Taux.
           MOVE Nouveau-Taux-Horaire TO RS-Nouveau-Taux.
           MOVE Salaire-Mensuel TO RS-Ancienne-Base.
           MOVE Nouveau-Salaire-Mensuel TO RS-Nouvelle-Base.
           WRITE Revision-Salariale-Ligne.
           ADD 1 TO Nb-Revises.

           IF Revision-Appliquee = 'O' THEN
               MOVE Employe-Master-Record TO Image-Avant-Maitre
               MOVE 'R' TO Origine-Taux
               MOVE Type-Paie TO Nouveau-Type-Paie
               PERFORM ENREGISTRER-TAUX-HISTORIQUE
               MOVE Type-Paie TO EM-Type-Paie
               MOVE Taux-Horaire TO EM-Taux-Horaire
               MOVE Salaire-Mensuel TO EM-Salaire-Mensuel
               REWRITE Employe-Master-Record
               MOVE 'REVISION' TO Type-Mouvement
               PERFORM JOURNALISER-MOUVEMENT-MAITRE
           END-IF.

       REVISER-EMPLOYE-EXIT.
           EXIT.

       CHERCHER-ID-REVISION.
           MOVE 'N' TO Employe-Retenu.
           PERFORM COMPARER-ID-REVISION
               VARYING Indice-ID-Revision FROM 1 BY 1
               UNTIL Indice-ID-Revision > Nb-IDs-Revision
                   OR Employe-Retenu = 'O'.

       COMPARER-ID-REVISION.
           IF ID-Revision(Indice-ID-Revision) = EM-EmployeID THEN
               MOVE 'O' TO Employe-Retenu
           END-IF.

       *> bulletin annule et remplace dans le lot encore ouvert : la
       *> paie de l'employe est extournee en entier (cumuls annuels,
       *> conges, retenues individuelles, elements variables,
       *> historique, lignes de registre, de declaration sociale et
       *> de virement, totaux de reprise), le bulletin d'origine
       *> reste au fichier marque ANNULE, puis l'employe est repaye
       *> dans le lot avec les heures corrigees ; le rapprochement et
       *> l'ecriture comptable de cloture retrouvent des totaux nets
       ANNULER-REMPLACER-BULLETIN.
           DISPLAY 'Entrez la periode du lot ouvert (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-IF.
           PERFORM CHARGER-PERIODES.
           PERFORM CHERCHER-PERIODE.
           MOVE 'N' TO Lot-Ouvert.
           IF Periode-Trouvee = 'O' THEN
               IF PE-Statut(Indice-Periode) = 'E' THEN
                   MOVE 'O' TO Lot-Ouvert
               END-IF
           END-IF.
           IF Lot-Ouvert = 'N' THEN
               MOVE 'Periode sans lot ouvert, annulation refusee.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-IF.

           DISPLAY 'Entrez l''ID de l''employe : '.
           ACCEPT EmployeID.
           MOVE EmployeID TO EM-EmployeID.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'Employe inconnu.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-READ.
           MOVE Periode-Paie TO HP-Periode.
           MOVE EmployeID TO HP-EmployeID.
           READ Historique-Paie-File
               INVALID KEY
                   MOVE 'Aucune paie de l''employe sur la periode.'
                       TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-READ.
           PERFORM NORMALISER-ELEMENTS-HISTORIQUE.
           MOVE EM-Nom TO Nom.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           MOVE EM-ReferenceBancaire TO Reference-Bancaire.
           DISPLAY 'Bulletin a annuler, brut : ' HP-Salaire
               ' net : ' HP-SalaireNet.

           *> les heures corrigees sont saisies et controlees avant
           *> toute extourne : une saisie rejetee ne touche a rien ;
           *> un employe qui n'est plus actif est seulement annule
           IF EM-Statut NOT = 'S' AND EM-Statut NOT = 'P' THEN
               MOVE 'A' TO EM-Statut
           END-IF.
           IF EM-Statut = 'A' THEN
               PERFORM SAISIR-HEURES-CORRIGEES
               PERFORM CONTROLER-HEURES-TRANSACTION
               IF Heures-Valides = 'N' THEN
                   GO TO ANNULER-REMPLACER-BULLETIN-EXIT
               END-IF
           ELSE
               DISPLAY 'Employe non actif : bulletin annule sans '
                   'remplacement.'
           END-IF.

           *> la ligne du registre prouve que la paie appartient au
           *> lot ouvert ; sans elle rien n'est extourne
           PERFORM RETIRER-LIGNE-REGISTRE.
           IF Ligne-Annulee-Trouvee = 'N' THEN
               MOVE 'Employe non paye dans le lot ouvert.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-IF.
           PERFORM RETIRER-LIGNE-DECLSOC.
           PERFORM RETIRER-LIGNE-VIREMENT.
           PERFORM EXTOURNER-TOTAUX-REPRISE.
           PERFORM EXTOURNER-DOSSIER-MAITRE.
           PERFORM RESTITUER-RETENUES-INDIV.
           PERFORM LIBERER-ELEMENTS-PAYES.
           PERFORM MARQUER-BULLETIN-ANNULE.
           MOVE Periode-Paie TO HP-Periode.
           MOVE EmployeID TO HP-EmployeID.
           DELETE Historique-Paie-File
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY 'Bulletin annule pour l''employe ' EmployeID.
           IF EM-Statut NOT = 'A' THEN
               GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-IF.

           *> paie de remplacement, postee dans le lot comme une
           *> transaction du lot et pointee dans le fichier de reprise
           MOVE 1 TO Prorata-Depart.
           MOVE 'N' TO Solde-Tout-Compte.
           MOVE 'O' TO Mode-Reprise.
           PERFORM OUVRIR-FICHIERS-LOT.
           IF Statut-Registre NOT = '00'
                   OR Statut-Virement NOT = '00'
                   OR Statut-Declsoc NOT = '00' THEN
               DISPLAY 'Fichier registre, virement ou declaration '
                   'inaccessible.'
               DISPLAY 'Remplacement a payer par la reprise du lot.'
               GO TO ANNULER-REMPLACER-BULLETIN-EXIT
           END-IF.
           MOVE 'O' TO Paie-En-Lot.
           PERFORM CALCULER-MONTANTS-PAIE.
           PERFORM ECRIRE-LIGNE-REGISTRE.
           PERFORM ECRIRE-LIGNE-DECLSOC.
           MOVE 'N' TO Paie-En-Lot.
           PERFORM POINTER-CONTROLE-PERIODE.
           CLOSE Registre-Paie-File.
           CLOSE Virement-Bancaire-File.
           CLOSE Declaration-Sociale-File.
           DISPLAY 'Bulletin de remplacement poste dans le lot '
               Periode-Paie.

       ANNULER-REMPLACER-BULLETIN-EXIT.
           EXIT.

       *> heures corrigees du bulletin de remplacement ; un
       *> mensualise ne saisit pas ses heures travaillees ; un
       *> bulletin majore par paliers garde sa repartition, sauf si
       *> les heures du second palier sont ressaisies
       SAISIR-HEURES-CORRIGEES.
           IF Type-Paie = 'M' THEN
               MOVE 0 TO Heures-Travaillees
               DISPLAY 'Mensualise, base mensuelle : ' Salaire-Mensuel
           ELSE
               DISPLAY 'Entrez les heures travaillees corrigees : '
               ACCEPT Heures-Travaillees
           END-IF.
           DISPLAY 'Entrez les heures supplementaires : '.
           ACCEPT Heures-Supp.
           MOVE 'N' TO Supp-Par-Paliers.
           IF HP-Supp-Par-Paliers = 'O' THEN
               DISPLAY 'Heures du second palier d''origine : '
                   HP-Heures-Supp-50
               DISPLAY 'Ressaisir les heures du second palier (O/N) : '
               ACCEPT Ressaisie-Paliers
               IF Ressaisie-Paliers = 'O' THEN
                   DISPLAY 'Entrez les heures du second palier : '
                   ACCEPT Heures-Supp-Palier2
                   MOVE 'O' TO Supp-Par-Paliers
               ELSE
                   PERFORM REPRENDRE-PALIERS-HISTORIQUE
               END-IF
           END-IF.
           DISPLAY 'Entrez les heures de conges payes : '.
           ACCEPT Heures-Conges.
           DISPLAY 'Entrez les heures de maladie : '.
           ACCEPT Heures-Maladie.
           DISPLAY 'Entrez les heures d''absence non payee : '.
           ACCEPT Heures-Absence.

       *> retire du registre la ligne de paie de l'employe (pas une
       *> ligne de rappel, dont le nom porte le libelle du rappel) ;
       *> le registre n'est reecrit que si la ligne a ete trouvee
       RETIRER-LIGNE-REGISTRE.
           MOVE 'N' TO Ligne-Annulee-Trouvee.
           OPEN INPUT Registre-Paie-File.
           IF Statut-Registre = '00' THEN
               OPEN OUTPUT Travail-Archive-File
               MOVE 'N' TO Fin-Annulation
               PERFORM LIRE-REGISTRE-ANNULATION
               PERFORM FILTRER-LIGNE-REGISTRE
                   UNTIL Fin-Annulation = 'O'
               CLOSE Registre-Paie-File
               CLOSE Travail-Archive-File
               IF Ligne-Annulee-Trouvee = 'O' THEN
                   PERFORM RECOPIER-TRAVAIL-REGISTRE
               END-IF
           END-IF.

       LIRE-REGISTRE-ANNULATION.
           READ Registre-Paie-File
               AT END
                   MOVE 'O' TO Fin-Annulation
           END-READ.
           IF Statut-Registre NOT = '00' THEN
               MOVE 'O' TO Fin-Annulation
           END-IF.

       FILTRER-LIGNE-REGISTRE.
           MOVE 'N' TO Ligne-A-Retirer.
           IF Ligne-Annulee-Trouvee = 'N' AND RP-Periode IS NUMERIC
                   AND RP-EmployeID IS NUMERIC THEN
               IF RP-Periode = Periode-Paie
                       AND RP-EmployeID = EmployeID
                       AND RP-Nom = EM-Nom THEN
                   MOVE RP-SalaireNet TO Controle-Montant
                   IF Controle-Montant = HP-SalaireNet THEN
                       MOVE 'O' TO Ligne-A-Retirer
                   END-IF
               END-IF
           END-IF.
           IF Ligne-A-Retirer = 'O' THEN
               MOVE 'O' TO Ligne-Annulee-Trouvee
           ELSE
               MOVE SPACES TO Travail-Archive-Record
               MOVE Registre-Paie-Ligne TO Travail-Archive-Record
               WRITE Travail-Archive-Record
           END-IF.
           PERFORM LIRE-REGISTRE-ANNULATION.

       RECOPIER-TRAVAIL-REGISTRE.
           OPEN OUTPUT Registre-Paie-File.
           OPEN INPUT Travail-Archive-File.
           MOVE 'N' TO Fin-Travail.
           PERFORM LIRE-TRAVAIL-SUIVANT.
           PERFORM RECOPIER-REGISTRE-COURANT
               UNTIL Fin-Travail = 'O'.
           CLOSE Travail-Archive-File.
           CLOSE Registre-Paie-File.

       RECOPIER-REGISTRE-COURANT.
           MOVE Travail-Archive-Record TO Registre-Paie-Ligne.
           WRITE Registre-Paie-Ligne.
           PERFORM LIRE-TRAVAIL-SUIVANT.

       *> retire la ligne de declaration sociale de la paie annulee
       *> et garde ses charges patronales pour les totaux du lot
       RETIRER-LIGNE-DECLSOC.
           MOVE 'N' TO Ligne-Annulee-Trouvee.
           MOVE 0 TO Annule-Pat-SecuSociale.
           MOVE 0 TO Annule-Pat-AssurMaladie.
           MOVE 0 TO Annule-Pat-Retraite.
           OPEN INPUT Declaration-Sociale-File.
           IF Statut-Declsoc = '00' THEN
               OPEN OUTPUT Travail-Archive-File
               MOVE 'N' TO Fin-Annulation
               PERFORM LIRE-DECLSOC-ANNULATION
               PERFORM FILTRER-LIGNE-DECLSOC
                   UNTIL Fin-Annulation = 'O'
               CLOSE Declaration-Sociale-File
               CLOSE Travail-Archive-File
               IF Ligne-Annulee-Trouvee = 'O' THEN
                   PERFORM RECOPIER-TRAVAIL-DECLSOC
               END-IF
           END-IF.

       LIRE-DECLSOC-ANNULATION.
           READ Declaration-Sociale-File
               AT END
                   MOVE 'O' TO Fin-Annulation
           END-READ.
           IF Statut-Declsoc NOT = '00' THEN
               MOVE 'O' TO Fin-Annulation
           END-IF.

       FILTRER-LIGNE-DECLSOC.
           MOVE 'N' TO Ligne-A-Retirer.
           IF Ligne-Annulee-Trouvee = 'N' AND DS-Periode IS NUMERIC
                   AND DS-EmployeID IS NUMERIC THEN
               IF DS-Periode = Periode-Paie
                       AND DS-EmployeID = EmployeID
                       AND DS-Nom = EM-Nom THEN
                   MOVE 'O' TO Ligne-A-Retirer
               END-IF
           END-IF.
           IF Ligne-A-Retirer = 'O' THEN
               MOVE 'O' TO Ligne-Annulee-Trouvee
               MOVE DS-Patronal-SecuSociale TO Controle-Montant
               MOVE Controle-Montant TO Annule-Pat-SecuSociale
               MOVE DS-Patronal-AssurMaladie TO Controle-Montant
               MOVE Controle-Montant TO Annule-Pat-AssurMaladie
               MOVE DS-Patronal-Retraite TO Controle-Montant
               MOVE Controle-Montant TO Annule-Pat-Retraite
           ELSE
               MOVE SPACES TO Travail-Archive-Record
               MOVE Declaration-Sociale-Ligne
                   TO Travail-Archive-Record
               WRITE Travail-Archive-Record
           END-IF.
           PERFORM LIRE-DECLSOC-ANNULATION.

       RECOPIER-TRAVAIL-DECLSOC.
           OPEN OUTPUT Declaration-Sociale-File.
           OPEN INPUT Travail-Archive-File.
           MOVE 'N' TO Fin-Travail.
           PERFORM LIRE-TRAVAIL-SUIVANT.
           PERFORM RECOPIER-DECLSOC-COURANT
               UNTIL Fin-Travail = 'O'.
           CLOSE Travail-Archive-File.
           CLOSE Declaration-Sociale-File.

       RECOPIER-DECLSOC-COURANT.
           MOVE Travail-Archive-Record TO Declaration-Sociale-Ligne.
           WRITE Declaration-Sociale-Ligne.
           PERFORM LIRE-TRAVAIL-SUIVANT.

       *> retire le virement de la paie annulee ; une paie bloquee
       *> sur une reference en echec banque n'en a pas
       RETIRER-LIGNE-VIREMENT.
           MOVE 'N' TO Ligne-Annulee-Trouvee.
           OPEN INPUT Virement-Bancaire-File.
           IF Statut-Virement = '00' THEN
               OPEN OUTPUT Travail-Archive-File
               MOVE 'N' TO Fin-Annulation
               PERFORM LIRE-VIREMENT-ANNULATION
               PERFORM FILTRER-LIGNE-VIREMENT
                   UNTIL Fin-Annulation = 'O'
               CLOSE Virement-Bancaire-File
               CLOSE Travail-Archive-File
               IF Ligne-Annulee-Trouvee = 'O' THEN
                   PERFORM RECOPIER-TRAVAIL-VIREMENT
               END-IF
           END-IF.

       LIRE-VIREMENT-ANNULATION.
           READ Virement-Bancaire-File
               AT END
                   MOVE 'O' TO Fin-Annulation
           END-READ.
           IF Statut-Virement NOT = '00' THEN
               MOVE 'O' TO Fin-Annulation
           END-IF.

       FILTRER-LIGNE-VIREMENT.
           MOVE 'N' TO Ligne-A-Retirer.
           IF Ligne-Annulee-Trouvee = 'N' AND VR-Periode IS NUMERIC
                   AND VR-EmployeID IS NUMERIC THEN
               IF VR-Periode = Periode-Paie
                       AND VR-EmployeID = EmployeID THEN
                   MOVE VR-SalaireNet TO Controle-Montant
                   IF Controle-Montant = HP-SalaireNet THEN
                       MOVE 'O' TO Ligne-A-Retirer
                   END-IF
               END-IF
           END-IF.
           IF Ligne-A-Retirer = 'O' THEN
               MOVE 'O' TO Ligne-Annulee-Trouvee
           ELSE
               MOVE SPACES TO Travail-Archive-Record
               MOVE Virement-Bancaire-Record
                   TO Travail-Archive-Record
               WRITE Travail-Archive-Record
           END-IF.
           PERFORM LIRE-VIREMENT-ANNULATION.

       RECOPIER-TRAVAIL-VIREMENT.
           OPEN OUTPUT Virement-Bancaire-File.
           OPEN INPUT Travail-Archive-File.
           MOVE 'N' TO Fin-Travail.
           PERFORM LIRE-TRAVAIL-SUIVANT.
           PERFORM RECOPIER-VIREMENT-COURANT
               UNTIL Fin-Travail = 'O'.
           CLOSE Travail-Archive-File.
           CLOSE Virement-Bancaire-File.

       RECOPIER-VIREMENT-COURANT.
           MOVE Travail-Archive-Record TO Virement-Bancaire-Record.
           WRITE Virement-Bancaire-Record.
           PERFORM LIRE-TRAVAIL-SUIVANT.

       *> les totaux du lot repartent du dernier point de reprise,
       *> diminues de la paie annulee, et un nouveau point est pose
       *> sans avancer dans le fichier de transactions
       EXTOURNER-TOTAUX-REPRISE.
           PERFORM CHARGER-REPRISE-LOT.
           COMPUTE Annule-Retenues = HP-Retenue-Fiscale
               + HP-Retenue-SecuSociale + HP-Retenue-AssurMaladie
               + HP-Retenue-Retraite + HP-Deductions.
           SUBTRACT 1 FROM Effectif.
           SUBTRACT HP-Salaire FROM Total-Salaire.
           SUBTRACT Annule-Retenues FROM Total-Retenue.
           SUBTRACT HP-SalaireNet FROM Total-SalaireNet.
           SUBTRACT HP-Retenue-Fiscale FROM Total-Ret-Fiscale-Lot.
           SUBTRACT HP-Retenue-SecuSociale FROM Total-Ret-SecuSoc-Lot.
           SUBTRACT HP-Retenue-AssurMaladie
               FROM Total-Ret-AssurMal-Lot.
           SUBTRACT HP-Retenue-Retraite FROM Total-Ret-Retraite-Lot.
           SUBTRACT HP-Deductions FROM Total-Deductions-Lot.
           COMPUTE Net-Calcule = HP-Salaire - Annule-Retenues
               + HP-Elements-Net - HP-Avantages-Nature.
           IF Net-Calcule < 0 THEN
               COMPUTE Annule-Avance = 0 - Net-Calcule
           ELSE
               MOVE 0 TO Annule-Avance
           END-IF.
           SUBTRACT Annule-Avance FROM Total-Avances-Lot.
           SUBTRACT Annule-Pat-SecuSociale
               FROM Total-Patronal-SecuSociale.
           SUBTRACT Annule-Pat-AssurMaladie
               FROM Total-Patronal-AssurMaladie.
           SUBTRACT Annule-Pat-Retraite FROM Total-Patronal-Retraite.
           MOVE Transactions-Reprises TO Transactions-Traitees.
           PERFORM POINTER-CONTROLE-PERIODE.

       *> cumuls annuels et compteurs de conges du dossier ramenes a
       *> leur etat d'avant la paie annulee ; l'acquisition de la
       *> periode est recalculee sur le bareme de la periode
       EXTOURNER-DOSSIER-MAITRE.
           MOVE Employe-Master-Record TO Image-Avant-Maitre.
           SUBTRACT HP-Salaire FROM EM-YTD-Salaire.
           SUBTRACT Annule-Retenues FROM EM-YTD-Retenue.
           SUBTRACT HP-SalaireNet FROM EM-YTD-SalaireNet.
           SUBTRACT HP-Retenue-Fiscale FROM EM-YTD-Fiscale.
           SUBTRACT HP-Retenue-SecuSociale FROM EM-YTD-SecuriteSociale.
           SUBTRACT HP-Retenue-AssurMaladie
               FROM EM-YTD-AssuranceMaladie.
           SUBTRACT HP-Retenue-Retraite FROM EM-YTD-Retraite.
           PERFORM NORMALISER-CONGES-DOSSIER.
           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           COMPUTE Conges-Acquis-Periode ROUNDED =
               HP-Heures-Travaillees * Taux-Acquisition-Conges.
           IF EM-Conges-Acquis > Conges-Acquis-Periode THEN
               SUBTRACT Conges-Acquis-Periode FROM EM-Conges-Acquis
           ELSE
               MOVE 0 TO EM-Conges-Acquis
           END-IF.
           IF EM-Conges-Pris > HP-Heures-Conges THEN
               SUBTRACT HP-Heures-Conges FROM EM-Conges-Pris
           ELSE
               MOVE 0 TO EM-Conges-Pris
           END-IF.
           REWRITE Employe-Master-Record.
           MOVE 'ANNULE' TO Type-Mouvement.
           PERFORM JOURNALISER-MOUVEMENT-MAITRE.

       *> rend au solde des retenues individuelles ce que la paie
       *> annulee en avait preleve
       RESTITUER-RETENUES-INDIV.
           MOVE EmployeID TO RD-EmployeID.
           MOVE 0 TO RD-Numero.
           START Retenue-Indiv-File KEY NOT < RD-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Deductions
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Deductions
           END-START.
           IF Fin-Deductions = 'N' THEN
               PERFORM LIRE-DEDUCTION-SUIVANTE
               PERFORM RESTITUER-RETENUE-COURANTE
                   UNTIL Fin-Deductions = 'O'
           END-IF.

       RESTITUER-RETENUE-COURANTE.
           IF RD-Derniere-Periode IS NUMERIC
                   AND RD-Dernier-Montant IS NUMERIC THEN
               IF RD-Derniere-Periode = Periode-Paie
                       AND RD-Dernier-Montant > 0 THEN
                   ADD RD-Dernier-Montant TO RD-Solde
                   MOVE 0 TO RD-Dernier-Montant
                   REWRITE Retenue-Indiv-Record
               END-IF
           END-IF.
           PERFORM LIRE-DEDUCTION-SUIVANTE.

       *> les elements variables payes par la paie annulee
       *> redeviennent a payer, pour la paie de remplacement
       LIBERER-ELEMENTS-PAYES.
           MOVE EmployeID TO EV-EmployeID.
           MOVE Periode-Paie TO EV-Periode.
           MOVE Periode-Paie TO Periode-Bareme.
           MOVE LOW-VALUES TO EV-Code.
           START Element-Variable-File KEY NOT < EV-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Elements
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Elements
           END-START.
           IF Fin-Elements = 'N' THEN
               PERFORM LIRE-ELEMENT-SUIVANT
               PERFORM LIBERER-ELEMENT-COURANT
                   UNTIL Fin-Elements = 'O'
           END-IF.

       LIBERER-ELEMENT-COURANT.
           IF EV-Statut = 'L' THEN
               MOVE SPACES TO EV-Statut
               MOVE SPACES TO EV-Nature
               MOVE SPACES TO EV-Compte
               REWRITE Element-Variable-Record
           END-IF.
           PERFORM LIRE-ELEMENT-SUIVANT.

       *> le bulletin d'origine reste au fichier, son en-tete marque
       *> ANNULE ; il est reconnu a sa periode, son employe et ses
       *> montants brut et net, un bulletin deja annule est ignore
       MARQUER-BULLETIN-ANNULE.
           MOVE HP-Salaire TO Bulletin-Salaire-Cherche.
           MOVE HP-SalaireNet TO Bulletin-Net-Cherche.
           MOVE 0 TO Nb-Bulletins-Annules.
           CLOSE Bulletin-Paie-File.
           OPEN INPUT Bulletin-Paie-File.
           IF Statut-Bulletin NOT = '00' THEN
               PERFORM ROUVRIR-BULLETIN
           ELSE
               OPEN OUTPUT Travail-Archive-File
               MOVE 'N' TO Fin-Archivage
               PERFORM LIRE-BULLETIN-ARCHIVAGE
               PERFORM MARQUER-BULLETIN-COURANT
                   UNTIL Fin-Archivage = 'O'
               CLOSE Bulletin-Paie-File
               CLOSE Travail-Archive-File
               PERFORM RECOPIER-TRAVAIL-BULLETIN
               PERFORM ROUVRIR-BULLETIN
           END-IF.

       MARQUER-BULLETIN-COURANT.
           IF Nb-Bulletins-Annules = 0 AND BP-Periode IS NUMERIC
                   AND BP-EmployeID IS NUMERIC THEN
               IF BP-Periode = Periode-Paie
                       AND BP-EmployeID = EmployeID
                       AND BP-Salaire = Bulletin-Salaire-Cherche
                       AND BP-SalaireNet = Bulletin-Net-Cherche
                       AND BP-Indicateur NOT = 'ANNULE' THEN
                   MOVE 'ANNULE' TO BP-Indicateur
                   ADD 1 TO Nb-Bulletins-Annules
               END-IF
           END-IF.
           MOVE SPACES TO Travail-Archive-Record.
           MOVE Bulletin-Paie-Record TO Travail-Archive-Record.
           WRITE Travail-Archive-Record.
           PERFORM LIRE-BULLETIN-ARCHIVAGE.

       *> provision pour conges payes de fin de mois : le solde de
       *> conges non pris de chaque employe actif est valorise au
       *> taux horaire en vigueur sur la periode (taux equivalent
       *> sur l'horaire de reference pour un mensualise) et charge
       *> des taux patronaux PATSECU, PATASSM et PATRETR de la
       *> periode ; l'etat PROVCP donne le detail, un sous-total par
       *> service et le total ; l'ecriture ajoutee a ECRITCPT
       *> extourne la provision du mois precedent, relue dans
       *> HISTPROV, et passe la nouvelle ; la periode doit etre
       *> cloturee et les provisions se passent dans l'ordre des
       *> periodes, une seule fois chacune
       PROVISION-CONGES.
           DISPLAY 'Entrez la periode de la provision (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Periode-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO PROVISION-CONGES-EXIT
           END-IF.
           PERFORM CHARGER-PERIODES.
           PERFORM CHERCHER-PERIODE.
           MOVE 'N' TO Periode-Provisionnable.
           IF Periode-Trouvee = 'O' THEN
               IF PE-Statut(Indice-Periode) = 'C' THEN
                   MOVE 'O' TO Periode-Provisionnable
               END-IF
           END-IF.
           IF Periode-Provisionnable = 'N' THEN
               MOVE 'Periode non cloturee, provision refusee.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO PROVISION-CONGES-EXIT
           END-IF.

           PERFORM CHARGER-PROVISION-PRECEDENTE.
           IF Provision-Deja-Passee = 'O' THEN
               MOVE 'Provision deja passee pour la periode ou apres.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO PROVISION-CONGES-EXIT
           END-IF.

           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           COMPUTE Taux-Charges-Conges = Taux-Patronal-SecuSociale
               + Taux-Patronal-AssurMaladie + Taux-Patronal-Retraite.

           OPEN OUTPUT Provision-Conges-File.
           IF Statut-Provcp NOT = '00' THEN
               DISPLAY 'Fichier de provision des conges inaccessible.'
               GO TO PROVISION-CONGES-EXIT
           END-IF.
           MOVE 0 TO Nb-Provisionnes.
           MOVE 0 TO Total-Heures-Provision.
           MOVE 0 TO Total-Provision.
           MOVE 0 TO Total-Charges-Provision.
           MOVE 0 TO Nb-Services-Provision.
           MOVE 0 TO EM-EmployeID.
           START Employe-Master-File KEY NOT < EM-EmployeID
               INVALID KEY
                   MOVE 'O' TO Fin-Maitre
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Maitre
           END-START.
           IF Fin-Maitre = 'N' THEN
               PERFORM LIRE-MAITRE-SUIVANT
               PERFORM PROVISIONNER-EMPLOYE-COURANT
                   UNTIL Fin-Maitre = 'O'
           END-IF.
           PERFORM ECRIRE-SOUS-TOTAL-PROVISION
               VARYING Indice-Service FROM 1 BY 1
               UNTIL Indice-Service > Nb-Services-Provision.
           MOVE Periode-Paie TO PT-Periode.
           MOVE 'TOTAL PROVISION' TO PT-Libelle.
           MOVE SPACES TO PT-Service.
           MOVE Nb-Provisionnes TO PT-Effectif.
           MOVE Total-Heures-Provision TO PT-Solde-Heures.
           MOVE Total-Provision TO PT-Provision.
           MOVE Total-Charges-Provision TO PT-Charges.
           COMPUTE PT-Total = Total-Provision + Total-Charges-Provision.
           WRITE Provision-Conges-Total.
           CLOSE Provision-Conges-File.
           DISPLAY 'Provision ecrite dans PROVCP, employes : '
               Nb-Provisionnes.
           DISPLAY 'Provision conges : ' Total-Provision
               ' charges : ' Total-Charges-Provision.

           PERFORM ECRIRE-ECRITURE-PROVISION.

       PROVISION-CONGES-EXIT.
           EXIT.

       *> derniere provision passee avant la periode demandee ; une
       *> provision deja passee pour la periode ou une periode
       *> suivante bloque le traitement
       CHARGER-PROVISION-PRECEDENTE.
           MOVE 'N' TO Provision-Deja-Passee.
           MOVE 0 TO Periode-Provision-Prec.
           MOVE 0 TO Provision-Precedente.
           MOVE 0 TO Charges-Precedentes.
           OPEN INPUT Historique-Provision-File.
           IF Statut-Histprov = '00' THEN
               MOVE 'N' TO Fin-Provision
               PERFORM LIRE-PROVISION-SUIVANTE
               PERFORM RETENIR-PROVISION-COURANTE
                   UNTIL Fin-Provision = 'O'
               CLOSE Historique-Provision-File
           END-IF.

       LIRE-PROVISION-SUIVANTE.
           READ Historique-Provision-File
               AT END
                   MOVE 'O' TO Fin-Provision
           END-READ.
           IF Statut-Histprov NOT = '00' THEN
               MOVE 'O' TO Fin-Provision
           END-IF.

       RETENIR-PROVISION-COURANTE.
           IF HV-Periode IS NUMERIC AND HV-Charges IS NUMERIC THEN
               IF HV-Periode NOT < Periode-Paie THEN
                   MOVE 'O' TO Provision-Deja-Passee
               ELSE
                   IF HV-Periode > Periode-Provision-Prec THEN
                       MOVE HV-Periode TO Periode-Provision-Prec
                       MOVE HV-Provision TO Provision-Precedente
                       MOVE HV-Charges TO Charges-Precedentes
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-PROVISION-SUIVANTE.

       *> seuls les employes actifs portent une provision ; un
       *> dossier sans statut est actif comme pour la paie
       PROVISIONNER-EMPLOYE-COURANT.
           IF EM-Statut NOT = 'S' AND EM-Statut NOT = 'P' THEN
               PERFORM PROVISIONNER-EMPLOYE
           END-IF.
           PERFORM LIRE-MAITRE-SUIVANT.

       *> un solde negatif (conges pris d'avance) est liste mais ne
       *> porte aucune provision
       PROVISIONNER-EMPLOYE.
           PERFORM NORMALISER-CONGES-DOSSIER.
           COMPUTE Solde-Conges = EM-Conges-Acquis - EM-Conges-Pris.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           IF Type-Paie = 'M' THEN
               COMPUTE Taux-Provision ROUNDED =
                   Salaire-Mensuel / Heures-Mensuelles
           ELSE
               MOVE Taux-Horaire TO Taux-Provision
           END-IF.
           IF Solde-Conges > 0 THEN
               COMPUTE Provision-Employe ROUNDED =
                   Solde-Conges * Taux-Provision
               COMPUTE Charges-Employe ROUNDED =
                   Provision-Employe * Taux-Charges-Conges
           ELSE
               MOVE 0 TO Provision-Employe
               MOVE 0 TO Charges-Employe
           END-IF.
           MOVE Periode-Paie TO PV-Periode.
           MOVE EM-EmployeID TO PV-EmployeID.
           MOVE EM-Nom TO PV-Nom.
           MOVE EM-Service TO PV-Service.
           MOVE Solde-Conges TO PV-Solde-Heures.
           MOVE Taux-Provision TO PV-Taux.
           MOVE Provision-Employe TO PV-Provision.
           MOVE Charges-Employe TO PV-Charges.
           COMPUTE PV-Total = Provision-Employe + Charges-Employe.
           WRITE Provision-Conges-Ligne.
           ADD 1 TO Nb-Provisionnes.
           ADD Solde-Conges TO Total-Heures-Provision.
           ADD Provision-Employe TO Total-Provision.
           ADD Charges-Employe TO Total-Charges-Provision.
           MOVE EM-Service TO Service-Courant.
           PERFORM CUMULER-PROVISION-SERVICE.

       CUMULER-PROVISION-SERVICE.
           MOVE 'N' TO Service-Trouve.
           PERFORM CHERCHER-SERVICE-PROVISION
               VARYING Indice-Service FROM 1 BY 1
               UNTIL Indice-Service > Nb-Services-Provision
                   OR Service-Trouve = 'O'.
           IF Service-Trouve = 'O' THEN
               SUBTRACT 1 FROM Indice-Service
           ELSE
               IF Nb-Services-Provision < 50 THEN
                   ADD 1 TO Nb-Services-Provision
                   MOVE Nb-Services-Provision TO Indice-Service
                   MOVE Service-Courant TO PS-Service(Indice-Service)
                   MOVE 0 TO PS-Effectif(Indice-Service)
                   MOVE 0 TO PS-Heures(Indice-Service)
                   MOVE 0 TO PS-Provision(Indice-Service)
                   MOVE 0 TO PS-Charges(Indice-Service)
               ELSE
                   DISPLAY 'Table des services pleine, service '
                       Service-Courant ' sans sous-total.'
                   MOVE 0 TO Indice-Service
               END-IF
           END-IF.
           IF Indice-Service > 0 THEN
               ADD 1 TO PS-Effectif(Indice-Service)
               ADD Solde-Conges TO PS-Heures(Indice-Service)
               ADD Provision-Employe TO PS-Provision(Indice-Service)
               ADD Charges-Employe TO PS-Charges(Indice-Service)
           END-IF.

       CHERCHER-SERVICE-PROVISION.
           IF PS-Service(Indice-Service) = Service-Courant THEN
               MOVE 'O' TO Service-Trouve
           END-IF.

       ECRIRE-SOUS-TOTAL-PROVISION.
           MOVE Periode-Paie TO PT-Periode.
           MOVE 'SOUS-TOTAL SERVICE' TO PT-Libelle.
           MOVE PS-Service(Indice-Service) TO PT-Service.
           MOVE PS-Effectif(Indice-Service) TO PT-Effectif.
           MOVE PS-Heures(Indice-Service) TO PT-Solde-Heures.
           MOVE PS-Provision(Indice-Service) TO PT-Provision.
           MOVE PS-Charges(Indice-Service) TO PT-Charges.
           COMPUTE PT-Total = PS-Provision(Indice-Service)
               + PS-Charges(Indice-Service).
           WRITE Provision-Conges-Total.

       *> ecriture de provision, controlee comme l'ecriture de paie :
       *> extourne de la provision precedente puis dotation de la
       *> nouvelle ; les lignes sont d'abord passees a blanc pour
       *> cumuler debit et credit des montants qui seront ecrits, et
       *> les sous-totaux par service sont rapproches des totaux ;
       *> elle n'est ajoutee a ECRITCPT et la provision n'est
       *> retenue dans HISTPROV que si les sous-totaux tombent sur
       *> les totaux et debit = credit
       ECRIRE-ECRITURE-PROVISION.
           OPEN EXTEND Ecriture-Comptable-File.
           IF Statut-Ecritcpt = '05' OR Statut-Ecritcpt = '35' THEN
               OPEN OUTPUT Ecriture-Comptable-File
           END-IF.
           IF Statut-Ecritcpt NOT = '00' THEN
               DISPLAY 'Fichier des ecritures comptables '
                   'inaccessible.'
           ELSE
               PERFORM CONTROLER-ECRITURE-PROVISION
               IF Provision-Coherente = 'O' THEN
                   PERFORM ECRIRE-LIGNES-PROVISION
               END-IF
               CLOSE Ecriture-Comptable-File
               IF Provision-Coherente = 'O' THEN
                   PERFORM NOTER-PROVISION-PASSEE
                   MOVE 'O' TO Etape-Aboutie
                   DISPLAY 'Ecriture de provision emise, debit = '
                       'credit = ' Total-Debit-Ecritures
               END-IF
           END-IF.

       CONTROLER-ECRITURE-PROVISION.
           MOVE 0 TO Total-Debit-Ecritures.
           MOVE 0 TO Total-Credit-Ecritures.
           MOVE 'O' TO Ecriture-A-Blanc.
           PERFORM ECRIRE-LIGNES-PROVISION.
           MOVE 'N' TO Ecriture-A-Blanc.
           MOVE 0 TO Sous-Total-Provision.
           MOVE 0 TO Sous-Total-Charges.
           PERFORM CUMULER-SOUS-TOTAL-PROVISION
               VARYING Indice-Service FROM 1 BY 1
               UNTIL Indice-Service > Nb-Services-Provision.
           MOVE 'O' TO Provision-Coherente.
           IF Sous-Total-Provision NOT = Total-Provision
                   OR Sous-Total-Charges NOT = Total-Charges-Provision
                   THEN
               MOVE 'N' TO Provision-Coherente
               MOVE 'Sous-totaux de provision incoherents, non emise.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               DISPLAY 'Services : ' Sous-Total-Provision ' '
                   Sous-Total-Charges ' Totaux : ' Total-Provision
                   ' ' Total-Charges-Provision
           END-IF.
           IF Total-Debit-Ecritures NOT = Total-Credit-Ecritures THEN
               MOVE 'N' TO Provision-Coherente
               MOVE 'Ecriture de provision desequilibree, non emise.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               DISPLAY 'Debit : ' Total-Debit-Ecritures
                   ' Credit : ' Total-Credit-Ecritures
           END-IF.

       CUMULER-SOUS-TOTAL-PROVISION.
           ADD PS-Provision(Indice-Service) TO Sous-Total-Provision.
           ADD PS-Charges(Indice-Service) TO Sous-Total-Charges.

       ECRIRE-LIGNES-PROVISION.
           MOVE 'PROVISION CONGES PERIODE :' TO EE-Libelle.
           MOVE Periode-Paie TO EE-Periode.
           IF Ecriture-A-Blanc = 'N' THEN
               WRITE Ecriture-Comptable-Entete
           END-IF.
           IF Periode-Provision-Prec > 0 THEN
               MOVE 'D' TO EL-Sens
               MOVE '428200' TO EL-Compte
               MOVE 'EXTOURNE PROVISION CONGES' TO EL-Libelle
               MOVE Provision-Precedente TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-PROVISION
               MOVE 'D' TO EL-Sens
               MOVE '438200' TO EL-Compte
               MOVE 'EXTOURNE CHARGES SUR CONGES' TO EL-Libelle
               MOVE Charges-Precedentes TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-PROVISION
           END-IF.
           MOVE 'D' TO EL-Sens.
           MOVE '641200' TO EL-Compte.
           MOVE 'DOTATION PROVISION CONGES' TO EL-Libelle.
           MOVE Total-Provision TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-PROVISION.
           MOVE 'D' TO EL-Sens.
           MOVE '645800' TO EL-Compte.
           MOVE 'CHARGES SOCIALES SUR CONGES' TO EL-Libelle.
           MOVE Total-Charges-Provision TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-PROVISION.
           IF Periode-Provision-Prec > 0 THEN
               MOVE 'C' TO EL-Sens
               MOVE '641200' TO EL-Compte
               MOVE 'EXTOURNE PROVISION CONGES' TO EL-Libelle
               MOVE Provision-Precedente TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-PROVISION
               MOVE 'C' TO EL-Sens
               MOVE '645800' TO EL-Compte
               MOVE 'EXTOURNE CHARGES SUR CONGES' TO EL-Libelle
               MOVE Charges-Precedentes TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-PROVISION
           END-IF.
           MOVE 'C' TO EL-Sens.
           MOVE '428200' TO EL-Compte.
           MOVE 'PROVISION CONGES A PAYER' TO EL-Libelle.
           MOVE Total-Provision TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-PROVISION.
           MOVE 'C' TO EL-Sens.
           MOVE '438200' TO EL-Compte.
           MOVE 'CHARGES SOC. CONGES A PAYER' TO EL-Libelle.
           MOVE Total-Charges-Provision TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-PROVISION.

       *> passe a blanc : la ligne n'est que cumulee dans son sens
       ECRIRE-LIGNE-PROVISION.
           IF Ecriture-A-Blanc = 'O' THEN
               IF EL-Sens = 'D' THEN
                   ADD Montant-Ecriture TO Total-Debit-Ecritures
               ELSE
                   ADD Montant-Ecriture TO Total-Credit-Ecritures
               END-IF
           ELSE
               PERFORM ECRIRE-LIGNE-ECRITURE
           END-IF.

       *> la provision comptabilisee devient celle a extourner le
       *> mois suivant
       NOTER-PROVISION-PASSEE.
           OPEN EXTEND Historique-Provision-File.
           IF Statut-Histprov = '05' OR Statut-Histprov = '35' THEN
               OPEN OUTPUT Historique-Provision-File
           END-IF.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE SPACES TO Historique-Provision-Record.
           MOVE Periode-Paie TO HV-Periode.
           MOVE Total-Provision TO HV-Provision.
           MOVE Total-Charges-Provision TO HV-Charges.
           MOVE Date-Du-Jour TO HV-Date.
           WRITE Historique-Provision-Record.
           CLOSE Historique-Provision-File.

       *> validation des modifications sensibles en attente : chaque
       *> demande est presentee avec les valeurs actuelles et
       *> demandees a un operateur autre que celui qui l'a saisie,
       *> qui la valide (appliquee au fichier maitre, audit VALIDE),
       *> la rejette (audit REJET) ou la laisse en attente ; les
       *> deux identifiants sont portes dans AUDITMST ; un virement
       *> retenu pendant l'attente repasse en reemission
       VALIDER-MODIFICATIONS.
           DISPLAY 'Modifications sensibles en attente...'.
           MOVE 0 TO Nb-Validees.
           MOVE 0 TO Nb-Rejetees.
           MOVE 0 TO Nb-Laissees.
           MOVE 0 TO MA-EmployeID.
           START Modification-Attente-File KEY NOT < MA-EmployeID
               INVALID KEY
                   MOVE 'O' TO Fin-Attente
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Attente
           END-START.
           IF Fin-Attente = 'N' THEN
               PERFORM LIRE-ATTENTE-SUIVANTE
               PERFORM EXAMINER-ATTENTE-COURANTE
                   UNTIL Fin-Attente = 'O'
           END-IF.
           DISPLAY 'Validees : ' Nb-Validees ', rejetees : '
               Nb-Rejetees ', en attente : ' Nb-Laissees.

       VALIDER-MODIFICATIONS-EXIT.
           EXIT.

       LIRE-ATTENTE-SUIVANTE.
           READ Modification-Attente-File NEXT
               AT END
                   MOVE 'O' TO Fin-Attente
           END-READ.
           IF Statut-Modatten NOT = '00' THEN
               MOVE 'O' TO Fin-Attente
           END-IF.

       EXAMINER-ATTENTE-COURANTE.
           PERFORM EXAMINER-MODIFICATION THRU
               EXAMINER-MODIFICATION-EXIT.
           PERFORM LIRE-ATTENTE-SUIVANTE.

       EXAMINER-MODIFICATION.
           IF MA-Operateur-Saisie = Operateur-Session THEN
               DISPLAY 'Employe ' MA-EmployeID ' : demande saisie '
                   'par vous-meme, a valider par un autre operateur.'
               ADD 1 TO Nb-Laissees
               GO TO EXAMINER-MODIFICATION-EXIT
           END-IF.
           MOVE MA-EmployeID TO EM-EmployeID.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'Modification en attente, employe inconnu.'
                       TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE MA-EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   ADD 1 TO Nb-Laissees
                   GO TO EXAMINER-MODIFICATION-EXIT
           END-READ.
           DISPLAY 'Employe ' MA-EmployeID ' ' EM-Nom.
           DISPLAY '  Saisie par ' MA-Operateur-Saisie ' le '
               MA-Date-Saisie.
           IF MA-RIB-Modifie = 'O' THEN
               DISPLAY '  *** RIB : ' EM-ReferenceBancaire ' -> '
                   MA-ReferenceBancaire
           END-IF.
           IF MA-Remuneration-Modifiee = 'O' THEN
               DISPLAY '  Remuneration : ' EM-Type-Paie ' '
                   EM-Taux-Horaire ' ' EM-Salaire-Mensuel ' -> '
                   MA-Type-Paie ' ' MA-Taux-Horaire ' '
                   MA-Salaire-Mensuel ' effet ' MA-Periode-Effet
           END-IF.
           IF MA-Service-Modifie = 'O' THEN
               DISPLAY '  Service : ' EM-Service ' -> ' MA-Service
           END-IF.
           IF MA-Statut-Modifie = 'O' THEN
               DISPLAY '  Statut : ' EM-Statut ' -> ' MA-Statut
           END-IF.
           IF MA-Periode-Bloquee > 0 THEN
               DISPLAY '  Virement retenu, periode ' MA-Periode-Bloquee
           END-IF.
           *> un employe parti depuis la demande ne peut plus etre
           *> modifie : la demande est rejetee d'office
           IF EM-Statut = 'P' THEN
               DISPLAY '  Employe parti, demande rejetee.'
               PERFORM REJETER-MODIFICATION
               GO TO EXAMINER-MODIFICATION-EXIT
           END-IF.
           DISPLAY 'Decision (V=valider, R=rejeter, '
               'autre=laisser en attente) : '.
           ACCEPT Decision-Validation.
           IF Decision-Validation = 'V' THEN
               PERFORM APPLIQUER-MODIFICATION
               GO TO EXAMINER-MODIFICATION-EXIT
           END-IF.
           IF Decision-Validation = 'R' THEN
               PERFORM REJETER-MODIFICATION
               GO TO EXAMINER-MODIFICATION-EXIT
           END-IF.
           ADD 1 TO Nb-Laissees.

       EXAMINER-MODIFICATION-EXIT.
           EXIT.

       APPLIQUER-MODIFICATION.
           MOVE Employe-Master-Record TO Image-Avant-Maitre.
           IF MA-Remuneration-Modifiee = 'O' THEN
               MOVE MA-Periode-Effet TO Periode-Effet-Taux
               MOVE MA-Taux-Horaire TO Nouveau-Taux-Horaire
               MOVE MA-Salaire-Mensuel TO Nouveau-Salaire-Mensuel
               MOVE MA-Type-Paie TO Nouveau-Type-Paie
               MOVE 'M' TO Origine-Taux
               PERFORM ENREGISTRER-TAUX-HISTORIQUE
               MOVE Type-Paie TO EM-Type-Paie
               MOVE Taux-Horaire TO EM-Taux-Horaire
               MOVE Salaire-Mensuel TO EM-Salaire-Mensuel
           END-IF.
           *> une reference bancaire en echec banque qui change passe
           *> en "corrigee" : le virement rejete devient reemissible
           IF MA-RIB-Modifie = 'O' THEN
               IF EM-Paiement-Echec = 'E' THEN
                   MOVE 'C' TO EM-Paiement-Echec
                   DISPLAY 'Reference corrigee, virement a reemettre.'
               END-IF
               MOVE MA-ReferenceBancaire TO EM-ReferenceBancaire
           END-IF.
           IF MA-Service-Modifie = 'O' THEN
               MOVE MA-Service TO EM-Service
           END-IF.
           IF MA-Statut-Modifie = 'O' THEN
               MOVE MA-Statut TO EM-Statut
           END-IF.
           PERFORM LIBERER-VIREMENT-RETENU.
           REWRITE Employe-Master-Record.
           MOVE 'VALIDE' TO Type-Mouvement.
           PERFORM JOURNALISER-DECISION.
           ADD 1 TO Nb-Validees.
           DISPLAY '  Modification validee.'.

       *> le dossier garde ses valeurs ; un virement retenu pendant
       *> l'attente part vers la reference bancaire inchangee
       REJETER-MODIFICATION.
           MOVE Employe-Master-Record TO Image-Avant-Maitre.
           PERFORM LIBERER-VIREMENT-RETENU.
           REWRITE Employe-Master-Record.
           MOVE 'REJET' TO Type-Mouvement.
           PERFORM JOURNALISER-DECISION.
           ADD 1 TO Nb-Rejetees.
           DISPLAY '  Modification rejetee.'.

       *> le net retenu pendant l'attente est confie a la reemission
       *> des virements (option 12) ; si un virement rejete par la
       *> banque y attend deja, le net retenu est signale pour une
       *> reemission manuelle
       LIBERER-VIREMENT-RETENU.
           IF MA-Periode-Bloquee > 0 THEN
               IF EM-Paiement-Echec = 'E' OR EM-Paiement-Echec = 'C'
                       THEN
                   MOVE 'Virement retenu a reemettre manuellement.'
                       TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE MA-Periode-Bloquee TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
               ELSE
                   MOVE 'C' TO EM-Paiement-Echec
                   MOVE MA-Periode-Bloquee TO EM-Periode-Echec
                   DISPLAY '  Virement retenu de la periode '
                       MA-Periode-Bloquee ' a reemettre.'
               END-IF
           END-IF.

       *> mouvement d'audit de la decision, au nom des deux
       *> operateurs, puis retrait de la demande traitee
       JOURNALISER-DECISION.
           MOVE MA-Operateur-Saisie TO Operateur-Saisie-Audit.
           MOVE Operateur-Session TO Operateur-Valide-Audit.
           PERFORM JOURNALISER-MOUVEMENT-MAITRE.
           MOVE Operateur-Session TO Operateur-Saisie-Audit.
           MOVE SPACES TO Operateur-Valide-Audit.
           DELETE Modification-Attente-File
               INVALID KEY
                   CONTINUE
           END-DELETE.

       *> un changement sensible applique sur-le-champ, sans passer
       *> par l'attente (revision collective, depart), est valide
       *> en seance par un second operateur, distinct de celui de la
       *> session ; son identifiant est porte dans AUDITMST par les
       *> mouvements qui suivent, l'appelant le retire ensuite
       OBTENIR-SECOND-OPERATEUR.
           MOVE 'N' TO Second-Operateur-Valide.
           DISPLAY 'Identifiant du second operateur validant : '.
           ACCEPT Operateur-Second.
           IF Operateur-Second = SPACES
                   OR Operateur-Second = Operateur-Session THEN
               MOVE 'Validation par un second operateur requise.'
                   TO Erreur
               MOVE Operateur-Second TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO OBTENIR-SECOND-OPERATEUR-EXIT
           END-IF.
           MOVE 'O' TO Second-Operateur-Valide.
           MOVE Operateur-Second TO Operateur-Valide-Audit.

       OBTENIR-SECOND-OPERATEUR-EXIT.
           EXIT.

       *> une demande en attente sur la reference bancaire de
       *> l'employe courant bloque tout nouveau virement vers lui
       VERIFIER-RIB-EN-ATTENTE.
           MOVE 'N' TO RIB-En-Attente.
           MOVE EM-EmployeID TO MA-EmployeID.
           READ Modification-Attente-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-RIB-Modifie = 'O' THEN
                       MOVE 'O' TO RIB-En-Attente
                   END-IF
           END-READ.

       *> la premiere periode dont le virement est retenu est notee
       *> sur la demande, pour etre reemise a la decision
       NOTER-VIREMENT-RETENU.
           IF MA-Periode-Bloquee = 0 THEN
               MOVE Periode-Paie TO MA-Periode-Bloquee
               REWRITE Modification-Attente-Record
           ELSE
               IF MA-Periode-Bloquee NOT = Periode-Paie THEN
                   MOVE 'Virement retenu a reemettre manuellement.'
                       TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE Periode-Paie TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
               END-IF
           END-IF.

       *> chainage sans operateur : enchaine dans l'ordre des cartes
       *> les options demandees comme si l'operateur les avait
       *> choisies au menu, note pour chacune son compteur principal
       *> et son verdict dans le journal JOURNLOT, et s'arrete a la
       *> premiere etape en echec ; les etapes suivantes sont
       *> journalisees NON LANCEE pour que l'exploitation sache
       *> d'ou reprendre
       EXECUTER-CHAINE.
           OPEN OUTPUT Journal-Chaine-File.
           IF Statut-Journlot NOT = '00' THEN
               DISPLAY 'Journal de chainage JOURNLOT inaccessible.'
               MOVE 12 TO Code-Retour-Chaine
               GO TO EXECUTER-CHAINE-EXIT
           END-IF.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE 'CHAINAGE DE PAIE SANS OPERATEUR' TO JE-Libelle.
           MOVE SPACES TO JE-Valeur.
           WRITE Journal-Chaine-Entete.
           MOVE 'DATE DE LANCEMENT' TO JE-Libelle.
           MOVE Date-Du-Jour TO JE-Valeur.
           WRITE Journal-Chaine-Entete.
           MOVE 'OPERATEUR' TO JE-Libelle.
           MOVE Operateur-Session TO JE-Valeur.
           WRITE Journal-Chaine-Entete.
           MOVE 'PERIODE DE PAIE' TO JE-Libelle.
           MOVE Periode-Chaine TO JE-Valeur.
           WRITE Journal-Chaine-Entete.

           IF Cartes-Chaine-Valides = 'N' THEN
               MOVE 16 TO Code-Retour-Chaine
               MOVE 'CARTES INVALIDES, VOIR ERRAUDIT' TO JE-Libelle
               MOVE SPACES TO JE-Valeur
               WRITE Journal-Chaine-Entete
               PERFORM ECRIRE-FIN-JOURNAL-CHAINE
               CLOSE Journal-Chaine-File
               DISPLAY 'Cartes de commande invalides, aucune etape '
                   'lancee.'
               GO TO EXECUTER-CHAINE-EXIT
           END-IF.

           MOVE 0 TO Code-Retour-Chaine.
           MOVE 'N' TO Chaine-Arretee.
           PERFORM EXECUTER-ETAPE-CHAINE THRU
               EXECUTER-ETAPE-CHAINE-EXIT
               VARYING Indice-Etape FROM 1 BY 1
               UNTIL Indice-Etape > Nb-Etapes-Chaine.
           PERFORM ECRIRE-FIN-JOURNAL-CHAINE.
           CLOSE Journal-Chaine-File.
           DISPLAY 'Chainage termine, code retour : '
               Code-Retour-Chaine.

       EXECUTER-CHAINE-EXIT.
           EXIT.

       *> une etape n'est conforme que si l'option est allee au bout
       *> de son traitement et que son propre controle est bon :
       *> lot a blanc sans anomalie, rapprochement sans ecart,
       *> archivage equilibre, pointages importes sans rejet pour
       *> ne pas payer sur un TRANSPAIE incomplet ; les ecarts de
       *> paie et les virements bloques ne sont qu'une alerte, la
       *> chaine continue
       EXECUTER-ETAPE-CHAINE.
           MOVE EN-Option(Indice-Etape) TO Option.
           MOVE 0 TO Compte-Etape.
           MOVE 0 TO Code-Retour-Etape.
           IF Chaine-Arretee = 'O' THEN
               MOVE 'NON LANCEE' TO JL-Verdict
               PERFORM ECRIRE-LIGNE-JOURNAL-CHAINE
               GO TO EXECUTER-ETAPE-CHAINE-EXIT
           END-IF.
           DISPLAY 'Etape de chainage : option ' Option.
           MOVE 'N' TO Etape-Aboutie.
           MOVE 'N' TO Etape-En-Alerte.
           EVALUATE Option
               WHEN 4
                   PERFORM TRAITER-PAIE-LOT THRU TRAITER-PAIE-LOT-EXIT
                   MOVE Transactions-Traitees TO Compte-Etape
                   IF Nb-Virements-Bloques-Lot > 0 THEN
                       MOVE 'O' TO Etape-En-Alerte
                   END-IF
               WHEN 5
                   PERFORM CLOTURE-ANNUELLE THRU CLOTURE-ANNUELLE-EXIT
                   MOVE Effectif-Cloture TO Compte-Etape
               WHEN 8
                   PERFORM RAPPROCHER-LOT THRU RAPPROCHER-LOT-EXIT
                   MOVE Compteur-Registre TO Compte-Etape
                   IF Rapprochement-OK NOT = 'O' THEN
                       MOVE 'N' TO Etape-Aboutie
                   END-IF
               WHEN 10
                   PERFORM RAPPORT-ECARTS-PAIE THRU
                       RAPPORT-ECARTS-PAIE-EXIT
                   MOVE Compteur-Ecarts TO Compte-Etape
                   IF Compteur-Ecarts > 0 THEN
                       MOVE 'O' TO Etape-En-Alerte
                   END-IF
               WHEN 12
                   PERFORM REEMETTRE-VIREMENTS THRU
                       REEMETTRE-VIREMENTS-EXIT
                   MOVE Compteur-Reemis TO Compte-Etape
                   IF Nb-Reemissions-Bloquees > 0 THEN
                       MOVE 'O' TO Etape-En-Alerte
                   END-IF
               WHEN 13
                   PERFORM CONTROLER-LOT-A-BLANC THRU
                       CONTROLER-LOT-A-BLANC-EXIT
                   COMPUTE Compte-Etape = Sim-Anomalies + Sim-Doublons
                       + Sim-Sans-Transaction
                   IF Compte-Etape > 0 THEN
                       MOVE 'N' TO Etape-Aboutie
                   END-IF
               WHEN 15
                   PERFORM ARCHIVER-PURGER THRU ARCHIVER-PURGER-EXIT
                   MOVE Nb-Archives-Chaine TO Compte-Etape
                   IF Archivage-Conforme NOT = 'O' THEN
                       MOVE 'N' TO Etape-Aboutie
                   END-IF
               WHEN 19
                   PERFORM PROVISION-CONGES THRU PROVISION-CONGES-EXIT
                   MOVE Nb-Provisionnes TO Compte-Etape
               WHEN 23
                   PERFORM IMPORTER-POINTAGES THRU
                       IMPORTER-POINTAGES-EXIT
                   MOVE Nb-Employes-Transmis TO Compte-Etape
                   IF Nb-Pointages-Rejetes > 0
                           OR Nb-Employes-Retenus > 0 THEN
                       MOVE 'N' TO Etape-Aboutie
                   END-IF
           END-EVALUATE.

           IF Etape-Aboutie = 'N' THEN
               MOVE 'ECHEC' TO JL-Verdict
               COMPUTE Code-Retour-Etape = 100 + Option
               MOVE Code-Retour-Etape TO Code-Retour-Chaine
               MOVE 'O' TO Chaine-Arretee
               MOVE 'Etape de chainage en echec.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Option TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur ' Option ' Option
           ELSE
               IF Etape-En-Alerte = 'O' THEN
                   MOVE 'ALERTE' TO JL-Verdict
                   MOVE 4 TO Code-Retour-Etape
                   IF Code-Retour-Chaine < 4 THEN
                       MOVE 4 TO Code-Retour-Chaine
                   END-IF
               ELSE
                   MOVE 'OK' TO JL-Verdict
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-JOURNAL-CHAINE.

       EXECUTER-ETAPE-CHAINE-EXIT.
           EXIT.

       *> le verdict est deja place dans la ligne par l'appelant
       ECRIRE-LIGNE-JOURNAL-CHAINE.
           MOVE Option TO JL-Option.
           MOVE Compte-Etape TO JL-Compte.
           MOVE Code-Retour-Etape TO JL-Code-Retour.
           EVALUATE Option
               WHEN 4
                   MOVE 'LOT DE PAIE' TO JL-Libelle
                   MOVE 'TRANSACTIONS' TO JL-Nature-Compte
               WHEN 5
                   MOVE 'CLOTURE ANNUELLE' TO JL-Libelle
                   MOVE 'EMPLOYES' TO JL-Nature-Compte
               WHEN 8
                   MOVE 'RAPPROCHEMENT DU LOT' TO JL-Libelle
                   MOVE 'LIGNES REGISTRE' TO JL-Nature-Compte
               WHEN 10
                   MOVE 'RAPPORT D''ECARTS DE PAIE' TO JL-Libelle
                   MOVE 'A CONTROLER' TO JL-Nature-Compte
               WHEN 12
                   MOVE 'REEMISSION DES VIREMENTS' TO JL-Libelle
                   MOVE 'REEMIS' TO JL-Nature-Compte
               WHEN 13
                   MOVE 'CONTROLE DU LOT A BLANC' TO JL-Libelle
                   MOVE 'ANOMALIES' TO JL-Nature-Compte
               WHEN 15
                   MOVE 'ARCHIVAGE ET PURGE' TO JL-Libelle
                   MOVE 'ARCHIVES' TO JL-Nature-Compte
               WHEN 19
                   MOVE 'PROVISION CONGES PAYES' TO JL-Libelle
                   MOVE 'EMPLOYES' TO JL-Nature-Compte
               WHEN 23
                   MOVE 'IMPORT DES POINTAGES' TO JL-Libelle
                   MOVE 'EMPLOYES' TO JL-Nature-Compte
           END-EVALUATE.
           WRITE Journal-Chaine-Ligne.

       ECRIRE-FIN-JOURNAL-CHAINE.
           MOVE 'CODE RETOUR FINAL' TO JE-Libelle.
           MOVE Code-Retour-Chaine TO JE-Valeur.
           WRITE Journal-Chaine-Entete.

       *> tableau de bord mensuel par service : cout, effectif,
       *> mouvements, heures supplementaires et absenteisme de la
       *> periode demandee, compares au meme mois de l'annee
       *> precedente et en cumul depuis janvier ; les paies sont
       *> relues dans l'historique puis dans son archive pour les
       *> periodes purgees, chacune rangee sous le service ou elle a
       *> ete payee, et les embauches et departs sont comptes sur les
       *> dates du fichier maitre sous le service actuel du dossier ;
       *> en cumul l'effectif est la moyenne mensuelle depuis janvier
       *> et le brut moyen est rapporte a une paie mensuelle
       TABLEAU-BORD-SERVICES.
           DISPLAY 'Tableau de bord par service...'.
           DISPLAY 'Entrez la periode (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO TABLEAU-BORD-SERVICES-EXIT
           END-IF.
           MOVE Periode-Paie TO Periode-Stat.
           COMPUTE Periode-Stat-N1 = Periode-Stat - 100.
           COMPUTE Debut-Cumul-Stat = Annee-Periode * 100 + 1.
           COMPUTE Debut-Cumul-N1 = Debut-Cumul-Stat - 100.
           MOVE Mois-Periode TO Nb-Mois-Cumul.

           OPEN OUTPUT Statistique-Service-File.
           IF Statut-Statserv NOT = '00' THEN
               DISPLAY 'Fichier du tableau de bord inaccessible.'
               GO TO TABLEAU-BORD-SERVICES-EXIT
           END-IF.
           MOVE 0 TO Nb-Services-Stat.
           PERFORM INITIALISER-ENTREE-STAT
               VARYING Indice-Stat FROM 1 BY 1
               UNTIL Indice-Stat > Indice-Total-Stat.
           MOVE 'TOTAL' TO SS-Service(Indice-Total-Stat).
           MOVE 0 TO Periode-Bareme.

           MOVE 'N' TO Fin-Statistiques.
           MOVE Debut-Cumul-N1 TO HP-Periode.
           MOVE 0 TO HP-EmployeID.
           START Historique-Paie-File KEY NOT < HP-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Statistiques
           END-START.
           IF Statut-Histpaie NOT = '00' THEN
               MOVE 'O' TO Fin-Statistiques
           END-IF.
           IF Fin-Statistiques = 'N' THEN
               PERFORM LIRE-HISTO-STAT
           END-IF.
           PERFORM STAT-HISTORIQUE-COURANT
               UNTIL Fin-Statistiques = 'O'.

           OPEN INPUT Archive-Histo-File.
           IF Statut-Archhist = '00' THEN
               MOVE 'N' TO Fin-Archivage
               PERFORM LIRE-ARCHHIST-SUIVANT
               PERFORM STAT-ARCHHIST-COURANT
                   UNTIL Fin-Archivage = 'O'
               CLOSE Archive-Histo-File
           END-IF.

           MOVE 0 TO EM-EmployeID.
           START Employe-Master-File KEY NOT < EM-EmployeID
               INVALID KEY
                   MOVE 'O' TO Fin-Maitre
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Maitre
           END-START.
           IF Fin-Maitre = 'N' THEN
               PERFORM LIRE-MAITRE-SUIVANT
               PERFORM STAT-MOUVEMENTS-COURANT
                   UNTIL Fin-Maitre = 'O'
           END-IF.

           MOVE 'TABLEAU DE BORD PAR SERVICE PERIODE :' TO SE-Libelle.
           MOVE Periode-Stat TO SE-Periode.
           WRITE Statistique-Service-Entete.
           MOVE Titres-Statistiques TO Statistique-Service-Titres.
           WRITE Statistique-Service-Titres.
           PERFORM ECRIRE-BLOC-STATISTIQUE
               VARYING Indice-Stat FROM 1 BY 1
               UNTIL Indice-Stat > Nb-Services-Stat.
           MOVE Indice-Total-Stat TO Indice-Stat.
           PERFORM ECRIRE-BLOC-STATISTIQUE.
           CLOSE Statistique-Service-File.
           DISPLAY 'Tableau de bord ecrit dans STATSERV, services : '
               Nb-Services-Stat.

       TABLEAU-BORD-SERVICES-EXIT.
           EXIT.

       INITIALISER-ENTREE-STAT.
           MOVE SPACES TO SS-Service(Indice-Stat).
           PERFORM INITIALISER-COLONNE-STAT
               VARYING Indice-Colonne-Stat FROM 1 BY 1
               UNTIL Indice-Colonne-Stat > 4.

       INITIALISER-COLONNE-STAT.
           MOVE 0 TO SS-Paies(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0 TO SS-Embauches(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0 TO SS-Departs(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0 TO SS-Brut(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0 TO SS-Cout(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0 TO SS-Heures-Supp(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0
               TO SS-Heures-Payees(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0
               TO SS-Heures-Maladie(Indice-Stat, Indice-Colonne-Stat).
           MOVE 0
               TO SS-Heures-Absence(Indice-Stat, Indice-Colonne-Stat).

       *> le parcours de l'historique s'arrete apres la periode
       *> demandee ; les mois de l'annee precedente posterieurs au
       *> meme mois ne sont ranges dans aucune colonne
       LIRE-HISTO-STAT.
           READ Historique-Paie-File NEXT RECORD
               AT END
                   MOVE 'O' TO Fin-Statistiques
           END-READ.
           IF Statut-Histpaie NOT = '00' THEN
               MOVE 'O' TO Fin-Statistiques
           END-IF.
           IF Fin-Statistiques = 'N'
                   AND HP-Periode > Periode-Stat THEN
               MOVE 'O' TO Fin-Statistiques
           END-IF.

       STAT-HISTORIQUE-COURANT.
           PERFORM CUMULER-PAIE-STAT.
           PERFORM LIRE-HISTO-STAT.

       STAT-ARCHHIST-COURANT.
           IF AH-Periode >= Debut-Cumul-N1
                   AND AH-Periode <= Periode-Stat THEN
               MOVE AH-Histo TO Historique-Paie-Record
               PERFORM CUMULER-PAIE-STAT
           END-IF.
           PERFORM LIRE-ARCHHIST-SUIVANT.

       *> colonnes touchees par la periode placee dans
       *> Periode-Lue-Stat : 1 ou 2 pour le mois compare, 3 ou 4
       *> pour le cumul de l'annee correspondante, 0 sinon
       CLASSER-PERIODE-STAT.
           MOVE 0 TO Colonne-Mois-Stat.
           MOVE 0 TO Colonne-Cumul-Stat.
           IF Periode-Lue-Stat = Periode-Stat THEN
               MOVE 1 TO Colonne-Mois-Stat
           END-IF.
           IF Periode-Lue-Stat = Periode-Stat-N1 THEN
               MOVE 2 TO Colonne-Mois-Stat
           END-IF.
           IF Periode-Lue-Stat >= Debut-Cumul-Stat
                   AND Periode-Lue-Stat <= Periode-Stat THEN
               MOVE 3 TO Colonne-Cumul-Stat
           END-IF.
           IF Periode-Lue-Stat >= Debut-Cumul-N1
                   AND Periode-Lue-Stat <= Periode-Stat-N1 THEN
               MOVE 4 TO Colonne-Cumul-Stat
           END-IF.

       CUMULER-PAIE-STAT.
           MOVE HP-Periode TO Periode-Lue-Stat.
           PERFORM CLASSER-PERIODE-STAT.
           IF Colonne-Cumul-Stat > 0 THEN
               PERFORM EVALUER-PAIE-STAT
               PERFORM CHERCHER-SERVICE-STAT
               PERFORM AJOUTER-PAIE-STAT
               MOVE Indice-Total-Stat TO Indice-Stat
               PERFORM AJOUTER-PAIE-STAT
           END-IF.

       *> cout employeur de la paie : les charges patronales sont
       *> recalculees sur la base cotisable de la paie avec le
       *> bareme de sa periode et le prorata de plafond du dossier ;
       *> une paie sans service garde le service actuel du dossier
       EVALUER-PAIE-STAT.
           PERFORM NORMALISER-ELEMENTS-HISTORIQUE.
           MOVE HP-EmployeID TO EM-EmployeID.
           MOVE 'O' TO Dossier-Stat-Trouve.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'N' TO Dossier-Stat-Trouve
           END-READ.
           IF HP-Periode NOT = Periode-Bareme THEN
               MOVE HP-Periode TO Periode-Bareme
               PERFORM CHOISIR-BAREMES-PERIODE
           END-IF.
           IF Dossier-Stat-Trouve = 'O' THEN
               PERFORM CALCULER-PRORATA-PLAFOND
           ELSE
               MOVE 1 TO Prorata-Plafond
           END-IF.
           IF HP-Salaire > HP-Elements-Imposables THEN
               COMPUTE Base-Cotisable =
                   HP-Salaire - HP-Elements-Imposables
           ELSE
               MOVE 0 TO Base-Cotisable
           END-IF.
           PERFORM CALCULER-TRANCHES-COTISATION.
           PERFORM CALCULER-CHARGES-PATRONALES.
           COMPUTE Cout-Employeur-Stat =
               HP-Salaire + Total-Cotisations-Patronales.
           COMPUTE Heures-Payees-Stat = HP-Heures-Travaillees
               + HP-Heures-Supp + HP-Heures-Conges
               + HP-Heures-Maladie.
           IF HP-Service NOT = SPACES THEN
               MOVE HP-Service TO Service-Courant
           ELSE
               IF Dossier-Stat-Trouve = 'O' THEN
                   MOVE EM-Service TO Service-Courant
               ELSE
                   MOVE SPACES TO Service-Courant
               END-IF
           END-IF.

       CHERCHER-SERVICE-STAT.
           MOVE 'N' TO Service-Trouve.
           PERFORM COMPARER-SERVICE-STAT
               VARYING Indice-Stat FROM 1 BY 1
               UNTIL Indice-Stat > Nb-Services-Stat
                   OR Service-Trouve = 'O'.
           IF Service-Trouve = 'O' THEN
               SUBTRACT 1 FROM Indice-Stat
           ELSE
               IF Nb-Services-Stat < 50 THEN
                   ADD 1 TO Nb-Services-Stat
                   MOVE Nb-Services-Stat TO Indice-Stat
                   MOVE Service-Courant TO SS-Service(Indice-Stat)
               ELSE
                   DISPLAY 'Table des services pleine, service '
                       Service-Courant ' compte au seul total.'
                   MOVE 0 TO Indice-Stat
               END-IF
           END-IF.

       COMPARER-SERVICE-STAT.
           IF SS-Service(Indice-Stat) = Service-Courant THEN
               MOVE 'O' TO Service-Trouve
           END-IF.

       AJOUTER-PAIE-STAT.
           IF Indice-Stat > 0 THEN
               IF Colonne-Mois-Stat > 0 THEN
                   MOVE Colonne-Mois-Stat TO Indice-Colonne-Stat
                   PERFORM AJOUTER-COLONNE-PAIE-STAT
               END-IF
               MOVE Colonne-Cumul-Stat TO Indice-Colonne-Stat
               PERFORM AJOUTER-COLONNE-PAIE-STAT
           END-IF.

       AJOUTER-COLONNE-PAIE-STAT.
           ADD 1 TO SS-Paies(Indice-Stat, Indice-Colonne-Stat).
           ADD HP-Salaire TO SS-Brut(Indice-Stat, Indice-Colonne-Stat).
           ADD Cout-Employeur-Stat
               TO SS-Cout(Indice-Stat, Indice-Colonne-Stat).
           ADD HP-Heures-Supp
               TO SS-Heures-Supp(Indice-Stat, Indice-Colonne-Stat).
           ADD Heures-Payees-Stat
               TO SS-Heures-Payees(Indice-Stat, Indice-Colonne-Stat).
           ADD HP-Heures-Maladie
               TO SS-Heures-Maladie(Indice-Stat, Indice-Colonne-Stat).
           ADD HP-Heures-Absence
               TO SS-Heures-Absence(Indice-Stat, Indice-Colonne-Stat).

       *> embauche et depart du dossier courant, chacun range selon
       *> le mois de sa date
       STAT-MOUVEMENTS-COURANT.
           IF EM-Date-Embauche IS NUMERIC
                   AND EM-Date-Embauche > 0 THEN
               DIVIDE EM-Date-Embauche BY 100
                   GIVING Periode-Lue-Stat
               MOVE 'E' TO Mouvement-Stat
               PERFORM CUMULER-MOUVEMENT-STAT
           END-IF.
           IF EM-Statut = 'P' AND EM-Date-Depart IS NUMERIC
                   AND EM-Date-Depart > 0 THEN
               DIVIDE EM-Date-Depart BY 100
                   GIVING Periode-Lue-Stat
               MOVE 'D' TO Mouvement-Stat
               PERFORM CUMULER-MOUVEMENT-STAT
           END-IF.
           PERFORM LIRE-MAITRE-SUIVANT.

       CUMULER-MOUVEMENT-STAT.
           PERFORM CLASSER-PERIODE-STAT.
           IF Colonne-Cumul-Stat > 0 THEN
               MOVE EM-Service TO Service-Courant
               PERFORM CHERCHER-SERVICE-STAT
               PERFORM AJOUTER-MOUVEMENT-STAT
               MOVE Indice-Total-Stat TO Indice-Stat
               PERFORM AJOUTER-MOUVEMENT-STAT
           END-IF.

       AJOUTER-MOUVEMENT-STAT.
           IF Indice-Stat > 0 THEN
               IF Colonne-Mois-Stat > 0 THEN
                   MOVE Colonne-Mois-Stat TO Indice-Colonne-Stat
                   PERFORM AJOUTER-COLONNE-MOUVEMENT-STAT
               END-IF
               MOVE Colonne-Cumul-Stat TO Indice-Colonne-Stat
               PERFORM AJOUTER-COLONNE-MOUVEMENT-STAT
           END-IF.

       AJOUTER-COLONNE-MOUVEMENT-STAT.
           IF Mouvement-Stat = 'E' THEN
               ADD 1 TO SS-Embauches(Indice-Stat, Indice-Colonne-Stat)
           ELSE
               ADD 1 TO SS-Departs(Indice-Stat, Indice-Colonne-Stat)
           END-IF.

       ECRIRE-BLOC-STATISTIQUE.
           PERFORM ECRIRE-INDICATEUR-STAT
               VARYING Code-Indicateur-Stat FROM 1 BY 1
               UNTIL Code-Indicateur-Stat > 9.

       ECRIRE-INDICATEUR-STAT.
           PERFORM CALCULER-VALEUR-STAT
               VARYING Indice-Colonne-Stat FROM 1 BY 1
               UNTIL Indice-Colonne-Stat > 4.
           MOVE SPACES TO Statistique-Service-Ligne.
           MOVE Periode-Stat TO SL-Periode.
           MOVE SS-Service(Indice-Stat) TO SL-Service.
           EVALUATE Code-Indicateur-Stat
               WHEN 1
                   MOVE 'EFFECTIF PAYE' TO SL-Libelle
               WHEN 2
                   MOVE 'EMBAUCHES' TO SL-Libelle
               WHEN 3
                   MOVE 'DEPARTS' TO SL-Libelle
               WHEN 4
                   MOVE 'MASSE SALARIALE BRUTE' TO SL-Libelle
               WHEN 5
                   MOVE 'COUT EMPLOYEUR' TO SL-Libelle
               WHEN 6
                   MOVE 'BRUT MOYEN PAR TETE' TO SL-Libelle
               WHEN 7
                   MOVE 'HEURES SUPPLEMENTAIRES' TO SL-Libelle
               WHEN 8
                   MOVE 'TAUX MALADIE %' TO SL-Libelle
               WHEN 9
                   MOVE 'TAUX ABSENCE NON PAYEE %' TO SL-Libelle
           END-EVALUATE.
           MOVE Valeur-Stat(1) TO SL-Mois.
           MOVE Valeur-Stat(2) TO SL-Mois-N1.
           MOVE Valeur-Stat(3) TO SL-Cumul.
           MOVE Valeur-Stat(4) TO SL-Cumul-N1.
           MOVE 'N/S' TO SL-Ecart-Mois-X.
           IF Valeur-Stat(2) > 0 THEN
               COMPUTE Ecart-Stat ROUNDED =
                   (Valeur-Stat(1) - Valeur-Stat(2)) * 100
                   / Valeur-Stat(2)
               IF Ecart-Stat < 99999 THEN
                   MOVE Ecart-Stat TO SL-Ecart-Mois
               END-IF
           END-IF.
           MOVE 'N/S' TO SL-Ecart-Cumul-X.
           IF Valeur-Stat(4) > 0 THEN
               COMPUTE Ecart-Stat ROUNDED =
                   (Valeur-Stat(3) - Valeur-Stat(4)) * 100
                   / Valeur-Stat(4)
               IF Ecart-Stat < 99999 THEN
                   MOVE Ecart-Stat TO SL-Ecart-Cumul
               END-IF
           END-IF.
           WRITE Statistique-Service-Ligne.

       *> valeur de l'indicateur courant pour une colonne ; les
       *> moyennes et les taux d'une colonne vide valent zero
       CALCULER-VALEUR-STAT.
           MOVE 0 TO Valeur-Stat(Indice-Colonne-Stat).
           EVALUATE Code-Indicateur-Stat
               WHEN 1
                   IF Indice-Colonne-Stat > 2 THEN
                       COMPUTE Valeur-Stat(Indice-Colonne-Stat)
                           ROUNDED = SS-Paies(Indice-Stat,
                           Indice-Colonne-Stat) / Nb-Mois-Cumul
                   ELSE
                       MOVE SS-Paies(Indice-Stat, Indice-Colonne-Stat)
                           TO Valeur-Stat(Indice-Colonne-Stat)
                   END-IF
               WHEN 2
                   MOVE SS-Embauches(Indice-Stat, Indice-Colonne-Stat)
                       TO Valeur-Stat(Indice-Colonne-Stat)
               WHEN 3
                   MOVE SS-Departs(Indice-Stat, Indice-Colonne-Stat)
                       TO Valeur-Stat(Indice-Colonne-Stat)
               WHEN 4
                   MOVE SS-Brut(Indice-Stat, Indice-Colonne-Stat)
                       TO Valeur-Stat(Indice-Colonne-Stat)
               WHEN 5
                   MOVE SS-Cout(Indice-Stat, Indice-Colonne-Stat)
                       TO Valeur-Stat(Indice-Colonne-Stat)
               WHEN 6
                   IF SS-Paies(Indice-Stat, Indice-Colonne-Stat) > 0
                           THEN
                       COMPUTE Valeur-Stat(Indice-Colonne-Stat)
                           ROUNDED = SS-Brut(Indice-Stat,
                           Indice-Colonne-Stat) / SS-Paies(Indice-Stat,
                           Indice-Colonne-Stat)
                   END-IF
               WHEN 7
                   MOVE SS-Heures-Supp(Indice-Stat, Indice-Colonne-Stat)
                       TO Valeur-Stat(Indice-Colonne-Stat)
               WHEN 8
                   IF SS-Heures-Payees(Indice-Stat,
                           Indice-Colonne-Stat) > 0 THEN
                       COMPUTE Valeur-Stat(Indice-Colonne-Stat)
                           ROUNDED = SS-Heures-Maladie(Indice-Stat,
                           Indice-Colonne-Stat) * 100
                           / SS-Heures-Payees(Indice-Stat,
                           Indice-Colonne-Stat)
                   END-IF
               WHEN 9
                   IF SS-Heures-Payees(Indice-Stat,
                           Indice-Colonne-Stat) > 0 THEN
                       COMPUTE Valeur-Stat(Indice-Colonne-Stat)
                           ROUNDED = SS-Heures-Absence(Indice-Stat,
                           Indice-Colonne-Stat) * 100
                           / SS-Heures-Payees(Indice-Stat,
                           Indice-Colonne-Stat)
                   END-IF
           END-EVALUATE.

       *> gestion du budget de paie par service : chargement des
       *> lignes de BUDGIMP, saisie ou ajustement d'une entree, ou
       *> edition de l'etat budget / realise d'une periode deja
       *> payee ; le realise n'est jamais saisi, il vient du lot
       GERER-BUDGET-SERVICES.
           DISPLAY 'Gestion du budget de paie par service...'.
           DISPLAY 'Action (C=charger BUDGIMP, S=saisir/ajuster, '
               'E=etat budget/realise) : '.
           ACCEPT Action-Budget.
           IF Action-Budget = 'C' THEN
               PERFORM CHARGER-BUDGET-IMPORT
               GO TO GERER-BUDGET-SERVICES-EXIT
           END-IF.
           IF Action-Budget = 'S' THEN
               PERFORM SAISIR-BUDGET-SERVICE THRU
                   SAISIR-BUDGET-SERVICE-EXIT
               GO TO GERER-BUDGET-SERVICES-EXIT
           END-IF.
           IF Action-Budget NOT = 'E' THEN
               MOVE 'Action de budget invalide.' TO Erreur
               MOVE Action-Budget TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO GERER-BUDGET-SERVICES-EXIT
           END-IF.
           DISPLAY 'Entrez la periode (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO GERER-BUDGET-SERVICES-EXIT
           END-IF.
           PERFORM PRODUIRE-ETAT-BUDGET THRU PRODUIRE-ETAT-BUDGET-EXIT.

       GERER-BUDGET-SERVICES-EXIT.
           EXIT.

       *> saisie d'une entree : une entree deja presente est affichee
       *> avant d'etre ajustee ; un budget remis a zero sur une entree
       *> sans realise la supprime
       SAISIR-BUDGET-SERVICE.
           DISPLAY 'Entrez le code service : '.
           ACCEPT Service-Budget.
           IF Service-Budget = SPACES THEN
               MOVE 'Code service invalide.' TO Erreur
               MOVE Service-Budget TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO SAISIR-BUDGET-SERVICE-EXIT
           END-IF.
           DISPLAY 'Entrez la periode (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO SAISIR-BUDGET-SERVICE-EXIT
           END-IF.

           MOVE Service-Budget TO BU-Service.
           MOVE Periode-Paie TO BU-Periode.
           READ Budget-Service-File
               INVALID KEY
                   MOVE 'N' TO Budget-Existant
               NOT INVALID KEY
                   MOVE 'O' TO Budget-Existant
           END-READ.
           IF Budget-Existant = 'O' THEN
               DISPLAY 'Budget actuel, effectif : ' BU-Effectif-Budget
                   ' brut : ' BU-Brut-Budget
                   ' cout : ' BU-Cout-Budget
               IF BU-Realise-Poste = 'O' THEN
                   DISPLAY 'Realise, effectif : ' BU-Effectif-Reel
                       ' brut : ' BU-Brut-Reel
                       ' cout : ' BU-Cout-Reel
               END-IF
           END-IF.

           DISPLAY 'Entrez l''effectif budgete : '.
           ACCEPT Saisie-Effectif-Budget.
           DISPLAY 'Entrez le brut budgete : '.
           ACCEPT Saisie-Brut-Budget.
           DISPLAY 'Entrez le cout employeur budgete : '.
           ACCEPT Saisie-Cout-Budget.
           IF Saisie-Cout-Budget < Saisie-Brut-Budget THEN
               MOVE 'Cout employeur inferieur au brut.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Saisie-Cout-Budget TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO SAISIR-BUDGET-SERVICE-EXIT
           END-IF.

           IF Saisie-Effectif-Budget = 0 AND Saisie-Brut-Budget = 0
                   AND Saisie-Cout-Budget = 0
                   AND Budget-Existant = 'O'
                   AND BU-Realise-Poste NOT = 'O' THEN
               DELETE Budget-Service-File
               DISPLAY 'Budget supprime.'
               GO TO SAISIR-BUDGET-SERVICE-EXIT
           END-IF.
           PERFORM ENREGISTRER-BUDGET.
           DISPLAY 'Budget enregistre.'.

       SAISIR-BUDGET-SERVICE-EXIT.
           EXIT.

       *> la cle et l'indicateur d'existence sont places par
       *> l'appelant ; une entree nouvelle part d'un realise nul
       ENREGISTRER-BUDGET.
           IF Budget-Existant = 'N' THEN
               MOVE Service-Budget TO BU-Service
               MOVE Periode-Paie TO BU-Periode
               MOVE 0 TO BU-Effectif-Reel
               MOVE 0 TO BU-Brut-Reel
               MOVE 0 TO BU-Cout-Reel
               MOVE 'N' TO BU-Realise-Poste
           END-IF.
           MOVE Saisie-Effectif-Budget TO BU-Effectif-Budget.
           MOVE Saisie-Brut-Budget TO BU-Brut-Budget.
           MOVE Saisie-Cout-Budget TO BU-Cout-Budget.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE Date-Du-Jour TO BU-Date-Maj.
           MOVE Operateur-Session TO BU-Operateur.
           IF Budget-Existant = 'O' THEN
               REWRITE Budget-Service-Record
           ELSE
               WRITE Budget-Service-Record
           END-IF.

       *> chargement du budget : chaque ligne valide cree ou remplace
       *> le budget de son service et de sa periode ; une ligne
       *> invalide est journalisee et n'arrete pas le chargement
       CHARGER-BUDGET-IMPORT.
           OPEN INPUT Budget-Import-File.
           IF Statut-Budgimp NOT = '00' THEN
               DISPLAY 'Fichier de budget BUDGIMP absent.'
           ELSE
               MOVE 0 TO Nb-Budgets-Charges
               MOVE 0 TO Nb-Budgets-Rejetes
               MOVE 'N' TO Fin-Import-Budget
               PERFORM LIRE-IMPORT-BUDGET
               PERFORM CHARGER-LIGNE-BUDGET
                   UNTIL Fin-Import-Budget = 'O'
               CLOSE Budget-Import-File
               DISPLAY 'Budget charge, lignes : ' Nb-Budgets-Charges
                   ', rejetees : ' Nb-Budgets-Rejetes
           END-IF.

       LIRE-IMPORT-BUDGET.
           READ Budget-Import-File
               AT END
                   MOVE 'O' TO Fin-Import-Budget
           END-READ.
           IF Statut-Budgimp NOT = '00' THEN
               MOVE 'O' TO Fin-Import-Budget
           END-IF.

       CHARGER-LIGNE-BUDGET.
           MOVE 'O' TO Ligne-Budget-Valide.
           IF BI-Service = SPACES OR BI-Periode NOT NUMERIC
                   OR BI-Effectif NOT NUMERIC OR BI-Brut NOT NUMERIC
                   OR BI-Cout NOT NUMERIC THEN
               MOVE 'N' TO Ligne-Budget-Valide
           ELSE
               MOVE BI-Periode TO Periode-Paie
               PERFORM VALIDER-PERIODE-PAIE
               IF Periode-Valide = 'N' OR BI-Cout < BI-Brut THEN
                   MOVE 'N' TO Ligne-Budget-Valide
               END-IF
           END-IF.
           IF Ligne-Budget-Valide = 'N' THEN
               ADD 1 TO Nb-Budgets-Rejetes
               MOVE 'Ligne de budget invalide.' TO Erreur
               MOVE Budget-Import-Record TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur ' ' BI-Service
           ELSE
               MOVE BI-Service TO Service-Budget
               MOVE BI-Service TO BU-Service
               MOVE BI-Periode TO BU-Periode
               READ Budget-Service-File
                   INVALID KEY
                       MOVE 'N' TO Budget-Existant
                   NOT INVALID KEY
                       MOVE 'O' TO Budget-Existant
               END-READ
               MOVE BI-Effectif TO Saisie-Effectif-Budget
               MOVE BI-Brut TO Saisie-Brut-Budget
               MOVE BI-Cout TO Saisie-Cout-Budget
               PERFORM ENREGISTRER-BUDGET
               ADD 1 TO Nb-Budgets-Charges
           END-IF.
           PERFORM LIRE-IMPORT-BUDGET.

       *> fin de lot : le realise de chaque service de la ventilation
       *> est reporte sur son entree de la periode, remplace et non
       *> ajoute pour qu'une reprise du lot ne le double pas, puis
       *> l'etat budget / realise de la periode est reedite
       ECRIRE-BUDGET-REALISE.
           PERFORM REPORTER-REALISE-BUDGET
               VARYING Indice-Service FROM 1 BY 1
               UNTIL Indice-Service > Nb-Services.
           PERFORM PRODUIRE-ETAT-BUDGET THRU
               PRODUIRE-ETAT-BUDGET-EXIT.

       REPORTER-REALISE-BUDGET.
           MOVE VT-Service(Indice-Service) TO BU-Service.
           MOVE Periode-Paie TO BU-Periode.
           READ Budget-Service-File
               INVALID KEY
                   MOVE 'N' TO Budget-Existant
               NOT INVALID KEY
                   MOVE 'O' TO Budget-Existant
           END-READ.
           IF Budget-Existant = 'N' THEN
               MOVE VT-Service(Indice-Service) TO BU-Service
               MOVE Periode-Paie TO BU-Periode
               MOVE 0 TO BU-Effectif-Budget
               MOVE 0 TO BU-Brut-Budget
               MOVE 0 TO BU-Cout-Budget
           END-IF.
           MOVE VT-Effectif(Indice-Service) TO BU-Effectif-Reel.
           MOVE VT-Salaire(Indice-Service) TO BU-Brut-Reel.
           COMPUTE BU-Cout-Reel = VT-Salaire(Indice-Service)
               + VT-Patronal(Indice-Service).
           MOVE 'O' TO BU-Realise-Poste.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE Date-Du-Jour TO BU-Date-Maj.
           MOVE Operateur-Session TO BU-Operateur.
           IF Budget-Existant = 'O' THEN
               REWRITE Budget-Service-Record
           ELSE
               WRITE Budget-Service-Record
           END-IF.

       *> etat budget / realise de Periode-Paie : le fichier BUDGET
       *> est lu dans l'ordre service puis periode, chaque service
       *> cumulant le mois demande et les mois de janvier a ce mois ;
       *> un service n'ayant rien sur l'annee n'est pas edite
       PRODUIRE-ETAT-BUDGET.
           PERFORM VALIDER-PERIODE-PAIE.
           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           COMPUTE Debut-Cumul-Budget = Annee-Periode * 100 + 1.

           OPEN OUTPUT Budget-Realise-File.
           IF Statut-Budgreal NOT = '00' THEN
               DISPLAY 'Fichier budget / realise inaccessible.'
               GO TO PRODUIRE-ETAT-BUDGET-EXIT
           END-IF.
           MOVE 'ETAT BUDGET / REALISE PERIODE :' TO BE-Libelle.
           MOVE Periode-Paie TO BE-Periode.
           MOVE 'TOLERANCE %' TO BE-Tolerance-Libelle.
           COMPUTE Tolerance-Affichee = Tolerance-Budget * 100.
           MOVE Tolerance-Affichee TO BE-Tolerance.
           WRITE Budget-Realise-Entete.

           MOVE 0 TO Nb-Depassements.
           PERFORM INITIALISER-NIVEAU-BUDGET
               VARYING Indice-Niveau-Budget FROM 1 BY 1
               UNTIL Indice-Niveau-Budget > 2.
           MOVE 'N' TO Service-Budget-Actif.
           MOVE SPACES TO Service-Budget.

           MOVE 'N' TO Fin-Budget.
           MOVE SPACES TO BU-Service.
           MOVE 0 TO BU-Periode.
           START Budget-Service-File KEY NOT < BU-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Budget
           END-START.
           IF Statut-Budget NOT = '00' THEN
               MOVE 'O' TO Fin-Budget
           END-IF.
           IF Fin-Budget = 'N' THEN
               PERFORM LIRE-BUDGET-SUIVANT
           END-IF.
           PERFORM CUMULER-BUDGET-COURANT
               UNTIL Fin-Budget = 'O'.
           PERFORM CLORE-SERVICE-BUDGET.

           MOVE 2 TO Indice-Niveau-Budget.
           MOVE 'TOTAL' TO Service-Budget.
           PERFORM ECRIRE-LIGNE-BUDGET
               VARYING Indice-Grandeur FROM 1 BY 1
               UNTIL Indice-Grandeur > 3.
           CLOSE Budget-Realise-File.
           DISPLAY 'Etat budget / realise ecrit dans BUDGREAL, '
               'lignes signalees : ' Nb-Depassements.

       PRODUIRE-ETAT-BUDGET-EXIT.
           EXIT.

       INITIALISER-NIVEAU-BUDGET.
           PERFORM INITIALISER-GRANDEUR-BUDGET
               VARYING Indice-Grandeur FROM 1 BY 1
               UNTIL Indice-Grandeur > 3.

       INITIALISER-GRANDEUR-BUDGET.
           MOVE 0 TO GB-Budget-Mois(Indice-Niveau-Budget,
               Indice-Grandeur).
           MOVE 0 TO GB-Reel-Mois(Indice-Niveau-Budget,
               Indice-Grandeur).
           MOVE 0 TO GB-Budget-Cumul(Indice-Niveau-Budget,
               Indice-Grandeur).
           MOVE 0 TO GB-Reel-Cumul(Indice-Niveau-Budget,
               Indice-Grandeur).

       LIRE-BUDGET-SUIVANT.
           READ Budget-Service-File NEXT RECORD
               AT END
                   MOVE 'O' TO Fin-Budget
           END-READ.
           IF Statut-Budget NOT = '00' THEN
               MOVE 'O' TO Fin-Budget
           END-IF.

       CUMULER-BUDGET-COURANT.
           IF BU-Service NOT = Service-Budget THEN
               PERFORM CLORE-SERVICE-BUDGET
               MOVE BU-Service TO Service-Budget
           END-IF.
           IF BU-Periode >= Debut-Cumul-Budget
                   AND BU-Periode <= Periode-Paie THEN
               MOVE 'O' TO Service-Budget-Actif
               ADD BU-Effectif-Budget TO GB-Budget-Cumul(1, 1)
               ADD BU-Brut-Budget TO GB-Budget-Cumul(1, 2)
               ADD BU-Cout-Budget TO GB-Budget-Cumul(1, 3)
               ADD BU-Effectif-Reel TO GB-Reel-Cumul(1, 1)
               ADD BU-Brut-Reel TO GB-Reel-Cumul(1, 2)
               ADD BU-Cout-Reel TO GB-Reel-Cumul(1, 3)
               IF BU-Periode = Periode-Paie THEN
                   ADD BU-Effectif-Budget TO GB-Budget-Mois(1, 1)
                   ADD BU-Brut-Budget TO GB-Budget-Mois(1, 2)
                   ADD BU-Cout-Budget TO GB-Budget-Mois(1, 3)
                   ADD BU-Effectif-Reel TO GB-Reel-Mois(1, 1)
                   ADD BU-Brut-Reel TO GB-Reel-Mois(1, 2)
                   ADD BU-Cout-Reel TO GB-Reel-Mois(1, 3)
               END-IF
           END-IF.
           PERFORM LIRE-BUDGET-SUIVANT.

       *> edite le service courant s'il a une entree sur l'annee,
       *> l'ajoute au total puis remet ses cumuls a zero
       CLORE-SERVICE-BUDGET.
           IF Service-Budget-Actif = 'O' THEN
               MOVE 1 TO Indice-Niveau-Budget
               PERFORM ECRIRE-LIGNE-BUDGET
                   VARYING Indice-Grandeur FROM 1 BY 1
                   UNTIL Indice-Grandeur > 3
               PERFORM AJOUTER-TOTAL-BUDGET
                   VARYING Indice-Grandeur FROM 1 BY 1
                   UNTIL Indice-Grandeur > 3
           END-IF.
           MOVE 1 TO Indice-Niveau-Budget.
           PERFORM INITIALISER-GRANDEUR-BUDGET
               VARYING Indice-Grandeur FROM 1 BY 1
               UNTIL Indice-Grandeur > 3.
           MOVE 'N' TO Service-Budget-Actif.

       AJOUTER-TOTAL-BUDGET.
           ADD GB-Budget-Mois(1, Indice-Grandeur)
               TO GB-Budget-Mois(2, Indice-Grandeur).
           ADD GB-Reel-Mois(1, Indice-Grandeur)
               TO GB-Reel-Mois(2, Indice-Grandeur).
           ADD GB-Budget-Cumul(1, Indice-Grandeur)
               TO GB-Budget-Cumul(2, Indice-Grandeur).
           ADD GB-Reel-Cumul(1, Indice-Grandeur)
               TO GB-Reel-Cumul(2, Indice-Grandeur).

       *> une ligne par grandeur ; le depassement du mois prime sur
       *> celui du cumul, un realise sans budget est hors budget
       ECRIRE-LIGNE-BUDGET.
           MOVE Periode-Paie TO BL-Periode.
           MOVE Service-Budget TO BL-Service.
           IF Indice-Grandeur = 1 THEN
               MOVE 'EFFECTIF' TO BL-Grandeur
           END-IF.
           IF Indice-Grandeur = 2 THEN
               MOVE 'BRUT' TO BL-Grandeur
           END-IF.
           IF Indice-Grandeur = 3 THEN
               MOVE 'COUT EMPLOYEUR' TO BL-Grandeur
           END-IF.
           MOVE GB-Budget-Mois(Indice-Niveau-Budget, Indice-Grandeur)
               TO BL-Budget-Mois.
           MOVE GB-Reel-Mois(Indice-Niveau-Budget, Indice-Grandeur)
               TO BL-Reel-Mois.
           MOVE GB-Budget-Cumul(Indice-Niveau-Budget, Indice-Grandeur)
               TO BL-Budget-Cumul.
           MOVE GB-Reel-Cumul(Indice-Niveau-Budget, Indice-Grandeur)
               TO BL-Reel-Cumul.

           IF GB-Budget-Mois(Indice-Niveau-Budget, Indice-Grandeur)
                   = 0 THEN
               MOVE 'N/S' TO BL-Ecart-Mois-X
           ELSE
               COMPUTE Ecart-Budget ROUNDED =
                   (GB-Reel-Mois(Indice-Niveau-Budget, Indice-Grandeur)
                   - GB-Budget-Mois(Indice-Niveau-Budget,
                       Indice-Grandeur)) * 100
                   / GB-Budget-Mois(Indice-Niveau-Budget,
                       Indice-Grandeur)
               IF Ecart-Budget < 99999 THEN
                   MOVE Ecart-Budget TO BL-Ecart-Mois
               ELSE
                   MOVE 'N/S' TO BL-Ecart-Mois-X
               END-IF
           END-IF.
           IF GB-Budget-Cumul(Indice-Niveau-Budget, Indice-Grandeur)
                   = 0 THEN
               MOVE 'N/S' TO BL-Ecart-Cumul-X
           ELSE
               COMPUTE Ecart-Budget ROUNDED =
                   (GB-Reel-Cumul(Indice-Niveau-Budget,
                       Indice-Grandeur)
                   - GB-Budget-Cumul(Indice-Niveau-Budget,
                       Indice-Grandeur)) * 100
                   / GB-Budget-Cumul(Indice-Niveau-Budget,
                       Indice-Grandeur)
               IF Ecart-Budget < 99999 THEN
                   MOVE Ecart-Budget TO BL-Ecart-Cumul
               ELSE
                   MOVE 'N/S' TO BL-Ecart-Cumul-X
               END-IF
           END-IF.

           MOVE SPACES TO BL-Indicateur.
           IF GB-Budget-Mois(Indice-Niveau-Budget, Indice-Grandeur)
                   = 0
                   AND GB-Reel-Mois(Indice-Niveau-Budget,
                       Indice-Grandeur) > 0 THEN
               MOVE 'HORS BUDGET' TO BL-Indicateur
           ELSE
               COMPUTE Seuil-Budget ROUNDED =
                   GB-Budget-Mois(Indice-Niveau-Budget,
                       Indice-Grandeur) * (1 + Tolerance-Budget)
               IF GB-Reel-Mois(Indice-Niveau-Budget, Indice-Grandeur)
                       > Seuil-Budget THEN
                   MOVE 'DEPASSEMENT' TO BL-Indicateur
               ELSE
                   COMPUTE Seuil-Budget ROUNDED =
                       GB-Budget-Cumul(Indice-Niveau-Budget,
                           Indice-Grandeur) * (1 + Tolerance-Budget)
                   IF GB-Reel-Cumul(Indice-Niveau-Budget,
                           Indice-Grandeur) > Seuil-Budget THEN
                       MOVE 'DEPASS.CUMUL' TO BL-Indicateur
                   END-IF
               END-IF
           END-IF.
           IF BL-Indicateur NOT = SPACES THEN
               ADD 1 TO Nb-Depassements
           END-IF.
           WRITE Budget-Realise-Ligne.

       *> import des pointages de la badgeuse : construit TRANSPAIE
       *> pour la periode, une ligne par employe pointe, les heures
       *> au-dela du seuil hebdomadaire passant en heures
       *> supplementaires reparties entre les deux paliers de
       *> majoration ; les lignes en defaut vont au rapport REJPOINT
       *> et retiennent leur employe, qui ne recoit dans le fichier
       *> qu'une ligne bloquee (type B) que le lot refuse, pour
       *> correction avant le controle du lot a blanc ; une periode
       *> dont le lot est deja lance n'est plus reimportee
       IMPORTER-POINTAGES.
           DISPLAY 'Import des pointages vers TRANSPAIE...'.
           DISPLAY 'Entrez la periode de paie (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Periode-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.
           PERFORM CHARGER-PERIODES.
           PERFORM CHERCHER-PERIODE.
           IF Periode-Trouvee = 'O' THEN
               MOVE 'Lot deja lance sur la periode, import refuse.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.

           PERFORM CONSERVER-LIGNES-SAISIES.
           IF Lignes-Debordees = 'O' THEN
               MOVE 'Trop de lignes dans TRANSPAIE, import refuse.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Nb-Lignes-Conservees TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.
           OPEN INPUT Pointage-File.
           IF Statut-Pointage NOT = '00' THEN
               DISPLAY 'Fichier des pointages POINTAGE absent.'
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.
           OPEN OUTPUT Rejet-Pointage-File.
           IF Statut-Rejpoint NOT = '00' THEN
               DISPLAY 'Rapport de rejets REJPOINT inaccessible.'
               CLOSE Pointage-File
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.
           MOVE 'IMPORT DES POINTAGES PERIODE' TO RX-Libelle.
           MOVE Periode-Paie TO RX-Compte.
           WRITE Rejet-Pointage-Compte.

           *> seuil et paliers de la periode, bornes de la periode
           *> en rang de jour et premier dimanche de la periode
           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           COMPUTE Seuil-Minutes ROUNDED = Seuil-Hebdo-Supp * 60.
           COMPUTE Largeur-Palier1-Minutes ROUNDED =
               Largeur-Palier1 * 60.
           MOVE Annee-Periode TO Annee-Calcul.
           MOVE Mois-Periode TO Mois-Calcul.
           MOVE 1 TO Jour-Calcul.
           PERFORM CALCULER-RANG-JOUR.
           MOVE Rang-Jour TO Rang-Debut-Periode.
           PERFORM CALCULER-DIMANCHE.
           MOVE Rang-Dimanche TO Rang-Premier-Dimanche.
           IF Mois-Periode = 12 THEN
               COMPUTE Annee-Calcul = Annee-Periode + 1
               MOVE 1 TO Mois-Calcul
           ELSE
               COMPUTE Mois-Calcul = Mois-Periode + 1
           END-IF.
           PERFORM CALCULER-RANG-JOUR.
           COMPUTE Rang-Fin-Periode = Rang-Jour - 1.

           MOVE 0 TO Nb-Pointages-Lus.
           MOVE 0 TO Nb-Pointages-Retenus.
           MOVE 0 TO Nb-Pointages-Rejetes.
           MOVE 0 TO Nb-Pointages-Hors-Periode.
           MOVE 0 TO Nb-Employes-Transmis.
           MOVE 0 TO Nb-Employes-Retenus.
           MOVE 0 TO Nb-Employes-Pointes.
           MOVE 0 TO Nb-Lignes-Reecrites.
           MOVE 0 TO Nb-Lignes-Remplacees.
           MOVE 'N' TO Fin-Pointages.
           PERFORM LIRE-POINTAGE-SUIVANT.
           PERFORM TRAITER-POINTAGE-COURANT
               UNTIL Fin-Pointages = 'O'.
           CLOSE Pointage-File.

           OPEN OUTPUT Transaction-Paie-File.
           IF Statut-Transpaie NOT = '00' THEN
               DISPLAY 'Fichier de transactions inaccessible.'
               CLOSE Rejet-Pointage-File
               GO TO IMPORTER-POINTAGES-EXIT
           END-IF.
           PERFORM ECRIRE-TRANSACTION-POINTEE
               VARYING Indice-Pointe FROM 1 BY 1
               UNTIL Indice-Pointe > Nb-Employes-Pointes.
           PERFORM REECRIRE-LIGNE-CONSERVEE
               VARYING Indice-Ligne-Conservee FROM 1 BY 1
               UNTIL Indice-Ligne-Conservee > Nb-Lignes-Conservees.
           CLOSE Transaction-Paie-File.

           MOVE 'LIGNES DE POINTAGE LUES' TO RX-Libelle.
           MOVE Nb-Pointages-Lus TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'LIGNES HORS PERIODE' TO RX-Libelle.
           MOVE Nb-Pointages-Hors-Periode TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'LIGNES REJETEES' TO RX-Libelle.
           MOVE Nb-Pointages-Rejetes TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'EMPLOYES ECRITS DANS TRANSPAIE' TO RX-Libelle.
           MOVE Nb-Employes-Transmis TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'EMPLOYES RETENUS A CORRIGER' TO RX-Libelle.
           MOVE Nb-Employes-Retenus TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'LIGNES SAISIES CONSERVEES' TO RX-Libelle.
           MOVE Nb-Lignes-Reecrites TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           MOVE 'LIGNES SAISIES REMPLACEES' TO RX-Libelle.
           MOVE Nb-Lignes-Remplacees TO RX-Compte.
           WRITE Rejet-Pointage-Compte.
           CLOSE Rejet-Pointage-File.

           DISPLAY 'TRANSPAIE construit, employes : '
               Nb-Employes-Transmis ', retenus : '
               Nb-Employes-Retenus ', lignes rejetees : '
               Nb-Pointages-Rejetes.
           IF Nb-Pointages-Rejetes > 0 OR Nb-Employes-Retenus > 0 THEN
               DISPLAY 'Corriger les rejets de REJPOINT avant le '
                   'controle du lot a blanc.'
           END-IF.
           MOVE 'O' TO Etape-Aboutie.

       IMPORTER-POINTAGES-EXIT.
           EXIT.

       *> les lignes saisies a la main dans TRANSPAIE avant l'import
       *> (rappels et lignes ordinaires) sont gardees telles quelles
       *> pour etre reecrites a la suite ; les lignes bloquees d'un
       *> import precedent ne le sont pas, l'import les refait
       CONSERVER-LIGNES-SAISIES.
           MOVE 0 TO Nb-Lignes-Conservees.
           MOVE 'N' TO Lignes-Debordees.
           OPEN INPUT Transaction-Paie-File.
           IF Statut-Transpaie = '00' THEN
               MOVE 'N' TO Fin-Lignes-Conservees
               PERFORM LIRE-LIGNE-CONSERVEE
               PERFORM CONSERVER-LIGNE-COURANTE
                   UNTIL Fin-Lignes-Conservees = 'O'
               CLOSE Transaction-Paie-File
           END-IF.

       LIRE-LIGNE-CONSERVEE.
           READ Transaction-Paie-File
               AT END
                   MOVE 'O' TO Fin-Lignes-Conservees
           END-READ.
           IF Statut-Transpaie NOT = '00' THEN
               MOVE 'O' TO Fin-Lignes-Conservees
           END-IF.

       CONSERVER-LIGNE-COURANTE.
           IF TP-Type-Transaction NOT = 'B' THEN
               IF Nb-Lignes-Conservees < 500 THEN
                   ADD 1 TO Nb-Lignes-Conservees
                   MOVE Transaction-Paie-Record
                       TO RC-Ligne(Nb-Lignes-Conservees)
               ELSE
                   MOVE 'O' TO Lignes-Debordees
               END-IF
           END-IF.
           PERFORM LIRE-LIGNE-CONSERVEE.

       *> un rappel est toujours reecrit ; une ligne ordinaire ne
       *> l'est que si l'employe n'a pas ete pointe, sinon elle est
       *> remplacee par la ligne des pointages et notee au rapport
       REECRIRE-LIGNE-CONSERVEE.
           MOVE RC-Ligne(Indice-Ligne-Conservee)
               TO Transaction-Paie-Record.
           MOVE 'N' TO Ligne-Pointee.
           IF TP-Type-Transaction NOT = 'R' THEN
               PERFORM COMPARER-LIGNE-POINTEE
                   VARYING Indice-Recherche-Pointe FROM 1 BY 1
                   UNTIL Indice-Recherche-Pointe > Nb-Employes-Pointes
                       OR Ligne-Pointee = 'O'
           END-IF.
           IF Ligne-Pointee = 'O' THEN
               ADD 1 TO Nb-Lignes-Remplacees
               MOVE Periode-Paie TO RJ-Periode
               MOVE TP-EmployeID TO RJ-EmployeID
               MOVE SPACES TO RJ-Date
               MOVE SPACES TO RJ-Entree
               MOVE SPACES TO RJ-Sortie
               MOVE SPACES TO RJ-Code
               MOVE 'LIGNE SAISIE REMPLACEE' TO RJ-Motif
               WRITE Rejet-Pointage-Ligne
           ELSE
               WRITE Transaction-Paie-Record
               ADD 1 TO Nb-Lignes-Reecrites
           END-IF.

       COMPARER-LIGNE-POINTEE.
           IF PG-EmployeID(Indice-Recherche-Pointe) = TP-EmployeID THEN
               MOVE 'O' TO Ligne-Pointee
           END-IF.

       LIRE-POINTAGE-SUIVANT.
           READ Pointage-File
               AT END
                   MOVE 'O' TO Fin-Pointages
           END-READ.
           IF Statut-Pointage NOT = '00' THEN
               MOVE 'O' TO Fin-Pointages
           END-IF.

       *> une ligne rejetee d'un employe actif le retient tout entier
       *> hors de TRANSPAIE : une paie sur des heures incompletes
       *> serait fausse
       TRAITER-POINTAGE-COURANT.
           ADD 1 TO Nb-Pointages-Lus.
           MOVE SPACES TO Motif-Rejet-Pointage.
           MOVE 'N' TO Employe-Pointable.
           PERFORM CONTROLER-POINTAGE THRU CONTROLER-POINTAGE-EXIT.
           IF Motif-Rejet-Pointage NOT = SPACES THEN
               PERFORM ECRIRE-REJET-POINTAGE
               IF Employe-Pointable = 'O' THEN
                   PERFORM CHERCHER-EMPLOYE-POINTE
                   IF Indice-Pointe > 0 THEN
                       MOVE 'O' TO PG-Retenu(Indice-Pointe)
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-POINTAGE-SUIVANT.

       *> controle d'une ligne puis cumul de ses minutes dans la
       *> semaine ou la nature d'absence de son employe ; une ligne
       *> d'une semaine rattachee a une autre periode est ignoree
       CONTROLER-POINTAGE.
           IF PO-EmployeID IS NOT NUMERIC THEN
               MOVE 'EMPLOYE INCONNU' TO Motif-Rejet-Pointage
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           MOVE PO-EmployeID TO EM-EmployeID.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'EMPLOYE INCONNU' TO Motif-Rejet-Pointage
                   GO TO CONTROLER-POINTAGE-EXIT
           END-READ.
           IF EM-Statut = 'P' THEN
               IF PO-Date IS NUMERIC AND EM-Date-Depart IS NUMERIC
                       AND PO-Date > EM-Date-Depart THEN
                   MOVE 'JOUR APRES LE DEPART' TO Motif-Rejet-Pointage
               ELSE
                   MOVE 'EMPLOYE PARTI' TO Motif-Rejet-Pointage
               END-IF
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           IF EM-Statut = 'S' THEN
               MOVE 'EMPLOYE NON ACTIF' TO Motif-Rejet-Pointage
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           MOVE 'O' TO Employe-Pointable.

           PERFORM VALIDER-DATE-POINTAGE.
           IF Date-Pointage-Valide = 'N' THEN
               MOVE 'DATE INVALIDE' TO Motif-Rejet-Pointage
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           IF EM-Date-Embauche IS NUMERIC
                   AND PO-Date < EM-Date-Embauche THEN
               MOVE 'JOUR AVANT L''EMBAUCHE' TO Motif-Rejet-Pointage
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           MOVE PO-Annee TO Annee-Calcul.
           MOVE PO-Mois TO Mois-Calcul.
           MOVE PO-Jour TO Jour-Calcul.
           PERFORM CALCULER-RANG-JOUR.
           PERFORM CALCULER-DIMANCHE.
           IF Rang-Dimanche < Rang-Premier-Dimanche
                   OR Rang-Dimanche > Rang-Fin-Periode THEN
               ADD 1 TO Nb-Pointages-Hors-Periode
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           COMPUTE Semaine-Pointage =
               (Rang-Dimanche - Rang-Premier-Dimanche) / 7 + 1.

           IF PO-Code-Absence NOT = SPACES
                   AND PO-Code-Absence NOT = 'CP'
                   AND PO-Code-Absence NOT = 'MA'
                   AND PO-Code-Absence NOT = 'AB' THEN
               MOVE 'CODE D''ABSENCE INCONNU' TO Motif-Rejet-Pointage
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           IF PO-Code-Absence = SPACES THEN
               IF PO-Entree IS NOT NUMERIC
                       OR PO-Sortie IS NOT NUMERIC THEN
                   MOVE 'POINTAGE MANQUANT' TO Motif-Rejet-Pointage
                   GO TO CONTROLER-POINTAGE-EXIT
               END-IF
               IF PO-Entree-HH > 23 OR PO-Entree-MM > 59
                       OR PO-Sortie-HH > 23
                       OR PO-Sortie-MM > 59 THEN
                   MOVE 'HEURE DE POINTAGE INVALIDE'
                       TO Motif-Rejet-Pointage
                   GO TO CONTROLER-POINTAGE-EXIT
               END-IF
               COMPUTE Minutes-Entree =
                   PO-Entree-HH * 60 + PO-Entree-MM
               COMPUTE Minutes-Sortie =
                   PO-Sortie-HH * 60 + PO-Sortie-MM
               COMPUTE Minutes-Pointage =
                   Minutes-Sortie - Minutes-Entree
               IF Minutes-Pointage < 0 THEN
                   ADD 1440 TO Minutes-Pointage
               END-IF
               IF Minutes-Pointage = 0 THEN
                   MOVE 'POINTAGE INCOHERENT' TO Motif-Rejet-Pointage
                   GO TO CONTROLER-POINTAGE-EXIT
               END-IF
           ELSE
               IF PO-Duree-Absence IS NOT NUMERIC
                       OR PO-Duree-Absence = 0
                       OR PO-Duree-Absence > 24 THEN
                   MOVE 'DUREE D''ABSENCE INVALIDE'
                       TO Motif-Rejet-Pointage
                   GO TO CONTROLER-POINTAGE-EXIT
               END-IF
               COMPUTE Minutes-Pointage ROUNDED =
                   PO-Duree-Absence * 60
           END-IF.

           PERFORM CHERCHER-EMPLOYE-POINTE.
           IF Indice-Pointe = 0 THEN
               MOVE 'TABLE DES POINTAGES PLEINE'
                   TO Motif-Rejet-Pointage
               MOVE 'N' TO Employe-Pointable
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           ADD 1 TO Nb-Pointages-Retenus.
           IF PO-Code-Absence = 'CP' THEN
               ADD Minutes-Pointage TO PG-Minutes-Conges(Indice-Pointe)
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           IF PO-Code-Absence = 'MA' THEN
               ADD Minutes-Pointage TO PG-Minutes-Maladie(Indice-Pointe)
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           IF PO-Code-Absence = 'AB' THEN
               ADD Minutes-Pointage TO PG-Minutes-Absence(Indice-Pointe)
               GO TO CONTROLER-POINTAGE-EXIT
           END-IF.
           ADD Minutes-Pointage
               TO PG-Minutes-Semaine(Indice-Pointe, Semaine-Pointage).

       CONTROLER-POINTAGE-EXIT.
           EXIT.

       *> date AAAAMMJJ existante, fevrier des annees bissextiles
       *> compris
       VALIDER-DATE-POINTAGE.
           MOVE 'O' TO Date-Pointage-Valide.
           IF PO-Date IS NOT NUMERIC THEN
               MOVE 'N' TO Date-Pointage-Valide
           ELSE
               IF PO-Annee < 1900 OR PO-Annee > 2999
                       OR PO-Mois < 1 OR PO-Mois > 12 THEN
                   MOVE 'N' TO Date-Pointage-Valide
               ELSE
                   MOVE Jours-Mois(PO-Mois) TO Jours-Mois-Pointage
                   IF PO-Mois = 2 THEN
                       PERFORM CONTROLER-FEVRIER-BISSEXTILE
                   END-IF
                   IF PO-Jour < 1 OR PO-Jour > Jours-Mois-Pointage THEN
                       MOVE 'N' TO Date-Pointage-Valide
                   END-IF
               END-IF
           END-IF.

       CONTROLER-FEVRIER-BISSEXTILE.
           DIVIDE PO-Annee BY 4
               GIVING Quotient-Bissextile REMAINDER Reste-Bissextile.
           IF Reste-Bissextile = 0 THEN
               MOVE 29 TO Jours-Mois-Pointage
               DIVIDE PO-Annee BY 100
                   GIVING Quotient-Bissextile
                   REMAINDER Reste-Bissextile
               IF Reste-Bissextile = 0 THEN
                   DIVIDE PO-Annee BY 400
                       GIVING Quotient-Bissextile
                       REMAINDER Reste-Bissextile
                   IF Reste-Bissextile NOT = 0 THEN
                       MOVE 28 TO Jours-Mois-Pointage
                   END-IF
               END-IF
           END-IF.

       *> rang du jour Annee-Calcul / Mois-Calcul / Jour-Calcul dans
       *> le calendrier gregorien, l'annee etant comptee de mars a
       *> fevrier pour que le jour bissextile tombe en fin d'annee ;
       *> deux rangs ne servent qu'a etre compares ou soustraits
       CALCULER-RANG-JOUR.
           IF Mois-Calcul > 2 THEN
               MOVE Annee-Calcul TO Annee-Mars
               COMPUTE Mois-Mars = Mois-Calcul - 3
           ELSE
               COMPUTE Annee-Mars = Annee-Calcul - 1
               COMPUTE Mois-Mars = Mois-Calcul + 9
           END-IF.
           DIVIDE Annee-Mars BY 4 GIVING Quotient-Annee-4.
           DIVIDE Annee-Mars BY 100 GIVING Quotient-Annee-100.
           DIVIDE Annee-Mars BY 400 GIVING Quotient-Annee-400.
           COMPUTE Produit-Mois-Mars = 153 * Mois-Mars + 2.
           DIVIDE Produit-Mois-Mars BY 5 GIVING Jours-Avant-Mois.
           COMPUTE Rang-Jour = 365 * Annee-Mars + Quotient-Annee-4
               - Quotient-Annee-100 + Quotient-Annee-400
               + Jours-Avant-Mois + Jour-Calcul.

       *> dimanche de la semaine du lundi au dimanche qui contient
       *> Rang-Jour ; un rang divisible par 7 est un mardi
       CALCULER-DIMANCHE.
           DIVIDE Rang-Jour BY 7
               GIVING Quotient-Semaine REMAINDER Reste-Semaine.
           IF Reste-Semaine > 5 THEN
               COMPUTE Rang-Dimanche = Rang-Jour + 6
           ELSE
               COMPUTE Rang-Dimanche = Rang-Jour + 5 - Reste-Semaine
           END-IF.

       *> place dans Indice-Pointe l'entree de l'employe lu, creee a
       *> zero a sa premiere ligne ; zero quand la table est pleine
       CHERCHER-EMPLOYE-POINTE.
           MOVE 0 TO Indice-Pointe.
           PERFORM COMPARER-EMPLOYE-POINTE
               VARYING Indice-Recherche-Pointe FROM 1 BY 1
               UNTIL Indice-Recherche-Pointe > Nb-Employes-Pointes
                   OR Indice-Pointe > 0.
           IF Indice-Pointe = 0 AND Nb-Employes-Pointes < 999 THEN
               ADD 1 TO Nb-Employes-Pointes
               MOVE Nb-Employes-Pointes TO Indice-Pointe
               MOVE PO-EmployeID TO PG-EmployeID(Indice-Pointe)
               MOVE 'N' TO PG-Retenu(Indice-Pointe)
               MOVE 0 TO PG-Minutes-Conges(Indice-Pointe)
               MOVE 0 TO PG-Minutes-Maladie(Indice-Pointe)
               MOVE 0 TO PG-Minutes-Absence(Indice-Pointe)
               PERFORM INITIALISER-SEMAINE-POINTEE
                   VARYING Indice-Semaine FROM 1 BY 1
                   UNTIL Indice-Semaine > 5
           END-IF.

       COMPARER-EMPLOYE-POINTE.
           IF PG-EmployeID(Indice-Recherche-Pointe) = PO-EmployeID THEN
               MOVE Indice-Recherche-Pointe TO Indice-Pointe
           END-IF.

       INITIALISER-SEMAINE-POINTEE.
           MOVE 0 TO PG-Minutes-Semaine(Indice-Pointe, Indice-Semaine).

       *> decompte des heures d'un employe et ecriture de sa ligne ;
       *> des heures hors des bornes que le lot accepte le retiennent
       *> aussi, le lot les rejetterait
       ECRIRE-TRANSACTION-POINTEE.
           IF PG-Retenu(Indice-Pointe) = 'N' THEN
               MOVE 0 TO Minutes-Normales
               MOVE 0 TO Minutes-Palier1
               MOVE 0 TO Minutes-Palier2
               PERFORM DECOMPTER-SEMAINE-POINTEE
                   VARYING Indice-Semaine FROM 1 BY 1
                   UNTIL Indice-Semaine > 5
               COMPUTE Heures-Pointees-Normales ROUNDED =
                   Minutes-Normales / 60
               COMPUTE Heures-Pointees-Supp ROUNDED =
                   (Minutes-Palier1 + Minutes-Palier2) / 60
               COMPUTE Heures-Pointees-Supp-50 ROUNDED =
                   Minutes-Palier2 / 60
               IF Heures-Pointees-Supp-50 > Heures-Pointees-Supp THEN
                   MOVE Heures-Pointees-Supp TO Heures-Pointees-Supp-50
               END-IF
               COMPUTE Heures-Pointees-Conges ROUNDED =
                   PG-Minutes-Conges(Indice-Pointe) / 60
               COMPUTE Heures-Pointees-Maladie ROUNDED =
                   PG-Minutes-Maladie(Indice-Pointe) / 60
               COMPUTE Heures-Pointees-Absence ROUNDED =
                   PG-Minutes-Absence(Indice-Pointe) / 60
               IF Heures-Pointees-Normales > 180
                       OR Heures-Pointees-Supp > 20
                       OR Heures-Pointees-Conges > 180
                       OR Heures-Pointees-Maladie > 180
                       OR Heures-Pointees-Absence > 180 THEN
                   MOVE 'O' TO PG-Retenu(Indice-Pointe)
                   MOVE 'HEURES HORS BORNES DU LOT'
                       TO Motif-Rejet-Pointage
                   PERFORM ECRIRE-EMPLOYE-RETENU
               ELSE
                   MOVE SPACES TO Transaction-Paie-Record
                   MOVE PG-EmployeID(Indice-Pointe) TO TP-EmployeID
                   MOVE Heures-Pointees-Normales
                       TO TP-Heures-Travaillees
                   MOVE Heures-Pointees-Supp TO TP-Heures-Supp
                   MOVE Heures-Pointees-Conges TO TP-Heures-Conges
                   MOVE Heures-Pointees-Maladie TO TP-Heures-Maladie
                   MOVE Heures-Pointees-Absence TO TP-Heures-Absence
                   MOVE Heures-Pointees-Supp-50 TO TP-Heures-Supp-50
                   WRITE Transaction-Paie-Record
                   ADD 1 TO Nb-Employes-Transmis
               END-IF
           ELSE
               MOVE 'LIGNE REJETEE, A CORRIGER' TO Motif-Rejet-Pointage
               PERFORM ECRIRE-EMPLOYE-RETENU
           END-IF.

       *> seuil de la semaine puis premier palier, le reste au second
       DECOMPTER-SEMAINE-POINTEE.
           IF PG-Minutes-Semaine(Indice-Pointe, Indice-Semaine)
                   > Seuil-Minutes THEN
               ADD Seuil-Minutes TO Minutes-Normales
               COMPUTE Minutes-Excedent =
                   PG-Minutes-Semaine(Indice-Pointe, Indice-Semaine)
                   - Seuil-Minutes
               IF Minutes-Excedent > Largeur-Palier1-Minutes THEN
                   ADD Largeur-Palier1-Minutes TO Minutes-Palier1
                   COMPUTE Minutes-Palier2 = Minutes-Palier2
                       + Minutes-Excedent - Largeur-Palier1-Minutes
               ELSE
                   ADD Minutes-Excedent TO Minutes-Palier1
               END-IF
           ELSE
               ADD PG-Minutes-Semaine(Indice-Pointe, Indice-Semaine)
                   TO Minutes-Normales
           END-IF.

       ECRIRE-REJET-POINTAGE.
           ADD 1 TO Nb-Pointages-Rejetes.
           MOVE Periode-Paie TO RJ-Periode.
           MOVE PO-EmployeID-X TO RJ-EmployeID.
           MOVE PO-Date-X TO RJ-Date.
           MOVE PO-Entree TO RJ-Entree.
           MOVE PO-Sortie TO RJ-Sortie.
           MOVE PO-Code-Absence TO RJ-Code.
           MOVE Motif-Rejet-Pointage TO RJ-Motif.
           WRITE Rejet-Pointage-Ligne.

       *> l'employe retenu figure dans TRANSPAIE sur une ligne
       *> bloquee, sans heures : le lot la refuse et ne paie pas sa
       *> base a un mensualise, le controle a blanc la signale
       ECRIRE-EMPLOYE-RETENU.
           ADD 1 TO Nb-Employes-Retenus.
           MOVE SPACES TO Transaction-Paie-Record.
           MOVE PG-EmployeID(Indice-Pointe) TO TP-EmployeID.
           MOVE 0 TO TP-Heures-Travaillees.
           MOVE 0 TO TP-Heures-Supp.
           MOVE 0 TO TP-Heures-Conges.
           MOVE 0 TO TP-Heures-Maladie.
           MOVE 0 TO TP-Heures-Absence.
           MOVE 0 TO TP-Heures-Supp-50.
           MOVE 'B' TO TP-Type-Transaction.
           WRITE Transaction-Paie-Record.
           MOVE Periode-Paie TO RJ-Periode.
           MOVE PG-EmployeID(Indice-Pointe) TO RJ-EmployeID.
           MOVE SPACES TO RJ-Date.
           MOVE SPACES TO RJ-Entree.
           MOVE SPACES TO RJ-Sortie.
           MOVE SPACES TO RJ-Code.
           MOVE Motif-Rejet-Pointage TO RJ-Motif.
           WRITE Rejet-Pointage-Ligne.

       *> saisie de la remuneration, commune a la creation et a la
       *> modification d'un dossier : un horaire donne son taux
       *> horaire, un mensualise sa base mensuelle, dont le taux
       *> horaire equivalent est deduit ensuite par
       *> DEDUIRE-TAUX-EQUIVALENT, une fois connue la periode dont
       *> l'horaire mensuel de reference s'applique
       SAISIR-REMUNERATION.
           MOVE 'N' TO Remuneration-Valide.
           DISPLAY 'Entrez le type de paie (H=horaire, M=mensuel) : '.
           ACCEPT Type-Paie.
           IF Type-Paie NOT = 'H' AND Type-Paie NOT = 'M' THEN
               MOVE 'Type de paie invalide.' TO Erreur
               MOVE Type-Paie TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO SAISIR-REMUNERATION-EXIT
           END-IF.
           IF Type-Paie = 'M' THEN
               DISPLAY 'Entrez le salaire mensuel de base : '
               ACCEPT Salaire-Mensuel
               IF Salaire-Mensuel <= 0 THEN
                   MOVE 'Salaire mensuel invalide.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE Salaire-Mensuel TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO SAISIR-REMUNERATION-EXIT
               END-IF
               MOVE 0 TO Taux-Horaire
               MOVE 'O' TO Remuneration-Valide
               GO TO SAISIR-REMUNERATION-EXIT
           END-IF.
           MOVE 0 TO Salaire-Mensuel.
           DISPLAY 'Entrez le taux horaire : '.
           ACCEPT Taux-Horaire.
           IF Taux-Horaire <= 0 THEN *> gestion des erreurs
               MOVE 'Taux horaire invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Taux-Horaire TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO SAISIR-REMUNERATION-EXIT
           END-IF.
           MOVE 'O' TO Remuneration-Valide.

       SAISIR-REMUNERATION-EXIT.
           EXIT.

       *> taux horaire equivalent d'un mensualise : sa base divisee
       *> par l'horaire mensuel de reference (bareme HEURMENS) en
       *> vigueur a la periode placee dans Periode-Bareme par
       *> l'appelant ; un horaire garde le taux saisi
       DEDUIRE-TAUX-EQUIVALENT.
           IF Type-Paie NOT = 'M' THEN
               GO TO DEDUIRE-TAUX-EQUIVALENT-EXIT
           END-IF.
           PERFORM CHOISIR-BAREMES-PERIODE.
           COMPUTE Taux-Horaire ROUNDED =
               Salaire-Mensuel / Heures-Mensuelles.
           DISPLAY 'Taux horaire equivalent : ' Taux-Horaire.
           IF Taux-Horaire <= 0 THEN *> gestion des erreurs
               MOVE 'Taux horaire invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Taux-Horaire TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               MOVE 'N' TO Remuneration-Valide
           END-IF.

       DEDUIRE-TAUX-EQUIVALENT-EXIT.
           EXIT.

       *> controle du format AAAAMMJJ de la date d'embauche
       VALIDER-DATE-EMBAUCHE.
           MOVE 'O' TO Date-Embauche-Valide.
           DIVIDE Date-Embauche BY 10000
               GIVING Annee-Embauche REMAINDER Mois-Jour-Embauche.
           DIVIDE Mois-Jour-Embauche BY 100
               GIVING Mois-Embauche REMAINDER Jour-Embauche.
           IF Annee-Embauche < 1900 OR Annee-Embauche > 2999 THEN
               MOVE 'N' TO Date-Embauche-Valide
           END-IF.
           IF Mois-Embauche < 1 OR Mois-Embauche > 12 THEN
               MOVE 'N' TO Date-Embauche-Valide
           END-IF.
           IF Jour-Embauche < 1 OR Jour-Embauche > 31 THEN
               MOVE 'N' TO Date-Embauche-Valide
           END-IF.

       *> controle du format AAAAMMJJ de la date de depart
       VALIDER-DATE-DEPART.
           MOVE 'O' TO Date-Depart-Valide.
           DIVIDE Date-Depart BY 10000
               GIVING Annee-Depart REMAINDER Mois-Jour-Depart.
           DIVIDE Mois-Jour-Depart BY 100
               GIVING Mois-Depart REMAINDER Jour-Depart.
           IF Annee-Depart < 1900 OR Annee-Depart > 2999 THEN
               MOVE 'N' TO Date-Depart-Valide
           END-IF.
           IF Mois-Depart < 1 OR Mois-Depart > 12 THEN
               MOVE 'N' TO Date-Depart-Valide
           END-IF.
           IF Jour-Depart < 1 OR Jour-Depart > 31 THEN
               MOVE 'N' TO Date-Depart-Valide
           END-IF.

       CALCULER-SALAIRE.
           DISPLAY 'Calcul du salaire...'.

           DISPLAY 'Entrez la periode de paie (AAAAMM) : '.
           ACCEPT Periode-Paie.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Periode-Paie TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO CALCULER-SALAIRE-EXIT
           END-IF.

           DISPLAY 'Entrez l''ID de l''employe : '.
           ACCEPT EmployeID.
           MOVE EmployeID TO EM-EmployeID.
           READ Employe-Master-File
               INVALID KEY
                   MOVE 'Employe inconnu.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY Erreur
                   GO TO CALCULER-SALAIRE-EXIT
           END-READ.
           *> les dossiers crees avant l'ajout du statut ne portent pas
           *> de 'A' : ils restent payables, seul un statut explicite
           *> de suspension ou de depart retire la paie
           IF EM-Statut NOT = 'S' AND EM-Statut NOT = 'P' THEN
               MOVE 'A' TO EM-Statut
               GO TO CALCULER-SALAIRE-EXIT
           END-IF.
           MOVE EM-Nom TO Nom.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           MOVE EM-ReferenceBancaire TO Reference-Bancaire.

           *> un mensualise est paye sur sa base : ses heures
           *> travaillees ne sont pas saisies
           IF Type-Paie = 'M' THEN
               MOVE 0 TO Heures-Travaillees
               DISPLAY 'Mensualise, base mensuelle : ' Salaire-Mensuel
           ELSE
               DISPLAY 'Entrez les heures travaillees : '
               ACCEPT Heures-Travaillees
           END-IF.
           IF Heures-Travaillees < 0 OR Heures-Travaillees > 180 THEN
               MOVE 'Heures travaillees invalides.' TO Erreur
               MOVE SPACES TO EA-Saisie

           DISPLAY 'Entrez les heures supplementaires : '.
           ACCEPT Heures-Supp.
           MOVE 'N' TO Supp-Par-Paliers.
           IF Heures-Supp < 0 OR Heures-Supp > 20 THEN
               MOVE 'Heures supplementaires invalides.' TO Erreur
               MOVE SPACES TO EA-Saisie
       CALCULER-SALAIRE-EXIT.
           EXIT.

       *> remuneration du dossier courant : type de paie, taux horaire
       *> et base mensuelle ; les dossiers crees avant l'ajout du type
       *> de paie portent des espaces et restent payes a l'heure, comme
       *> les compteurs de conges sont normalises avant tout calcul
       CHARGER-REMUNERATION-DOSSIER.
           IF EM-Type-Paie NOT = 'M' THEN
               MOVE 'H' TO EM-Type-Paie
           END-IF.
           IF EM-Salaire-Mensuel IS NOT NUMERIC THEN
               MOVE 0 TO EM-Salaire-Mensuel
           END-IF.
           MOVE EM-Type-Paie TO Type-Paie.
           MOVE EM-Taux-Horaire TO Taux-Horaire.
           MOVE EM-Salaire-Mensuel TO Salaire-Mensuel.

       *> type de paie, taux horaire et base mensuelle en vigueur
       *> pour la periode placee dans Periode-Taux-Cherchee : la
       *> version de l'historique a la date d'effet la plus recente
       *> ne depassant pas la periode, sinon la remuneration du
       *> dossier ; une paie, un rappel ou un apercu de revision
       *> appliquent donc toujours la remuneration de la periode
       *> traitee
       CHOISIR-REMUNERATION-PERIODE.
           PERFORM PRENDRE-TYPE-PAIE-DOSSIER.
           MOVE EM-Taux-Horaire TO Taux-Horaire.
           MOVE EM-Salaire-Mensuel TO Salaire-Mensuel.
           MOVE EM-EmployeID TO TH-EmployeID.
           MOVE 0 TO TH-Periode-Effet.
           START Taux-Historique-File KEY NOT < TH-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Taux
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Taux
           END-START.
           IF Fin-Taux = 'N' THEN
               PERFORM LIRE-TAUX-SUIVANT
               PERFORM RETENIR-TAUX-COURANT
                   UNTIL Fin-Taux = 'O'
           END-IF.

       LIRE-TAUX-SUIVANT.
           READ Taux-Historique-File NEXT
               AT END
                   MOVE 'O' TO Fin-Taux
           END-READ.
           IF Statut-Histtaux NOT = '00' THEN
               MOVE 'O' TO Fin-Taux
           END-IF.
           IF Fin-Taux = 'N' THEN
               IF TH-EmployeID NOT = EM-EmployeID
                       OR TH-Periode-Effet > Periode-Taux-Cherchee
                       THEN
                   MOVE 'O' TO Fin-Taux
               END-IF
           END-IF.

       RETENIR-TAUX-COURANT.
           IF TH-Type-Paie = 'H' OR TH-Type-Paie = 'M' THEN
               MOVE TH-Type-Paie TO Type-Paie
           ELSE
               PERFORM PRENDRE-TYPE-PAIE-DOSSIER
           END-IF.
           MOVE TH-Taux-Horaire TO Taux-Horaire.
           MOVE TH-Salaire-Mensuel TO Salaire-Mensuel.
           PERFORM LIRE-TAUX-SUIVANT.

       *> un dossier cree avant le type de paie est paye a l'heure
       PRENDRE-TYPE-PAIE-DOSSIER.
           IF EM-Type-Paie = 'M' THEN
               MOVE 'M' TO Type-Paie
           ELSE
               MOVE 'H' TO Type-Paie
           END-IF.

       *> nouvelle version de remuneration (Nouveau-Type-Paie,
       *> Nouveau-Taux-Horaire et Nouveau-Salaire-Mensuel) a la
       *> periode Periode-Effet-Taux pour le dossier courant,
       *> d'origine Origine-Taux ; au premier changement, la
       *> remuneration du dossier est d'abord conservee a la periode
       *> 000000 ; en sortie Type-Paie, Taux-Horaire et
       *> Salaire-Mensuel portent la version la plus recente, que
       *> l'appelant reporte sur le dossier
       ENREGISTRER-TAUX-HISTORIQUE.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE EM-EmployeID TO TH-EmployeID.
           MOVE 0 TO TH-Periode-Effet.
           READ Taux-Historique-File
               INVALID KEY
                   MOVE 'N' TO Historique-Taux-Existe
               NOT INVALID KEY
                   MOVE 'O' TO Historique-Taux-Existe
           END-READ.
           IF Historique-Taux-Existe = 'N' THEN
               MOVE EM-EmployeID TO TH-EmployeID
               MOVE 0 TO TH-Periode-Effet
               MOVE EM-Taux-Horaire TO TH-Taux-Horaire
               MOVE EM-Salaire-Mensuel TO TH-Salaire-Mensuel
               MOVE 'I' TO TH-Origine
               MOVE Date-Du-Jour TO TH-Date-Saisie
               PERFORM PRENDRE-TYPE-PAIE-DOSSIER
               MOVE Type-Paie TO TH-Type-Paie
               WRITE Taux-Historique-Record
           END-IF.
           MOVE EM-EmployeID TO TH-EmployeID.
           MOVE Periode-Effet-Taux TO TH-Periode-Effet.
           MOVE Nouveau-Taux-Horaire TO TH-Taux-Horaire.
           MOVE Nouveau-Salaire-Mensuel TO TH-Salaire-Mensuel.
           MOVE Origine-Taux TO TH-Origine.
           MOVE Date-Du-Jour TO TH-Date-Saisie.
           MOVE Nouveau-Type-Paie TO TH-Type-Paie.
           WRITE Taux-Historique-Record
               INVALID KEY
                   REWRITE Taux-Historique-Record
           END-WRITE.
           MOVE 999999 TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.

       *> positionne les taux et baremes en vigueur pour la periode
       *> placee dans Periode-Bareme par l'appelant : tous les champs
       *> de travail repartent d'abord des valeurs par defaut
           MOVE Taux-Retraite-TrB-Defaut TO Taux-Retraite-TrB.
           MOVE Taux-Pat-SecuSoc-TrB-Def TO Taux-Pat-SecuSoc-TrB.
           MOVE Taux-Pat-Retraite-TrB-Def TO Taux-Pat-Retraite-TrB.
           MOVE Heures-Mensuelles-Defaut TO Heures-Mensuelles.
           MOVE Tolerance-Budget-Defaut TO Tolerance-Budget.
           MOVE Seuil-Hebdo-Supp-Defaut TO Seuil-Hebdo-Supp.
           MOVE Largeur-Palier1-Defaut TO Largeur-Palier1.
           MOVE Taux-Majo-Palier1-Defaut TO Taux-Majo-Palier1.
           MOVE Taux-Majo-Palier2-Defaut TO Taux-Majo-Palier2.
           PERFORM REINIT-TRANCHE-DEFAUT
               VARYING Indice-Tranche FROM 1 BY 1
               UNTIL Indice-Tranche > 4.
           IF Bareme-Trouve = 'O' THEN
               MOVE Taux-Bareme-Retenu TO Taux-Pat-Retraite-TrB
           END-IF.
           *> un horaire mensuel nul rendrait la base mensuelle
           *> inconvertible : la valeur de secours est alors gardee
           MOVE 'HEURMENS' TO Code-Bareme-Cherche.
           PERFORM CHERCHER-BAREME-CODE.
           IF Bareme-Trouve = 'O' AND Plafond-Bareme-Retenu > 0 THEN
               MOVE Plafond-Bareme-Retenu TO Heures-Mensuelles
           END-IF.
           MOVE 'TOLBUDG' TO Code-Bareme-Cherche.
           PERFORM CHERCHER-BAREME-CODE.
           IF Bareme-Trouve = 'O' THEN
               MOVE Taux-Bareme-Retenu TO Tolerance-Budget
           END-IF.
           *> un seuil hebdomadaire nul ferait de toute heure pointee
           *> une heure supplementaire : la valeur de secours reste
           MOVE 'HSUPSEUI' TO Code-Bareme-Cherche.
           PERFORM CHERCHER-BAREME-CODE.
           IF Bareme-Trouve = 'O' AND Plafond-Bareme-Retenu > 0 THEN
               MOVE Plafond-Bareme-Retenu TO Seuil-Hebdo-Supp
           END-IF.
           MOVE 'HSUPMAJ1' TO Code-Bareme-Cherche.
           PERFORM CHERCHER-BAREME-CODE.
           IF Bareme-Trouve = 'O' THEN
               MOVE Taux-Bareme-Retenu TO Taux-Majo-Palier1
               MOVE Plafond-Bareme-Retenu TO Largeur-Palier1
           END-IF.
           MOVE 'HSUPMAJ2' TO Code-Bareme-Cherche.
           PERFORM CHERCHER-BAREME-CODE.
           IF Bareme-Trouve = 'O' THEN
               MOVE Taux-Bareme-Retenu TO Taux-Majo-Palier2
           END-IF.
           PERFORM CHOISIR-TRANCHE-IMPOSITION
               VARYING Indice-Tranche FROM 1 BY 1
               UNTIL Indice-Tranche > 4.
           PERFORM CALCULER-PRORATA-PLAFOND.
           PERFORM CALCULER-BRUT-ET-RETENUES.
           PERFORM APPLIQUER-DEDUCTIONS-INDIV.
           PERFORM CALCULER-NET-A-PAYER.

           PERFORM AFFICHER-ET-POSTER-PAIE.

       *> depuis la date de depart du dossier, pour qu'un rappel sur
       *> ce mois retrouve le meme plafond que le solde de tout
       *> compte d'origine ; recalcule a chaque paie, il ne peut pas
       *> fuir d'un employe du lot au suivant ; le meme prorata
       *> s'applique a la base d'un mensualise, et le mois du depart
       *> est repere pour que ses conges soldes restent une indemnite
       CALCULER-PRORATA-PLAFOND.
           MOVE Prorata-Depart TO Prorata-Plafond.
           MOVE Solde-Tout-Compte TO Periode-De-Depart.
           IF EM-Statut = 'P' AND EM-Date-Depart IS NUMERIC
                   AND EM-Date-Depart > 0 THEN
               DIVIDE EM-Date-Depart BY 100
                   GIVING Periode-Depart-Calc
                   REMAINDER Jour-Depart-Calc
               IF Periode-Depart-Calc = Periode-Bareme THEN
                   MOVE 'O' TO Periode-De-Depart
                   COMPUTE Prorata-Depart-Calc ROUNDED =
                       Jour-Depart-Calc / 30
                   IF Prorata-Depart-Calc > 1 THEN
       *> ni aux fichiers de sortie, ce qui permet de le rejouer pour
       *> un rappel sur periode anterieure
       CALCULER-BRUT-ET-RETENUES.
           MOVE Periode-Bareme TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           IF Type-Paie-Impose NOT = SPACE THEN
               MOVE Type-Paie-Impose TO Type-Paie
           END-IF.
           PERFORM CHARGER-ELEMENTS-PAIE.
           IF Type-Paie = 'M' THEN
               PERFORM PREPARER-BASE-MENSUELLE
           ELSE
               COMPUTE Montant-Normal =
                   Heures-Travaillees * Taux-Horaire
           END-IF.
           IF Supp-Par-Paliers = 'O' THEN
               COMPUTE Montant-Supp ROUNDED =
                   (Heures-Supp - Heures-Supp-Palier2) * Taux-Horaire
                       * (1 + Taux-Majo-Palier1)
                   + Heures-Supp-Palier2 * Taux-Horaire
                       * (1 + Taux-Majo-Palier2)
           ELSE
               COMPUTE Montant-Supp =
                   Heures-Supp * Taux-Horaire * 1.5
           END-IF.
           COMPUTE Montant-Conges =
               Heures-Conges * Taux-Horaire.
           IF Heures-Maladie > Heures-Carence-Maladie THEN
               MOVE Salaire TO Montant-Absence
               MOVE 0 TO Salaire
           END-IF.
           *> elements variables soumis ou imposables : ils entrent
           *> dans le brut apres les heures et l'absence ; les
           *> elements seulement imposables restent hors de la base
           *> de cotisations, les elements nets n'entrent pas dans
           *> le brut
           ADD Elements-Soumis TO Salaire.
           ADD Elements-Imposables TO Salaire.
           COMPUTE Base-Cotisable = Salaire - Elements-Imposables.

           PERFORM CALCULER-IMPOT-PROGRESSIF.
           PERFORM CALCULER-TRANCHES-COTISATION.

           COMPUTE Retenue-SecuSoc-TrA =
               Base-Tranche-A * Taux-SecuriteSociale.
           COMPUTE Retenue-SecuriteSociale =
               Retenue-SecuSoc-TrA + Retenue-SecuSoc-TrB.
           COMPUTE Retenue-AssuranceMaladie =
               Base-Cotisable * Taux-AssuranceMaladie.
           COMPUTE Retenue-Retraite-TrA =
               Base-Tranche-A * Taux-Retraite.
           COMPUTE Retenue-Retraite-TrB =
               + Retenue-SecuriteSociale
               + Retenue-AssuranceMaladie
               + Retenue-Retraite.
           PERFORM CALCULER-CHARGES-PATRONALES.

       *> bases de cotisation par tranches : tranche A sous le
       *> plafond mensuel (proratise si la periode est incomplete),
       *> tranche B au-dessus ; Base-Cotisable et Prorata-Plafond
       *> sont poses par l'appelant
       CALCULER-TRANCHES-COTISATION.
           COMPUTE Plafond-Applique ROUNDED =
               Plafond-Mensuel-Secu * Prorata-Plafond.
           IF Base-Cotisable > Plafond-Applique THEN
               MOVE Plafond-Applique TO Base-Tranche-A
               COMPUTE Base-Tranche-B =
                   Base-Cotisable - Plafond-Applique
           ELSE
               MOVE Base-Cotisable TO Base-Tranche-A
               MOVE 0 TO Base-Tranche-B
           END-IF.

       *> charges patronales, calculees sur les memes bases par
       *> tranche que les cotisations salariales ; l'assurance
       *> maladie patronale reste sur toute la base
       CALCULER-CHARGES-PATRONALES.
           COMPUTE Cotis-Pat-SecuSoc-TrA =
               Base-Tranche-A * Taux-Patronal-SecuSociale.
           COMPUTE Cotis-Pat-SecuSoc-TrB =
           COMPUTE Cotisation-Patronale-SecuSociale =
               Cotis-Pat-SecuSoc-TrA + Cotis-Pat-SecuSoc-TrB.
           COMPUTE Cotisation-Patronale-AssurMaladie =
               Base-Cotisable * Taux-Patronal-AssurMaladie.
           COMPUTE Cotis-Pat-Retraite-TrA =
               Base-Tranche-A * Taux-Patronal-Retraite.
           COMPUTE Cotis-Pat-Retraite-TrB =
               + Cotisation-Patronale-AssurMaladie
               + Cotisation-Patronale-Retraite.

       *> elements variables de l'employe courant pour la periode
       *> placee dans Periode-Bareme, gardes pour le bulletin et le
       *> marquage a la paie, et totalises par nature ; un code
       *> absent du referentiel est journalise et l'element ignore
       CHARGER-ELEMENTS-PAIE.
           MOVE 0 TO Nb-Elements-Paie.
           MOVE 0 TO Elements-Soumis.
           MOVE 0 TO Elements-Imposables.
           MOVE 0 TO Elements-Net.
           MOVE 0 TO Avantages-Nature.
           MOVE EmployeID TO EV-EmployeID.
           MOVE Periode-Bareme TO EV-Periode.
           MOVE LOW-VALUES TO EV-Code.
           START Element-Variable-File KEY NOT < EV-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Elements
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Elements
           END-START.
           IF Fin-Elements = 'N' THEN
               PERFORM LIRE-ELEMENT-SUIVANT
               PERFORM RETENIR-ELEMENT-COURANT
                   UNTIL Fin-Elements = 'O'
           END-IF.

       LIRE-ELEMENT-SUIVANT.
           READ Element-Variable-File NEXT
               AT END
                   MOVE 'O' TO Fin-Elements
           END-READ.
           IF Statut-Elemvar NOT = '00' THEN
               MOVE 'O' TO Fin-Elements
           END-IF.
           IF Fin-Elements = 'N' THEN
               IF EV-EmployeID NOT = EmployeID
                       OR EV-Periode NOT = Periode-Bareme THEN
                   MOVE 'O' TO Fin-Elements
               END-IF
           END-IF.

       RETENIR-ELEMENT-COURANT.
           PERFORM RETENIR-ELEMENT THRU RETENIR-ELEMENT-EXIT.
           PERFORM LIRE-ELEMENT-SUIVANT.

       *> un rappel ne reprend que les elements deja payes sur la
       *> periode d'origine, avec la nature appliquee a l'epoque
       RETENIR-ELEMENT.
           IF Elements-Payes-Seuls = 'O' AND EV-Statut = SPACE THEN
               GO TO RETENIR-ELEMENT-EXIT
           END-IF.
           MOVE EV-Code TO Code-Element-Cherche.
           PERFORM CHERCHER-CODE-ELEMENT.
           IF Code-Element-Trouve = 'N' THEN
               MOVE 'Code d''element variable inconnu, ignore.'
                   TO Erreur
               MOVE EV-Code TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               IF Mode-Simulation = 'O' THEN
                   ADD 1 TO Sim-Anomalies
                   MOVE 'CODE D''ELEMENT VARIABLE INCONNU'
                       TO CL-Message
                   MOVE EV-Montant TO Valeur-Controle-Lot
                   PERFORM ECRIRE-LIGNE-CONTROLE
               END-IF
               GO TO RETENIR-ELEMENT-EXIT
           END-IF.
           IF Nb-Elements-Paie >= 20 THEN
               MOVE 'Trop d''elements variables, element ignore.'
                   TO Erreur
               MOVE EV-Code TO EA-Saisie
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO RETENIR-ELEMENT-EXIT
           END-IF.
           ADD 1 TO Nb-Elements-Paie.
           MOVE EV-Code TO EP-Code(Nb-Elements-Paie).
           MOVE CE-Libelle(Indice-Code-Element)
               TO EP-Libelle(Nb-Elements-Paie).
           IF EV-Statut NOT = SPACE AND EV-Nature NOT = SPACE THEN
               MOVE EV-Nature TO EP-Nature(Nb-Elements-Paie)
               MOVE EV-Compte TO EP-Compte(Nb-Elements-Paie)
           ELSE
               MOVE CE-Nature(Indice-Code-Element)
                   TO EP-Nature(Nb-Elements-Paie)
               MOVE CE-Compte(Indice-Code-Element)
                   TO EP-Compte(Nb-Elements-Paie)
           END-IF.
           MOVE EV-Montant TO EP-Montant(Nb-Elements-Paie).
           IF EP-Nature(Nb-Elements-Paie) = 'C'
                   OR EP-Nature(Nb-Elements-Paie) = 'A' THEN
               ADD EV-Montant TO Elements-Soumis
           END-IF.
           IF EP-Nature(Nb-Elements-Paie) = 'A' THEN
               ADD EV-Montant TO Avantages-Nature
           END-IF.
           IF EP-Nature(Nb-Elements-Paie) = 'I' THEN
               ADD EV-Montant TO Elements-Imposables
           END-IF.
           IF EP-Nature(Nb-Elements-Paie) = 'N' THEN
               ADD EV-Montant TO Elements-Net
           END-IF.

       RETENIR-ELEMENT-EXIT.
           EXIT.

       *> net a payer : brut moins retenues legales et individuelles,
       *> plus les elements nets, moins les avantages en nature deja
       *> recus ; un net negatif est journalise et ramene a zero, le
       *> trop-percu reste du par l'employe (Avance-Personnel) et
       *> passe en creance sur le personnel dans l'ecriture du lot
       CALCULER-NET-A-PAYER.
           MOVE 0 TO Avance-Personnel.
           COMPUTE Net-Calcule = Salaire - Retenues-Globales
               + Elements-Net - Avantages-Nature.
           IF Net-Calcule < 0 THEN
               MOVE 'Net negatif apres avantages en nature.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               MOVE 0 TO SalaireNet
               COMPUTE Avance-Personnel = 0 - Net-Calcule
               IF Mode-Simulation = 'O' THEN
                   ADD 1 TO Sim-Anomalies
                   MOVE 'NET NEGATIF, TROP-PERCU A RECUPERER'
                       TO CL-Message
                   MOVE Avance-Personnel TO Valeur-Controle-Lot
                   PERFORM ECRIRE-LIGNE-CONTROLE
               END-IF
           ELSE
               MOVE Net-Calcule TO SalaireNet
           END-IF.

       *> mensualise : le taux horaire equivalent est la base divisee
       *> par l'horaire mensuel de reference de la periode ; la base
       *> du mois est la base proratisee, sous deduction des heures
       *> de conges et de maladie qui sont payees sur leurs propres
       *> lignes (les conges au meme taux, la base est donc
       *> maintenue) ; l'absence non payee reste deduite sur sa
       *> ligne comme pour un horaire ; les heures travaillees ne
       *> sont pas saisies mais deduites de l'horaire de reference,
       *> pour l'historique et l'acquisition des conges
       PREPARER-BASE-MENSUELLE.
           COMPUTE Taux-Horaire ROUNDED =
               Salaire-Mensuel / Heures-Mensuelles.
           COMPUTE Base-Mensuelle-Due ROUNDED =
               Salaire-Mensuel * Prorata-Plafond.
           COMPUTE Heures-Base-Mois ROUNDED =
               Heures-Mensuelles * Prorata-Plafond.
           IF Periode-De-Depart = 'O' THEN
               MOVE Heures-Maladie TO Heures-Hors-Base
           ELSE
               COMPUTE Heures-Hors-Base =
                   Heures-Conges + Heures-Maladie
           END-IF.
           COMPUTE Montant-Hors-Base =
               Heures-Hors-Base * Taux-Horaire.
           IF Base-Mensuelle-Due > Montant-Hors-Base THEN
               COMPUTE Montant-Normal =
                   Base-Mensuelle-Due - Montant-Hors-Base
           ELSE
               MOVE 0 TO Montant-Normal
           END-IF.
           IF Heures-Base-Mois > Heures-Hors-Base THEN
               COMPUTE Heures-Base-Payees =
                   Heures-Base-Mois - Heures-Hors-Base
           ELSE
               MOVE 0 TO Heures-Base-Payees
           END-IF.
           IF Heures-Base-Payees > Heures-Absence THEN
               COMPUTE Heures-Travaillees =
                   Heures-Base-Payees - Heures-Absence
           ELSE
               MOVE 0 TO Heures-Travaillees
           END-IF.

       *> affichage du bulletin, report des cumuls annuels au fichier
       *> maitre et ecriture du bulletin et de l'historique de paie
       AFFICHER-ET-POSTER-PAIE.
           DISPLAY 'Bulletin de Paie:'.
           DISPLAY 'Nom : ' Nom.
           DISPLAY 'ID : ' EmployeID.
           IF Type-Paie = 'M' THEN
               DISPLAY 'Salaire Mensuel de Base : ' Salaire-Mensuel
               DISPLAY 'Base du Mois : ' Heures-Base-Payees
                   ' soit ' Montant-Normal
           ELSE
               DISPLAY 'Heures Normales : ' Heures-Travaillees
                   ' soit ' Montant-Normal
           END-IF.
           DISPLAY 'Heures Supplementaires : ' Heures-Supp
               ' soit ' Montant-Supp.
           IF Heures-Conges > 0 THEN
               DISPLAY 'Absence Non Payee : ' Heures-Absence
                   ' soit -' Montant-Absence
           END-IF.
           PERFORM AFFICHER-ELEMENT-PAIE
               VARYING Indice-Element FROM 1 BY 1
               UNTIL Indice-Element > Nb-Elements-Paie.
           DISPLAY 'Salaire Total : ' Salaire.
           DISPLAY 'Retenue Fiscale : ' Retenue-Fiscale.
           DISPLAY 'Retenue Securite Sociale : '
           REWRITE Employe-Master-Record.
           MOVE 'PAIE' TO Type-Mouvement.
           PERFORM JOURNALISER-MOUVEMENT-MAITRE.
           PERFORM MARQUER-ELEMENT-PAYE
               VARYING Indice-Element FROM 1 BY 1
               UNTIL Indice-Element > Nb-Elements-Paie.

           DISPLAY 'Cumul Annuel Salaire : ' EM-YTD-Salaire.
           DISPLAY 'Cumul Annuel Retenues : ' EM-YTD-Retenue.
           MOVE EM-YTD-Salaire TO BP-YTDSalaire.
           MOVE EM-YTD-Retenue TO BP-YTDRetenue.
           MOVE EM-YTD-SalaireNet TO BP-YTDSalaireNet.
           MOVE SPACES TO BP-Indicateur.
           WRITE Bulletin-Paie-Record.
           PERFORM ECRIRE-DETAILS-BULLETIN.
           PERFORM ECRIRE-HISTORIQUE-PAIE.

       AFFICHER-ELEMENT-PAIE.
           DISPLAY EP-Libelle(Indice-Element) ' : '
               EP-Montant(Indice-Element)
               ' (' EP-Nature(Indice-Element) ')'.

       *> l'element paye est marque avec la nature et le compte
       *> appliques : L quand il est paye par le lot, pour
       *> l'ecriture comptable du lot, P quand il est paye hors lot
       MARQUER-ELEMENT-PAYE.
           MOVE EmployeID TO EV-EmployeID.
           MOVE Periode-Paie TO EV-Periode.
           MOVE EP-Code(Indice-Element) TO EV-Code.
           READ Element-Variable-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Paie-En-Lot = 'O' THEN
                       MOVE 'L' TO EV-Statut
                   ELSE
                       MOVE 'P' TO EV-Statut
                   END-IF
                   MOVE EP-Nature(Indice-Element) TO EV-Nature
                   MOVE EP-Compte(Indice-Element) TO EV-Compte
                   REWRITE Element-Variable-Record
           END-READ.

       *> poste la paie courante dans l'historique par employe et par
       *> periode ; un nouveau calcul de la meme paie ecrase simplement
       *> l'enregistrement precedent
           MOVE Heures-Maladie TO HP-Heures-Maladie.
           MOVE Heures-Absence TO HP-Heures-Absence.
           MOVE EM-Service TO HP-Service.
           PERFORM REPORTER-BASE-HISTORIQUE.
           WRITE Historique-Paie-Record
               INVALID KEY
                   REWRITE Historique-Paie-Record
           END-WRITE.

       *> type de paie et base mensuelle de la paie postee ; un
       *> horaire garde une base a zero ; les elements variables
       *> payes suivent, totalises par nature, puis les heures du
       *> second palier d'une paie majoree par paliers
       REPORTER-BASE-HISTORIQUE.
           MOVE Type-Paie TO HP-Type-Paie.
           IF Type-Paie = 'M' THEN
               MOVE Salaire-Mensuel TO HP-Base-Mensuelle
           ELSE
               MOVE 0 TO HP-Base-Mensuelle
           END-IF.
           MOVE Elements-Soumis TO HP-Elements-Soumis.
           MOVE Elements-Imposables TO HP-Elements-Imposables.
           MOVE Elements-Net TO HP-Elements-Net.
           MOVE Avantages-Nature TO HP-Avantages-Nature.
           IF Supp-Par-Paliers = 'O' THEN
               MOVE 'O' TO HP-Supp-Par-Paliers
               MOVE Heures-Supp-Palier2 TO HP-Heures-Supp-50
           ELSE
               MOVE 'N' TO HP-Supp-Par-Paliers
               MOVE 0 TO HP-Heures-Supp-50
           END-IF.

       *> une ligne de detail par categorie d'heures presente sur la
       *> paie, pour que l'employe voie d'ou vient chaque montant ; un
       *> mensualise voit sa base de reference puis la base du mois
       ECRIRE-DETAILS-BULLETIN.
           IF Type-Paie = 'M' THEN
               MOVE 'BASE MENSUELLE DE REFERENCE' TO BD-Libelle
               MOVE Heures-Mensuelles TO BD-Heures
               MOVE Salaire-Mensuel TO BD-Montant
               WRITE Bulletin-Detail-Ligne
               MOVE 'SALAIRE DE BASE DU MOIS' TO BD-Libelle
               MOVE Heures-Base-Payees TO BD-Heures
               MOVE Montant-Normal TO BD-Montant
               WRITE Bulletin-Detail-Ligne
           ELSE
               IF Heures-Travaillees > 0 THEN
                   MOVE 'HEURES NORMALES' TO BD-Libelle
                   MOVE Heures-Travaillees TO BD-Heures
                   MOVE Montant-Normal TO BD-Montant
                   WRITE Bulletin-Detail-Ligne
               END-IF
           END-IF.
           IF Heures-Supp > 0 THEN
               MOVE 'HEURES SUPPLEMENTAIRES' TO BD-Libelle
               MOVE Montant-Absence TO BD-Montant
               WRITE Bulletin-Detail-Ligne
           END-IF.
           *> elements variables du brut, un par ligne
           MOVE 'B' TO Sens-Element-Cherche.
           PERFORM ECRIRE-DETAIL-ELEMENT
               VARYING Indice-Element FROM 1 BY 1
               UNTIL Indice-Element > Nb-Elements-Paie.
           *> bases et montants de cotisation par tranche : la
           *> tranche B n'apparait que si le brut depasse le plafond
           MOVE 'BASE COTISATIONS TRANCHE A' TO BD-Libelle.
           PERFORM ECRIRE-DETAIL-DEDUCTION
               VARYING Indice-Deduction FROM 1 BY 1
               UNTIL Indice-Deduction > Nb-Deductions-Appliquees.
           *> elements nets ajoutes apres les retenues, puis les
           *> avantages en nature deja recus, retires du net
           MOVE 'N' TO Sens-Element-Cherche.
           PERFORM ECRIRE-DETAIL-ELEMENT
               VARYING Indice-Element FROM 1 BY 1
               UNTIL Indice-Element > Nb-Elements-Paie.
           IF Avantages-Nature > 0 THEN
               MOVE 'AVANTAGES EN NATURE (DEDUITS)' TO BD-Libelle
               MOVE 0 TO BD-Heures
               COMPUTE Net-Calcule = 0 - Avantages-Nature
               MOVE Net-Calcule TO BD-Montant
               WRITE Bulletin-Detail-Ligne
           END-IF.

       *> une ligne par element variable : les elements du brut
       *> (natures C, I et A) quand Sens-Element-Cherche vaut B, les
       *> elements nets (nature N) quand il vaut N
       ECRIRE-DETAIL-ELEMENT.
           IF (Sens-Element-Cherche = 'N'
                   AND EP-Nature(Indice-Element) = 'N')
                   OR (Sens-Element-Cherche = 'B'
                   AND EP-Nature(Indice-Element) NOT = 'N') THEN
               MOVE EP-Libelle(Indice-Element) TO BD-Libelle
               MOVE 0 TO BD-Heures
               MOVE EP-Montant(Indice-Element) TO BD-Montant
               WRITE Bulletin-Detail-Ligne
           END-IF.

       ECRIRE-DETAIL-DEDUCTION.
           MOVE DA-Libelle(Indice-Deduction) TO BD-Libelle.
           MOVE 0 TO Total-Deductions.
           MOVE 0 TO Cumul-Saisies.
           MOVE 0 TO Nb-Deductions-Appliquees.
           *> l'avantage en nature deja recu n'est pas du net
           *> disponible pour les retenues individuelles
           IF Salaire - Total-Retenues > Avantages-Nature THEN
               COMPUTE Net-Avant-Deductions =
                   Salaire - Total-Retenues - Avantages-Nature
           ELSE
               MOVE 0 TO Net-Avant-Deductions
           END-IF.
           COMPUTE Plafond-Saisie =
               Net-Avant-Deductions * Taux-Plafond-Saisie.
           MOVE EmployeID TO RD-EmployeID.
               IF (RD-Type = 'A' OR RD-Type = 'S')
                       AND Mode-Simulation NOT = 'O' THEN
                   SUBTRACT Montant-Deduction FROM RD-Solde
                   PERFORM NOTER-PRELEVEMENT-RETENUE
                   REWRITE Retenue-Indiv-Record
               END-IF
               IF Nb-Deductions-Appliquees < 20 THEN
           END-IF.
           PERFORM LIRE-DEDUCTION-SUIVANTE.

       *> prelevement de la periode sur la retenue courante, cumule
       *> si la periode a deja preleve ; une retenue creee avant
       *> ce suivi repart de zero
       NOTER-PRELEVEMENT-RETENUE.
           IF RD-Derniere-Periode IS NOT NUMERIC
                   OR RD-Dernier-Montant IS NOT NUMERIC THEN
               MOVE 0 TO RD-Derniere-Periode
               MOVE 0 TO RD-Dernier-Montant
           END-IF.
           IF RD-Derniere-Periode = Periode-Paie THEN
               ADD Montant-Deduction TO RD-Dernier-Montant
           ELSE
               MOVE Periode-Paie TO RD-Derniere-Periode
               MOVE Montant-Deduction TO RD-Dernier-Montant
           END-IF.

       *> applique le bareme d'imposition progressif au Salaire courant et
       *> place le resultat dans Retenue-Fiscale
       CALCULER-IMPOT-PROGRESSIF.
       *> interdire un second passage du meme lot
       TRAITER-PAIE-LOT.
           DISPLAY 'Entrez la periode de paie (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Periode-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               MOVE 0 TO Total-Ret-AssurMal-Lot
               MOVE 0 TO Total-Ret-Retraite-Lot
               MOVE 0 TO Total-Deductions-Lot
               MOVE 0 TO Total-Avances-Lot
               MOVE 0 TO Nb-Virements-Bloques-Lot
               ADD 1 TO Nb-Periodes
               MOVE Nb-Periodes TO Indice-Periode
               MOVE Periode-Paie TO PE-Periode(Indice-Periode)
           END-IF.

           MOVE 'N' TO Fin-Transactions.
           MOVE 0 TO Nb-Ctrl-IDs.
           MOVE 'N' TO IDs-Lot-Debordes.
           PERFORM LIRE-TRANSACTION-SUIVANTE.
           MOVE 0 TO Compteur-Saut.
           PERFORM SAUTER-TRANSACTION-TRAITEE
               UNTIL Compteur-Saut >= Transactions-Reprises
                   OR Fin-Transactions = 'O'.
           MOVE 'O' TO Paie-En-Lot.
           PERFORM TRAITER-TRANSACTION-COURANTE
               UNTIL Fin-Transactions = 'O'.
           PERFORM PAYER-MENSUELS-SANS-TRANSACTION.
           MOVE 'N' TO Paie-En-Lot.
           PERFORM ECRIRE-SOMMAIRE-REGISTRE.
           PERFORM ECRIRE-TOTAUX-DECLSOC.
           PERFORM ECRIRE-ECRITURES-COMPTABLES.
           PERFORM ECRIRE-VENTILATION-SERVICES.
           PERFORM ECRIRE-BUDGET-REALISE.
           PERFORM CLOTURER-PERIODE-PAIE.
           CLOSE Transaction-Paie-File.
           CLOSE Registre-Paie-File.
           CLOSE Virement-Bancaire-File.
           CLOSE Declaration-Sociale-File.
           IF Ecritures-Emises = 'N' THEN
               DISPLAY 'Lot de paie termine sans ecriture comptable '
                   'pour la periode ' Periode-Paie
               GO TO TRAITER-PAIE-LOT-EXIT
           END-IF.
           DISPLAY 'Lot de paie termine pour la periode '
               Periode-Paie.
           MOVE 'O' TO Etape-Aboutie.

       TRAITER-PAIE-LOT-EXIT.
           EXIT.
           MOVE Total-Ret-AssurMal-Lot TO RL-Total-Ret-AssurMal.
           MOVE Total-Ret-Retraite-Lot TO RL-Total-Ret-Retraite.
           MOVE Total-Deductions-Lot TO RL-Total-Deductions.
           MOVE Total-Avances-Lot TO RL-Total-Avances.
           MOVE Nb-Virements-Bloques-Lot TO RL-Virements-Bloques.
           WRITE Reprise-Lot-Record.
           CLOSE Reprise-Lot-File.

           MOVE 0 TO Total-Ret-AssurMal-Lot.
           MOVE 0 TO Total-Ret-Retraite-Lot.
           MOVE 0 TO Total-Deductions-Lot.
           MOVE 0 TO Total-Avances-Lot.
           MOVE 0 TO Nb-Virements-Bloques-Lot.
           OPEN INPUT Reprise-Lot-File.
           IF Statut-Reprise = '00' THEN
               MOVE 'N' TO Fin-Reprise
       *> champ non numerique et ignoree au profit de la precedente
       RETENIR-REPRISE-COURANTE.
           IF RL-Periode = Periode-Paie
                   AND RL-Virements-Bloques IS NUMERIC THEN
               MOVE RL-Transactions TO Transactions-Reprises
               MOVE RL-Effectif TO Effectif
               MOVE RL-Total-Salaire TO Total-Salaire
               MOVE RL-Total-Ret-AssurMal TO Total-Ret-AssurMal-Lot
               MOVE RL-Total-Ret-Retraite TO Total-Ret-Retraite-Lot
               MOVE RL-Total-Deductions TO Total-Deductions-Lot
               MOVE RL-Total-Avances TO Total-Avances-Lot
               MOVE RL-Virements-Bloques TO Nb-Virements-Bloques-Lot
           END-IF.
           PERFORM LIRE-REPRISE-SUIVANTE.

       *> saute les transactions deja comptabilisees lors du passage
       *> interrompu, sans les reposter
       SAUTER-TRANSACTION-TRAITEE.
           PERFORM NOTER-ID-LOT.
           ADD 1 TO Compteur-Saut.
           PERFORM LIRE-TRANSACTION-SUIVANTE.

       *> l'employe d'une ligne ordinaire du lot, deja passee ou
       *> sautee a la reprise, est note : un mensualise qui en a une
       *> n'est jamais paye sur sa base en fin de lot ; une table
       *> pleine est journalisee une fois, les employes suivants ne
       *> sont plus proteges
       NOTER-ID-LOT.
           IF TP-Type-Transaction NOT = 'R' THEN
               MOVE TP-EmployeID TO EmployeID
               MOVE 'N' TO ID-Deja-Vu
               PERFORM COMPARER-ID-CONTROLE
                   VARYING Indice-Ctrl-ID FROM 1 BY 1
                   UNTIL Indice-Ctrl-ID > Nb-Ctrl-IDs
                       OR ID-Deja-Vu = 'O'
               IF ID-Deja-Vu = 'N' THEN
                   IF Nb-Ctrl-IDs < 500 THEN
                       ADD 1 TO Nb-Ctrl-IDs
                       MOVE EmployeID TO CI-EmployeID(Nb-Ctrl-IDs)
                   ELSE
                       IF IDs-Lot-Debordes = 'N' THEN
                           MOVE 'O' TO IDs-Lot-Debordes
                           MOVE 'Table des employes du lot pleine.'
                               TO Erreur
                           MOVE SPACES TO EA-Saisie
                           MOVE EmployeID TO EA-Saisie-Num
                           PERFORM JOURNALISER-ERREUR
                           DISPLAY Erreur
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> controle a blanc du fichier de transactions avant le lot
       *> reel : rejoue toutes les validations du lot (employe connu,
       *> statut actif, bornes d'heures, periode d'origine des
       CONTROLER-LOT-A-BLANC.
           DISPLAY 'Controle du lot a blanc...'.
           DISPLAY 'Entrez la periode de paie (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Periode-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
           MOVE 0 TO Sim-Doublons.
           MOVE 0 TO Sim-Sans-Transaction.
           MOVE 0 TO Sim-Rappels.
           MOVE 0 TO Sim-Mensuels.
           MOVE 0 TO Sim-Effectif.
           MOVE 0 TO Sim-Total-Salaire.
           MOVE 0 TO Sim-Total-Retenue.
           PERFORM ECRIRE-SYNTHESE-CONTROLE.
           MOVE 'N' TO Mode-Simulation.
           CLOSE Controle-Lot-File.
           MOVE 'O' TO Etape-Aboutie.

       CONTROLER-LOT-A-BLANC-EXIT.
           EXIT.
                   PERFORM ECRIRE-LIGNE-CONTROLE
                   GO TO CONTROLER-UNE-TRANSACTION-EXIT
           END-READ.
           IF TP-Type-Transaction = 'B' THEN
               ADD 1 TO Sim-Anomalies
               MOVE 'PAIE RETENUE A L''IMPORT DES POINTAGES'
                   TO CL-Message
               MOVE 0 TO Valeur-Controle-Lot
               PERFORM ECRIRE-LIGNE-CONTROLE
               GO TO CONTROLER-UNE-TRANSACTION-EXIT
           END-IF.
           MOVE EM-Nom TO Nom.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE TP-Heures-Travaillees TO Heures-Travaillees.
           MOVE TP-Heures-Supp TO Heures-Supp.
           PERFORM PRENDRE-PALIERS-TRANSACTION.
           MOVE TP-Heures-Conges TO Heures-Conges.
           MOVE TP-Heures-Maladie TO Heures-Maladie.
           MOVE TP-Heures-Absence TO Heures-Absence.
           MOVE Periode-Paie TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           PERFORM CALCULER-PRORATA-PLAFOND.
           PERFORM CALCULER-BRUT-ET-RETENUES.
           *> meme signalement de conges que le lot reel, sans
           *> bloquer le verdict puisque le lot paierait quand meme ;
           *> l'acquisition porte sur les heures retenues par le
           *> calcul, celles d'un mensualise derivent de sa base
           PERFORM NORMALISER-CONGES-DOSSIER.
           COMPUTE Conges-Acquis-Periode ROUNDED =
               Heures-Travaillees * Taux-Acquisition-Conges.
               MOVE Solde-Conges TO Valeur-Controle-Lot
               PERFORM ECRIRE-LIGNE-CONTROLE
           END-IF.
           PERFORM APPLIQUER-DEDUCTIONS-INDIV.
           PERFORM CALCULER-NET-A-PAYER.
           ADD Salaire TO Sim-Total-Salaire.
           ADD Retenues-Globales TO Sim-Total-Retenue.
           ADD SalaireNet TO Sim-Total-Net.
                   UNTIL Fin-Maitre = 'O'
           END-IF.

       *> un mensualise sans transaction n'est pas une anomalie : le
       *> lot reel le paiera sur sa base, le controle simule donc
       *> cette paie et la porte dans les totaux previsionnels ; un
       *> mensualise dont la ligne est rejetee ou bloquee a ete vu
       *> dans le fichier et deja signale en anomalie, sa base n'est
       *> pas simulee puisque le lot reel ne la paiera pas
       VERIFIER-ACTIF-COURANT.
           IF EM-Statut NOT = 'S' AND EM-Statut NOT = 'P' THEN
               MOVE EM-EmployeID TO EmployeID
                   VARYING Indice-Ctrl-ID FROM 1 BY 1
                   UNTIL Indice-Ctrl-ID > Nb-Ctrl-IDs
                       OR ID-Deja-Vu = 'O'
               MOVE Periode-Paie TO Periode-Taux-Cherchee
               PERFORM CHOISIR-REMUNERATION-PERIODE
               IF ID-Deja-Vu = 'N' THEN
                   IF Type-Paie = 'M' THEN
                       PERFORM SIMULER-PAIE-MENSUELLE
                   ELSE
                       ADD 1 TO Sim-Sans-Transaction
                       MOVE 'EMPLOYE ACTIF SANS TRANSACTION'
                           TO CL-Message
                       MOVE 0 TO Valeur-Controle-Lot
                       PERFORM ECRIRE-LIGNE-CONTROLE
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-MAITRE-SUIVANT.

       SIMULER-PAIE-MENSUELLE.
           PERFORM VERIFIER-MENSUEL-A-PAYER THRU
               VERIFIER-MENSUEL-A-PAYER-EXIT.
           IF Mensuel-A-Payer = 'O' THEN
               ADD 1 TO Sim-Mensuels
               ADD 1 TO Sim-Effectif
               PERFORM CHARGER-REMUNERATION-DOSSIER
               MOVE 0 TO Heures-Travaillees
               MOVE 0 TO Heures-Supp
               MOVE 'N' TO Supp-Par-Paliers
               MOVE 0 TO Heures-Conges
               MOVE 0 TO Heures-Maladie
               MOVE 0 TO Heures-Absence
               MOVE Periode-Paie TO Periode-Bareme
               PERFORM CHOISIR-BAREMES-PERIODE
               PERFORM CALCULER-PRORATA-PLAFOND
               PERFORM CALCULER-BRUT-ET-RETENUES
               PERFORM APPLIQUER-DEDUCTIONS-INDIV
               PERFORM CALCULER-NET-A-PAYER
               ADD Salaire TO Sim-Total-Salaire
               ADD Retenues-Globales TO Sim-Total-Retenue
               ADD SalaireNet TO Sim-Total-Net
               ADD Total-Cotisations-Patronales TO Sim-Total-Patronal
               MOVE 'MENSUALISE PAYE SUR SA BASE' TO CL-Message
               MOVE Salaire TO Valeur-Controle-Lot
               PERFORM ECRIRE-LIGNE-CONTROLE
           END-IF.

       ECRIRE-LIGNE-CONTROLE.
           MOVE Periode-Paie TO CL-Periode.
           MOVE EmployeID TO CL-EmployeID.
           MOVE 'DOUBLONS' TO CL-Message.
           MOVE Sim-Doublons TO Valeur-Controle-Lot.
           PERFORM ECRIRE-LIGNE-SYNTHESE.
           MOVE 'MENSUALISES PAYES SUR BASE' TO CL-Message.
           MOVE Sim-Mensuels TO Valeur-Controle-Lot.
           PERFORM ECRIRE-LIGNE-SYNTHESE.
           MOVE 'ACTIFS SANS TRANSACTION' TO CL-Message.
           MOVE Sim-Sans-Transaction TO Valeur-Controle-Lot.
           PERFORM ECRIRE-LIGNE-SYNTHESE.
                   'a la banque. Voir le rapport RAPPROCH.'
           END-IF.
           CLOSE Rapprochement-File.
           MOVE 'O' TO Etape-Aboutie.

       RAPPROCHER-LOT-EXIT.
           EXIT.
               GO TO REEMETTRE-VIREMENTS-EXIT
           END-IF.
           MOVE 0 TO Compteur-Reemis.
           MOVE 0 TO Nb-Reemissions-Bloquees.
           MOVE 0 TO EM-EmployeID.
           START Employe-Master-File KEY NOT < EM-EmployeID
               INVALID KEY
                   UNTIL Fin-Maitre = 'O'
           END-IF.
           CLOSE Reemission-File.
           DISPLAY 'Virements reemis : ' Compteur-Reemis
               ', bloques : ' Nb-Reemissions-Bloquees.
           MOVE 'O' TO Etape-Aboutie.

       REEMETTRE-VIREMENTS-EXIT.
           EXIT.

       *> pas de reemission vers une reference bancaire dont le
       *> changement attend sa validation : l'employe est signale
       *> BLOQUE et reste a reemettre
       REEMETTRE-VIREMENT-COURANT.
           IF EM-Paiement-Echec = 'C' THEN
               PERFORM VERIFIER-RIB-EN-ATTENTE
               IF RIB-En-Attente = 'O' THEN
                   MOVE 'Reemission bloquee, RIB en attente.' TO Erreur
                   MOVE SPACES TO EA-Saisie
                   MOVE EM-EmployeID TO EA-Saisie-Num
                   PERFORM JOURNALISER-ERREUR
                   DISPLAY 'BLOQUE : employe ' EM-EmployeID
                       ', RIB en attente de validation.'
                   ADD 1 TO Nb-Reemissions-Bloquees
               ELSE
                   PERFORM ECRIRE-REEMISSION
               END-IF
           END-IF.
           PERFORM LIRE-MAITRE-SUIVANT.

               IF AM-RIB-Modifie = 'RIB' THEN
                   DISPLAY '*** REFERENCE BANCAIRE MODIFIEE ***'
               END-IF
               DISPLAY AM-Date ' ' AM-Type ' ' AM-Operateur-Saisie
                   ' ' AM-Operateur-Valide
               DISPLAY '  AVANT : ' AM-Image-Avant
               DISPLAY '  APRES : ' AM-Image-Apres
           END-IF.
               IF AM-RIB-Modifie = 'RIB' THEN
                   DISPLAY '*** REFERENCE BANCAIRE MODIFIEE ***'
               END-IF
               DISPLAY AM-Date ' ' AM-Type ' ' AM-Operateur-Saisie
                   ' ' AM-Operateur-Valide ' (ARCHIVE '
                   AA-Date-Archivage ')'
               DISPLAY '  AVANT : ' AM-Image-Avant
               DISPLAY '  APRES : ' AM-Image-Apres
       *> avant que le virement ne parte a la banque
       RAPPORT-ECARTS-PAIE.
           DISPLAY 'Entrez la periode a controler (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Periode-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode de paie invalide.' TO Erreur
               DISPLAY 'Verifier le rapport ECARTS avant de remettre '
                   'le fichier de virement a la banque.'
           END-IF.
           MOVE 'O' TO Etape-Aboutie.

       RAPPORT-ECARTS-PAIE-EXIT.
           EXIT.
       ARCHIVER-PURGER.
           DISPLAY 'Archivage et purge de fin de periode...'.
           DISPLAY 'Entrez la periode charniere (AAAAMM) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Charniere-Chaine TO Periode-Paie
           ELSE
               ACCEPT Periode-Paie
           END-IF.
           PERFORM VALIDER-PERIODE-PAIE.
           IF Periode-Valide = 'N' THEN
               MOVE 'Periode charniere invalide.' TO Erreur

           DISPLAY 'Tout ce qui est anterieur a ' Periode-Charniere
               ' sera archive. Confirmer (O/N) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Confirme-Archivage TO Confirmation
           ELSE
               ACCEPT Confirmation
           END-IF.
           IF Confirmation NOT = 'O' THEN
               DISPLAY 'Archivage abandonne.'
               GO TO ARCHIVER-PURGER-EXIT
           END-IF.
           ACCEPT Date-Du-Jour FROM DATE YYYYMMDD.
           MOVE 'O' TO Archivage-Conforme.
           MOVE 0 TO Nb-Archives-Chaine.
           OPEN OUTPUT Recap-Archive-File.
           IF Statut-Archrecap NOT = '00' THEN
               DISPLAY 'Fichier recapitulatif inaccessible.'
           PERFORM ARCHIVER-PERIODES-CLOTUREES.
           CLOSE Recap-Archive-File.
           DISPLAY 'Archivage termine, voir l''etat ARCHRECAP.'.
           MOVE 'O' TO Etape-Aboutie.

       ARCHIVER-PURGER-EXIT.
           EXIT.
           MOVE Cpt-Avant-Archivage TO RA-Avant.
           MOVE Cpt-Archives TO RA-Archives.
           MOVE Cpt-Apres-Archivage TO RA-Apres.
           ADD Cpt-Archives TO Nb-Archives-Chaine.
           IF Cpt-Avant-Archivage =
                   Cpt-Archives + Cpt-Apres-Archivage THEN
               MOVE 'OK' TO RA-Controle
           ELSE
               MOVE 'KO' TO RA-Controle
               MOVE 'N' TO Archivage-Conforme
           END-IF.
           WRITE Recap-Archive-Ligne.
           DISPLAY RA-Libelle ' avant ' RA-Avant ' archives '
       *> la nouvelle annee
       CLOTURE-ANNUELLE.
           DISPLAY 'Entrez l''annee a cloturer (AAAA) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Annee-Chaine TO Annee-Cloture
           ELSE
               ACCEPT Annee-Cloture
           END-IF.
           IF Annee-Cloture < 1900 OR Annee-Cloture > 2999 THEN
               MOVE 'Annee de cloture invalide.' TO Erreur
               MOVE SPACES TO EA-Saisie

           DISPLAY 'Confirmer la cloture et la remise a zero des '
               'cumuls (O/N) : '.
           IF Mode-Chaine = 'O' THEN
               MOVE Confirme-Cloture TO Confirmation
           ELSE
               ACCEPT Confirmation
           END-IF.
           IF Confirmation NOT = 'O' THEN
               DISPLAY 'Cloture abandonnee.'
               GO TO CLOTURE-ANNUELLE-EXIT
           CLOSE Archive-Cumuls-File.
           DISPLAY 'Cloture annuelle ' Annee-Cloture
               ' terminee, employes traites : ' Effectif-Cloture.
           MOVE 'O' TO Etape-Aboutie.

       CLOTURE-ANNUELLE-EXIT.
           EXIT.
           END-READ.

       TRAITER-TRANSACTION-COURANTE.
           PERFORM NOTER-ID-LOT.
           PERFORM VALIDER-ET-PAYER-TRANSACTION THRU
               VALIDER-ET-PAYER-TRANSACTION-EXIT.
           ADD 1 TO Transactions-Traitees.
                   DISPLAY Erreur
                   GO TO VALIDER-ET-PAYER-TRANSACTION-EXIT
           END-READ.
           *> ligne bloquee par l'import des pointages, a corriger
           IF TP-Type-Transaction = 'B' THEN
               MOVE 'Paie retenue a l''import des pointages.' TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE TP-EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               GO TO VALIDER-ET-PAYER-TRANSACTION-EXIT
           END-IF.
           MOVE EM-Nom TO Nom.
           PERFORM CHARGER-REMUNERATION-DOSSIER.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           MOVE EM-ReferenceBancaire TO Reference-Bancaire.
           MOVE TP-Heures-Travaillees TO Heures-Travaillees.
           MOVE TP-Heures-Supp TO Heures-Supp.
           PERFORM PRENDRE-PALIERS-TRANSACTION.
           MOVE TP-Heures-Conges TO Heures-Conges.
           MOVE TP-Heures-Maladie TO Heures-Maladie.
           MOVE TP-Heures-Absence TO Heures-Absence.
       VALIDER-ET-PAYER-TRANSACTION-EXIT.
           EXIT.

       *> un mensualise est paye sur sa base meme sans ligne dans
       *> TRANSPAIE : une fois les transactions passees, le fichier
       *> maitre est balaye et tout mensualise payable qui n'a pas
       *> encore d'historique sur la periode recoit sa paie de base ;
       *> l'historique sert de temoin, un lot repris ne paie donc
       *> jamais deux fois le meme mois ; ces paies ne comptent pas
       *> dans les transactions du point de reprise
       PAYER-MENSUELS-SANS-TRANSACTION.
           MOVE 0 TO Mensuels-Payes.
           MOVE 0 TO EM-EmployeID.
           START Employe-Master-File KEY NOT < EM-EmployeID
               INVALID KEY
                   MOVE 'O' TO Fin-Maitre
               NOT INVALID KEY
                   MOVE 'N' TO Fin-Maitre
           END-START.
           IF Fin-Maitre = 'N' THEN
               PERFORM LIRE-MAITRE-SUIVANT
               PERFORM PAYER-MENSUEL-COURANT
                   UNTIL Fin-Maitre = 'O'
           END-IF.
           DISPLAY 'Mensualises payes sur leur base : '
               Mensuels-Payes.

       PAYER-MENSUEL-COURANT.
           PERFORM VERIFIER-MENSUEL-A-PAYER THRU
               VERIFIER-MENSUEL-A-PAYER-EXIT.
           IF Mensuel-A-Payer = 'O' THEN
               MOVE EM-EmployeID TO EmployeID
               MOVE EM-Nom TO Nom
               PERFORM CHARGER-REMUNERATION-DOSSIER
               MOVE EM-ReferenceBancaire TO Reference-Bancaire
               MOVE 0 TO Heures-Travaillees
               MOVE 0 TO Heures-Supp
               MOVE 'N' TO Supp-Par-Paliers
               MOVE 0 TO Heures-Conges
               MOVE 0 TO Heures-Maladie
               MOVE 0 TO Heures-Absence
               MOVE 'A' TO EM-Statut
               PERFORM CALCULER-MONTANTS-PAIE
               PERFORM ECRIRE-LIGNE-REGISTRE
               PERFORM ECRIRE-LIGNE-DECLSOC
               PERFORM POINTER-CONTROLE-PERIODE
               ADD 1 TO Mensuels-Payes
           END-IF.
           PERFORM LIRE-MAITRE-SUIVANT.

       *> un employe mensualise sur la periode du lot (selon la
       *> version de remuneration en vigueur, non le dossier du
       *> jour) est a payer sur sa base s'il est payable (ni
       *> suspendu ni parti), embauche au plus tard dans la periode,
       *> et sans historique de paie sur la periode du lot ; sans
       *> historique alors que TRANSPAIE lui portait une ligne, sa
       *> ligne a ete rejetee ou bloquee : il n'est pas paye sur sa
       *> base, l'anomalie est journalisee
       VERIFIER-MENSUEL-A-PAYER.
           MOVE 'N' TO Mensuel-A-Payer.
           IF EM-Statut = 'S' OR EM-Statut = 'P' THEN
               GO TO VERIFIER-MENSUEL-A-PAYER-EXIT
           END-IF.
           MOVE Periode-Paie TO Periode-Taux-Cherchee.
           PERFORM CHOISIR-REMUNERATION-PERIODE.
           IF Type-Paie NOT = 'M' THEN
               GO TO VERIFIER-MENSUEL-A-PAYER-EXIT
           END-IF.
           IF EM-Date-Embauche IS NUMERIC
                   AND EM-Date-Embauche > 0 THEN
               DIVIDE EM-Date-Embauche BY 100
                   GIVING Periode-Embauche
                   REMAINDER Jour-Embauche-Calc
               IF Periode-Embauche > Periode-Paie THEN
                   GO TO VERIFIER-MENSUEL-A-PAYER-EXIT
               END-IF
           END-IF.
           MOVE Periode-Paie TO HP-Periode.
           MOVE EM-EmployeID TO HP-EmployeID.
           READ Historique-Paie-File
               INVALID KEY
                   MOVE 'O' TO Mensuel-A-Payer
           END-READ.
           IF Mensuel-A-Payer = 'N' THEN
               GO TO VERIFIER-MENSUEL-A-PAYER-EXIT
           END-IF.
           MOVE EM-EmployeID TO EmployeID.
           MOVE 'N' TO ID-Deja-Vu.
           PERFORM COMPARER-ID-CONTROLE
               VARYING Indice-Ctrl-ID FROM 1 BY 1
               UNTIL Indice-Ctrl-ID > Nb-Ctrl-IDs
                   OR ID-Deja-Vu = 'O'.
           IF ID-Deja-Vu = 'O' THEN
               MOVE 'N' TO Mensuel-A-Payer
               MOVE 'Mensualise a ligne rejetee, base non payee.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE EM-EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
           END-IF.

       VERIFIER-MENSUEL-A-PAYER-EXIT.
           EXIT.

       *> bornes d'heures communes aux transactions du lot, chaque
       *> anomalie etant journalisee avec la valeur en cause
       CONTROLER-HEURES-TRANSACTION.
               DISPLAY Erreur
               MOVE 'N' TO Heures-Valides
           END-IF.
           IF Supp-Par-Paliers = 'O'
                   AND Heures-Supp-Palier2 > Heures-Supp THEN
               MOVE 'Heures supp. du second palier invalides.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE Heures-Supp-Palier2 TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               MOVE 'N' TO Heures-Valides
           END-IF.
           IF Heures-Conges < 0 OR Heures-Conges > 180 THEN
               MOVE 'Heures de conges invalides dans le lot.'
                   TO Erreur
               MOVE 'N' TO Heures-Valides
           END-IF.

       *> une ligne issue des pointages porte les heures
       *> supplementaires de son second palier ; une ligne saisie a
       *> la main les laisse a blanc et garde la majoration unique
       PRENDRE-PALIERS-TRANSACTION.
           IF TP-Heures-Supp-50 IS NUMERIC THEN
               MOVE 'O' TO Supp-Par-Paliers
               MOVE TP-Heures-Supp-50 TO Heures-Supp-Palier2
           ELSE
               MOVE 'N' TO Supp-Par-Paliers
               MOVE 0 TO Heures-Supp-Palier2
           END-IF.

       *> rappel de salaire : la periode d'origine doit etre cloturee ;
       *> la paie de cette periode est recalculee avec les heures
       *> corrigees et les baremes de l'epoque, l'historique est
           MOVE Periode-Origine-Rappel TO HP-Periode.
           MOVE EmployeID TO HP-EmployeID.
           MOVE 'O' TO Historique-Trouve.
           MOVE SPACE TO Type-Paie-Impose.
           READ Historique-Paie-File
               INVALID KEY
                   MOVE 'N' TO Historique-Trouve
               MOVE 'N' TO Historique-Trouve
           END-IF.
           IF Historique-Trouve = 'O' THEN
               PERFORM NORMALISER-ELEMENTS-HISTORIQUE
               *> le rappel reprend le type de paie effectivement
               *> paye sur la periode d'origine ; une paie postee
               *> avant ce champ suit la version de remuneration en
               *> vigueur sur cette periode
               IF HP-Type-Paie = 'M' OR HP-Type-Paie = 'H' THEN
                   MOVE HP-Type-Paie TO Type-Paie-Impose
               END-IF
               PERFORM REPRENDRE-PALIERS-HISTORIQUE
               MOVE HP-Salaire TO Ancien-Salaire
               COMPUTE Ancienne-Base-Cotisable =
                   HP-Salaire - HP-Elements-Imposables
               MOVE HP-Retenue-Fiscale TO Ancienne-Fiscale
               MOVE HP-Retenue-SecuSociale TO Ancienne-SecuSociale
               MOVE HP-Retenue-AssurMaladie TO Ancienne-AssurMaladie
               MOVE HP-Deductions TO Anciennes-Deductions
               MOVE HP-Heures-Conges TO Anciennes-Heures-Conges
               MOVE HP-Heures-Travaillees TO Anciennes-Heures-Trav
               COMPUTE Ancien-Net-Legal = HP-Salaire
                   - HP-Retenue-Fiscale - HP-Retenue-SecuSociale
                   - HP-Retenue-AssurMaladie - HP-Retenue-Retraite
                   + HP-Elements-Net - HP-Avantages-Nature
               COMPUTE Anciennes-Heures = HP-Heures-Travaillees
                   + HP-Heures-Supp + HP-Heures-Conges
                   + HP-Heures-Maladie + HP-Heures-Absence
           ELSE
               MOVE 0 TO Ancien-Salaire
               MOVE 0 TO Ancienne-Base-Cotisable
               MOVE 0 TO Ancienne-Fiscale
               MOVE 0 TO Ancienne-SecuSociale
               MOVE 0 TO Ancienne-AssurMaladie
           END-IF.

           *> recalcul avec les baremes en vigueur pour la periode
           *> d'origine, jamais ceux du jour ; seuls les elements
           *> variables deja payes sur cette periode sont repris
           MOVE Periode-Origine-Rappel TO Periode-Bareme.
           PERFORM CHOISIR-BAREMES-PERIODE.
           PERFORM CALCULER-PRORATA-PLAFOND.
           MOVE 'O' TO Elements-Payes-Seuls.
           PERFORM CALCULER-BRUT-ET-RETENUES.
           MOVE 'N' TO Elements-Payes-Seuls.
           MOVE SPACE TO Type-Paie-Impose.
           *> charges patronales de la paie d'origine, refaites par
           *> tranches sur l'ancienne base cotisable avec les memes
           *> baremes
           IF Ancienne-Base-Cotisable > Plafond-Applique THEN
               MOVE Plafond-Applique TO Ancienne-Base-TrA
               COMPUTE Ancienne-Base-TrB =
                   Ancienne-Base-Cotisable - Plafond-Applique
           ELSE
               MOVE Ancienne-Base-Cotisable TO Ancienne-Base-TrA
               MOVE 0 TO Ancienne-Base-TrB
           END-IF.
           COMPUTE Ancien-Pat-SecuSociale =
               Ancienne-Base-TrA * Taux-Patronal-SecuSociale
               + Ancienne-Base-TrB * Taux-Pat-SecuSoc-TrB.
           COMPUTE Ancien-Pat-AssurMaladie =
               Ancienne-Base-Cotisable * Taux-Patronal-AssurMaladie.
           COMPUTE Ancien-Pat-Retraite =
               Ancienne-Base-TrA * Taux-Patronal-Retraite
               + Ancienne-Base-TrB * Taux-Pat-Retraite-TrB.

           COMPUTE Rappel-Brut = Salaire - Ancien-Salaire.
           COMPUTE Rappel-Net =
               Salaire - Total-Retenues + Elements-Net
               - Avantages-Nature - Ancien-Net-Legal.
           COMPUTE Rappel-Retenues = Rappel-Brut - Rappel-Net.
           COMPUTE Rappel-Fiscale =
               Retenue-Fiscale - Ancienne-Fiscale.
       TRAITER-RAPPEL-PERIODE-EXIT.
           EXIT.

       *> une paie d'origine majoree par paliers garde sa repartition
       *> quand la correction ne donne pas les heures du second
       *> palier : ses heures de second palier sont reprises, dans
       *> la limite des heures supplementaires corrigees
       REPRENDRE-PALIERS-HISTORIQUE.
           IF Supp-Par-Paliers = 'N' AND HP-Supp-Par-Paliers = 'O'
                   THEN
               MOVE 'O' TO Supp-Par-Paliers
               IF HP-Heures-Supp-50 > Heures-Supp THEN
                   MOVE Heures-Supp TO Heures-Supp-Palier2
               ELSE
                   MOVE HP-Heures-Supp-50 TO Heures-Supp-Palier2
               END-IF
           END-IF.

       *> une paie postee avant la gestion des elements variables
       *> n'en porte aucun
       NORMALISER-ELEMENTS-HISTORIQUE.
           IF HP-Elements-Soumis IS NOT NUMERIC THEN
               MOVE 0 TO HP-Elements-Soumis
           END-IF.
           IF HP-Elements-Imposables IS NOT NUMERIC THEN
               MOVE 0 TO HP-Elements-Imposables
           END-IF.
           IF HP-Elements-Net IS NOT NUMERIC THEN
               MOVE 0 TO HP-Elements-Net
           END-IF.
           IF HP-Avantages-Nature IS NOT NUMERIC THEN
               MOVE 0 TO HP-Avantages-Nature
           END-IF.
           IF HP-Supp-Par-Paliers NOT = 'O'
                   OR HP-Heures-Supp-50 IS NOT NUMERIC THEN
               MOVE 'N' TO HP-Supp-Par-Paliers
               MOVE 0 TO HP-Heures-Supp-50
           END-IF.

       *> cherche la periode d'origine du rappel parmi les periodes
       *> cloturees de la table de controle
       CHERCHER-PERIODE-ORIGINE.
           MOVE Retenue-AssuranceMaladie TO HP-Retenue-AssurMaladie.
           MOVE Retenue-Retraite TO HP-Retenue-Retraite.
           MOVE Anciennes-Deductions TO HP-Deductions.
           COMPUTE Net-Calcule = Salaire - Total-Retenues
               - Anciennes-Deductions + Elements-Net
               - Avantages-Nature.
           IF Net-Calcule < 0 THEN
               MOVE 0 TO HP-SalaireNet
           ELSE
               MOVE Net-Calcule TO HP-SalaireNet
           END-IF.
           MOVE Heures-Travaillees TO HP-Heures-Travaillees.
           MOVE Heures-Supp TO HP-Heures-Supp.
           MOVE Heures-Conges TO HP-Heures-Conges.
           MOVE Heures-Maladie TO HP-Heures-Maladie.
           MOVE Heures-Absence TO HP-Heures-Absence.
           MOVE EM-Service TO HP-Service.
           PERFORM REPORTER-BASE-HISTORIQUE.
           WRITE Historique-Paie-Record
               INVALID KEY
                   REWRITE Historique-Paie-Record
           MOVE EM-YTD-Salaire TO BP-YTDSalaire.
           MOVE EM-YTD-Retenue TO BP-YTDRetenue.
           MOVE EM-YTD-SalaireNet TO BP-YTDSalaireNet.
           MOVE SPACES TO BP-Indicateur.
           WRITE Bulletin-Paie-Record.
           MOVE Libelle-Ligne-Rappel TO BD-Libelle.
           MOVE Rappel-Heures TO BD-Heures.
           MOVE Rappel-Retenues TO RP-Retenue.
           MOVE Rappel-Net TO RP-SalaireNet.
           MOVE EM-YTD-SalaireNet TO RP-YTD-SalaireNet.
           PERFORM VERIFIER-RIB-EN-ATTENTE.
           IF EM-Paiement-Echec = 'E' OR RIB-En-Attente = 'O' THEN
               MOVE 'BLOQUE' TO RP-Indicateur
           ELSE
               IF Rappel-Net < 0 THEN
               END-IF
           END-IF.
           MOVE EM-Service TO RP-Service.
           IF Type-Paie = 'M' THEN
               MOVE Salaire-Mensuel TO RP-Base-Mensuelle
           ELSE
               MOVE 0 TO RP-Base-Mensuelle
           END-IF.
           WRITE Registre-Paie-Ligne.
           ADD 1 TO Effectif.
           ADD Rappel-Brut TO Total-Salaire.
           ADD Rappel-AssurMaladie TO Total-Ret-AssurMal-Lot.
           ADD Rappel-Retraite TO Total-Ret-Retraite-Lot.
           IF RP-Indicateur = 'BLOQUE' THEN
               ADD 1 TO Nb-Virements-Bloques-Lot
               IF EM-Paiement-Echec = 'E' THEN
                   MOVE 'Virement bloque, reference en echec banque.'
                       TO Erreur
               ELSE
                   MOVE 'Virement bloque, RIB en attente de validation.'
                       TO Erreur
               END-IF
               MOVE SPACES TO EA-Saisie
               MOVE EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
           MOVE Retenues-Globales TO RP-Retenue.
           MOVE SalaireNet TO RP-SalaireNet.
           MOVE EM-YTD-SalaireNet TO RP-YTD-SalaireNet.
           PERFORM VERIFIER-RIB-EN-ATTENTE.
           IF EM-Paiement-Echec = 'E' OR RIB-En-Attente = 'O' THEN
               MOVE 'BLOQUE' TO RP-Indicateur
               ADD 1 TO Nb-Virements-Bloques-Lot
           ELSE
               MOVE SPACES TO RP-Indicateur
           END-IF.
           MOVE EM-Service TO RP-Service.
           IF Type-Paie = 'M' THEN
               MOVE Salaire-Mensuel TO RP-Base-Mensuelle
           ELSE
               MOVE 0 TO RP-Base-Mensuelle
           END-IF.
           WRITE Registre-Paie-Ligne.

           ADD 1 TO Effectif.
           ADD Retenue-AssuranceMaladie TO Total-Ret-AssurMal-Lot.
           ADD Retenue-Retraite TO Total-Ret-Retraite-Lot.
           ADD Total-Deductions TO Total-Deductions-Lot.
           ADD Avance-Personnel TO Total-Avances-Lot.

           *> aucune nouvelle emission de virement vers une reference
           *> bancaire rejetee par la banque tant qu'elle n'est pas
           *> corrigee : la paie est postee au registre, le virement
           *> attendra la reemission ; une reference deja corrigee
           *> (statut C) redevient payable, seule la paie rejetee
           *> d'origine attend l'option de reemission ; de meme, aucun
           *> virement vers une reference bancaire dont le changement
           *> attend sa validation : le net est retenu sur la demande
           IF EM-Paiement-Echec = 'E' THEN
               MOVE 'Virement bloque, reference en echec banque.'
                   TO Erreur
               MOVE EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
           END-IF.
           IF EM-Paiement-Echec NOT = 'E' AND RIB-En-Attente = 'O'
                   THEN
               MOVE 'Virement bloque, RIB en attente de validation.'
                   TO Erreur
               MOVE SPACES TO EA-Saisie
               MOVE EmployeID TO EA-Saisie-Num
               PERFORM JOURNALISER-ERREUR
               DISPLAY Erreur
               PERFORM NOTER-VIREMENT-RETENU
           END-IF.
           IF RP-Indicateur NOT = 'BLOQUE' THEN
               MOVE Periode-Paie TO VR-Periode
               MOVE EmployeID TO VR-EmployeID
               MOVE Nom TO VR-Nom
           MOVE Periode-Paie TO DS-Periode.
           MOVE EmployeID TO DS-EmployeID.
           MOVE Nom TO DS-Nom.
           MOVE Base-Cotisable TO DS-Base.
           MOVE Cotisation-Patronale-SecuSociale
               TO DS-Patronal-SecuSociale.
           MOVE Cotisation-Patronale-AssurMaladie
       *> le registre et la declaration sociale : debit des salaires
       *> bruts et des charges patronales, credit des dettes envers
       *> les organismes par type de cotisation, des retenues
       *> individuelles a reverser et du net a payer ; les elements
       *> variables payes par le lot sont debites sur leur compte,
       *> les avantages en nature credites sur le leur, et le
       *> trop-percu des nets negatifs debite en creance sur le
       *> personnel ; rien n'est emis si le total debit ne tombe pas
       *> sur le total credit, et le lot n'aboutit pas
       ECRIRE-ECRITURES-COMPTABLES.
           MOVE 'N' TO Ecritures-Emises.
           PERFORM RECONSTRUIRE-ELEMENTS-LOT.
           COMPUTE Total-Debit-Ecritures = Total-Salaire
               + Total-Patronal-SecuSociale
               + Total-Patronal-AssurMaladie
               + Total-Patronal-Retraite + Lot-Elements-Net
               + Total-Avances-Lot.
           COMPUTE Total-Credit-Ecritures = Total-Ret-Fiscale-Lot
               + Total-Ret-SecuSoc-Lot + Total-Patronal-SecuSociale
               + Total-Ret-AssurMal-Lot
               + Total-Patronal-AssurMaladie
               + Total-Ret-Retraite-Lot + Total-Patronal-Retraite
               + Total-Deductions-Lot + Total-SalaireNet
               + Lot-Avantages-Nature.
           IF Total-Debit-Ecritures NOT = Total-Credit-Ecritures THEN
               MOVE 'Ecritures comptables desequilibrees, non emises.'
                   TO Erreur
               ELSE
                   PERFORM ECRIRE-LIGNES-ECRITURES
                   CLOSE Ecriture-Comptable-File
                   MOVE 'O' TO Ecritures-Emises
                   DISPLAY 'Ecritures comptables emises, debit = '
                       'credit = ' Total-Debit-Ecritures
               END-IF
           MOVE 'D' TO EL-Sens.
           MOVE '641000' TO EL-Compte.
           MOVE 'SALAIRES BRUTS' TO EL-Libelle.
           COMPUTE Montant-Ecriture =
               Total-Salaire - Lot-Elements-Brut.
           PERFORM ECRIRE-LIGNE-ECRITURE.
           MOVE 'D' TO Sens-Element-Cherche.
           PERFORM ECRIRE-LIGNE-ELEMENTS
               VARYING Indice-Ecriture-Element FROM 1 BY 1
               UNTIL Indice-Ecriture-Element > Nb-Ecritures-Elements.
           MOVE 'D' TO EL-Sens.
           MOVE '645100' TO EL-Compte.
           MOVE 'CHARGES PATRONALES SECU SOC.' TO EL-Libelle.
           MOVE 'CHARGES PATRONALES RETRAITE' TO EL-Libelle.
           MOVE Total-Patronal-Retraite TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-ECRITURE.
           IF Total-Avances-Lot > 0 THEN
               MOVE 'D' TO EL-Sens
               MOVE '425000' TO EL-Compte
               MOVE 'TROP-PERCUS DU PERSONNEL' TO EL-Libelle
               MOVE Total-Avances-Lot TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-ECRITURE
           END-IF.
           MOVE 'C' TO EL-Sens.
           MOVE '431000' TO EL-Compte.
           MOVE 'ORGANISME SECURITE SOCIALE' TO EL-Libelle.
           MOVE 'RETENUES INDIV. A REVERSER' TO EL-Libelle.
           MOVE Total-Deductions-Lot TO Montant-Ecriture.
           PERFORM ECRIRE-LIGNE-ECRITURE.
           MOVE 'C' TO Sens-Element-Cherche.
           PERFORM ECRIRE-LIGNE-ELEMENTS
               VARYING Indice-Ecriture-Element FROM 1 BY 1
               UNTIL Indice-Ecriture-Element > Nb-Ecritures-Elements.
           MOVE 'C' TO EL-Sens.
           MOVE '421000' TO EL-Compte.
           MOVE 'NET A PAYER AU PERSONNEL' TO EL-Libelle.
           MOVE Montant-Ecriture TO EL-Montant.
           WRITE Ecriture-Comptable-Ligne.

       *> une ligne par compte d'element variable dans le sens
       *> demande (Sens-Element-Cherche)
       ECRIRE-LIGNE-ELEMENTS.
           IF TE-Sens(Indice-Ecriture-Element) = Sens-Element-Cherche
                   THEN
               MOVE TE-Sens(Indice-Ecriture-Element) TO EL-Sens
               MOVE TE-Compte(Indice-Ecriture-Element) TO EL-Compte
               IF Sens-Element-Cherche = 'C' THEN
                   MOVE 'AVANTAGES EN NATURE' TO EL-Libelle
               ELSE
                   MOVE 'ELEMENTS VARIABLES DE PAIE' TO EL-Libelle
               END-IF
               MOVE TE-Montant(Indice-Ecriture-Element)
                   TO Montant-Ecriture
               PERFORM ECRIRE-LIGNE-ECRITURE
           END-IF.

       *> les elements variables payes par le lot de la periode
       *> (statut L) sont relus du fichier ELEMVAR, ce qui couvre
       *> aussi ceux payes avant une reprise d'incident ; ils sont
       *> cumules par compte et par sens
       RECONSTRUIRE-ELEMENTS-LOT.
           MOVE 0 TO Nb-Ecritures-Elements.
           MOVE 0 TO Lot-Elements-Brut.
           MOVE 0 TO Lot-Elements-Net.
           MOVE 0 TO Lot-Avantages-Nature.
           MOVE LOW-VALUES TO EV-Cle.
           MOVE 'N' TO Fin-Elements.
           START Element-Variable-File KEY NOT < EV-Cle
               INVALID KEY
                   MOVE 'O' TO Fin-Elements
           END-START.
           IF Fin-Elements = 'N' THEN
               PERFORM LIRE-ELEMENT-LOT-SUIVANT
               PERFORM CUMULER-ELEMENT-LOT
                   UNTIL Fin-Elements = 'O'
           END-IF.

       LIRE-ELEMENT-LOT-SUIVANT.
           READ Element-Variable-File NEXT
               AT END
                   MOVE 'O' TO Fin-Elements
           END-READ.
           IF Statut-Elemvar NOT = '00' THEN
               MOVE 'O' TO Fin-Elements
           END-IF.

       CUMULER-ELEMENT-LOT.
           IF EV-Periode = Periode-Paie AND EV-Statut = 'L' THEN
               IF EV-Nature = 'A' THEN
                   MOVE 'C' TO Sens-Element-Courant
                   ADD EV-Montant TO Lot-Avantages-Nature
               ELSE
                   MOVE 'D' TO Sens-Element-Courant
                   IF EV-Nature = 'N' THEN
                       ADD EV-Montant TO Lot-Elements-Net
                   ELSE
                       ADD EV-Montant TO Lot-Elements-Brut
                   END-IF
               END-IF
               PERFORM CUMULER-ECRITURE-ELEMENT
           END-IF.
           PERFORM LIRE-ELEMENT-LOT-SUIVANT.

       CUMULER-ECRITURE-ELEMENT.
           MOVE 'N' TO Ecriture-Element-Trouvee.
           PERFORM CHERCHER-ECRITURE-ELEMENT
               VARYING Indice-Ecriture-Element FROM 1 BY 1
               UNTIL Indice-Ecriture-Element > Nb-Ecritures-Elements
                   OR Ecriture-Element-Trouvee = 'O'.
           IF Ecriture-Element-Trouvee = 'O' THEN
               SUBTRACT 1 FROM Indice-Ecriture-Element
           ELSE
               IF Nb-Ecritures-Elements < 50 THEN
                   ADD 1 TO Nb-Ecritures-Elements
                   MOVE Nb-Ecritures-Elements
                       TO Indice-Ecriture-Element
                   MOVE EV-Compte
                       TO TE-Compte(Indice-Ecriture-Element)
                   MOVE Sens-Element-Courant
                       TO TE-Sens(Indice-Ecriture-Element)
                   MOVE 0 TO TE-Montant(Indice-Ecriture-Element)
               ELSE
                   DISPLAY 'Table des comptes d''elements pleine, '
                       'compte ' EV-Compte ' non ventile.'
                   MOVE 0 TO Indice-Ecriture-Element
               END-IF
           END-IF.
           IF Indice-Ecriture-Element > 0 THEN
               ADD EV-Montant TO TE-Montant(Indice-Ecriture-Element)
           END-IF.

       CHERCHER-ECRITURE-ELEMENT.
           IF TE-Compte(Indice-Ecriture-Element) = EV-Compte
                   AND TE-Sens(Indice-Ecriture-Element)
                       = Sens-Element-Courant THEN
               MOVE 'O' TO Ecriture-Element-Trouvee
           END-IF.

       *> ajoute les montants courants (places dans Vent-...) a la
       *> ligne de ventilation du service courant, creee a sa
       *> premiere apparition
