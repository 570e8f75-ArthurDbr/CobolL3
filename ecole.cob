       ACCESS IS sequential
       FILE STATUS IS faudit_stat.

       SELECT fsecurite ASSIGN TO "securite.dat"
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS fsecurite_stat.

       SELECT fcours ASSIGN TO "cours.dat"
       ORGANIZATION IS indexed
       ACCESS IS dynamic
       ACCESS IS sequential
       FILE STATUS IS fsauvUtil_stat.

       SELECT foption ASSIGN TO "option.dat"
       ORGANIZATION IS indexed
       ACCESS IS dynamic
       RECORD KEY fo_cle
       ALTERNATE RECORD KEY fo_matiere WITH DUPLICATES
       FILE STATUS IS foption_stat.

       SELECT foptionLot ASSIGN TO "optionLot.dat"
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS foptionLot_stat.

       SELECT fsauvOption ASSIGN DYNAMIC WsauvNomOption
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS fsauvOption_stat.

       SELECT fappreciation ASSIGN TO "appreciation.dat"
       ORGANIZATION IS indexed
       ACCESS IS dynamic
       RECORD KEY fap_cle
       FILE STATUS IS fappreciation_stat.

       SELECT fsauvAppreciation ASSIGN DYNAMIC WsauvNomAppreciation
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS fsauvAppreciation_stat.

       SELECT fexamen ASSIGN TO "examen.dat"
       ORGANIZATION IS indexed
       ACCESS IS dynamic
       RECORD KEY fex_cle
       FILE STATUS IS fexamen_stat.

       SELECT fconvoc ASSIGN TO "convocation.dat"
       ORGANIZATION IS indexed
       ACCESS IS dynamic
       RECORD KEY fcv_cle
       FILE STATUS IS fconvoc_stat.

       SELECT fsauvExamen ASSIGN DYNAMIC WsauvNomExamen
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS fsauvExamen_stat.

       SELECT fsauvConvoc ASSIGN DYNAMIC WsauvNomConvoc
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS fsauvConvoc_stat.

       SELECT fimpression ASSIGN DYNAMIC WimpNom
       ORGANIZATION IS line sequential
       ACCESS IS sequential
       FILE STATUS IS fimpression_stat.

       SELECT frectorat ASSIGN DYNAMIC WstNom
       ORGANIZATION IS sequential
       ACCESS IS sequential
       FILE STATUS IS frectorat_stat.

       DATA DIVISION.
       FILE SECTION.
       FD feleves.
         03 fco_jour PIC 9(2).
         03 fco_horaireD PIC 9(2).
         03 fco_horaireF PIC 9(2).
         03 fco_annee PIC 9(4).
        02 fco_classe PIC X(3).
        02 fco_profId PIC 9(2).
        02 fco_matiere PIC A(15).

       FD fsalle.
       01 salleTamp.
         03 fa_jour PIC 9(2).
         03 fa_horaireD PIC 9(2).
         03 fa_horaireF PIC 9(2).
         03 fa_annee PIC 9(4).
        02 fa_classe PIC 9(2).
        02 fa_justifie PIC 9(1).

          03 fn_idNote PIC 9(2).
          03 fn_ine PIC X(10).
          03 fn_matiere PIC A(15).
          03 fn_annee PIC 9(4).
        02 fn_note PIC 9(2)V9.
        02 fn_niveau PIC 9(1).
        02 fn_trimestre PIC 9(1).
         03 fm_nom PIC A(15).
         03 fm_niveau PIC 9(1).
        02 fm_coef PIC 9(1).
        02 fm_heuresHebdo PIC 9(2).
        02 fm_option PIC A(1).

       FD feleveLot.
       01 eleveLotTamp.
         03 fd_niveau PIC 9(1).
         03 fd_trimestre PIC 9(1).
         03 fd_idNote PIC 9(2).
         03 fd_annee PIC 9(4).
        02 fd_date PIC 9(8).
        02 fd_libelle PIC X(20).

        02 ae_niveau PIC 9(1).
        02 ae_parentNom PIC A(15).
        02 ae_parentTel PIC 9(10).
        02 ae_annee PIC 9(4).

       FD farchNote.
       01 archNoteTamp.
        02 an_matiere PIC A(15).
        02 an_note PIC 9(2)V9.
        02 an_niveau PIC 9(1).
        02 an_annee PIC 9(4).

       FD faudit.
       01 auditTamp.
        02 au_heure PIC 9(8).
        02 au_operateur PIC X(8).

       FD fsecurite.
       01 securiteTamp.
        02 se_operateur PIC X(8).
        02 se_date PIC 9(8).
        02 se_heure PIC 9(8).
        02 se_operation PIC X(20).
        02 se_parametres PIC X(50).
        02 se_resultat PIC X(10).
        02 se_mode PIC A(1).

       FD fcampagne.
       01 campagneTamp.
        02 fca_cle.
       01 exportTamp PIC X(120).

       FD farchCours.
       01 archCoursTamp PIC X(34).

       FD farchAbsence.
       01 archAbsenceTamp PIC X(27).

       FD fcommande.
       01 commandeTamp PIC X(40).
       01 svClasseTamp PIC X(9).

       FD fsauvNote.
       01 svNoteTamp PIC X(44).

       FD fsauvCours.
       01 svCoursTamp PIC X(34).

       FD fsauvAbsence.
       01 svAbsenceTamp PIC X(27).

       FD fsauvSalle.
       01 svSalleTamp PIC X(20).

       FD fsauvMatiere.
       01 svMatiereTamp PIC X(20).

       FD fsauvCampagne.
       01 svCampagneTamp PIC X(7).

       FD fsauvDevoir.
       01 svDevoirTamp PIC X(51).

       FD fsauvUtil.
       01 svUtilTamp PIC X(17).

       FD foption.
       01 optionTamp.
        02 fo_cle.
         03 fo_ine PIC X(10).
         03 fo_matiere PIC A(15).
        02 fo_dateInscr PIC 9(8).

       FD foptionLot.
       01 optionLotTamp PIC X(50).

       FD fsauvOption.
       01 svOptionTamp PIC X(33).

       FD fappreciation.
       01 appreciationTamp.
        02 fap_cle.
         03 fap_ine PIC X(10).
         03 fap_matiere PIC A(15).
         03 fap_trimestre PIC 9(1).
         03 fap_annee PIC 9(4).
        02 fap_texte PIC X(60).
        02 fap_operateur PIC X(8).
        02 fap_date PIC 9(8).

       FD fsauvAppreciation.
       01 svAppreciationTamp PIC X(106).

       FD fexamen.
       01 examenTamp.
        02 fex_cle.
         03 fex_mois PIC 9(2).
         03 fex_jour PIC 9(2).
         03 fex_horaireD PIC 9(2).
         03 fex_niveau PIC 9(1).
         03 fex_annee PIC 9(4).
        02 fex_horaireF PIC 9(2).
        02 fex_matiere PIC A(15).
        02 fex_libelle PIC X(20).
        02 fex_etat PIC A(1).

       FD fconvoc.
       01 convocTamp.
        02 fcv_cle.
         03 fcv_examen.
          04 fcv_mois PIC 9(2).
          04 fcv_jour PIC 9(2).
          04 fcv_horaireD PIC 9(2).
          04 fcv_niveau PIC 9(1).
          04 fcv_annee PIC 9(4).
         03 fcv_type PIC A(1).
         03 fcv_ident PIC X(10).
         03 fcv_identProf REDEFINES fcv_ident.
          04 fcv_profId PIC 9(2).
          04 FILLER PIC X(8).
        02 fcv_salle PIC 9(2).
        02 fcv_place PIC 9(3).
        02 fcv_horaireF PIC 9(2).

       FD fsauvExamen.
       01 svExamenTamp PIC X(49).

       FD fsauvConvoc.
       01 svConvocTamp PIC X(29).

       FD fimpression.
       01 impressionTamp PIC X(80).

       FD frectorat.
       01 rectoratTamp PIC X(80).

       WORKING-STORAGE SECTION.
       77 fclasse_stat PIC 9(2).
       77 fmatiere_stat PIC 9(2).
       77 farchEleves_stat PIC 9(2).
       77 farchNote_stat PIC 9(2).
       77 faudit_stat PIC 9(2).
       77 fsecurite_stat PIC 9(2).
       77 fabsence_stat PIC 9(2).
       77 fsalle_stat PIC 9(2).
       77 fsauvEleves_stat PIC 9(2).
       77 fsauvCampagne_stat PIC 9(2).
       77 fsauvDevoir_stat PIC 9(2).
       77 fsauvUtil_stat PIC 9(2).
       77 foption_stat PIC 9(2).
       77 foptionLot_stat PIC 9(2).
       77 fappreciation_stat PIC 9(2).
       77 fsauvAppreciation_stat PIC 9(2).
       77 fimpression_stat PIC 9(2).
       77 fexamen_stat PIC 9(2).
       77 fconvoc_stat PIC 9(2).
       77 fsauvExamen_stat PIC 9(2).
       77 fsauvConvoc_stat PIC 9(2).
       77 fsauvOption_stat PIC 9(2).
       77 frectorat_stat PIC 9(2).

       77 Wrep PIC 9(1).

       77 WfaDate PIC 9(8).
       77 WfaAnnee PIC 9(4).
       77 WfaFait PIC 9(1).
       77 WfaNbExamens PIC 9(4).
       77 WfaNbConvoc PIC 9(5).

       77 WnoteMatiMoy PIC 9(4)V9.
       77 WnbEleves PIC 9(3).

       77 WverifOrphelins PIC 9(4).
       77 WverifEcarts PIC 9(4).
       77 WverifAuto PIC 9(1).
       01 WverifTable.
        02 WverifLigne OCCURS 50 TIMES.
         03 WverifTabId PIC 9(2).
       77 WsauvNomCampagne PIC X(25).
       77 WsauvNomDevoir PIC X(25).
       77 WsauvNomUtil PIC X(25).
       77 WsauvNomOption PIC X(25).
       77 WsauvNomAppreciation PIC X(30).
       77 WsauvNomExamen PIC X(25).
       77 WsauvNomConvoc PIC X(25).
       77 WsauvTotal PIC 9(5).

       77 WexpClasse PIC 9(2).
       77 WbatParam1 PIC X(10).
       77 WbatParam2 PIC X(10).
       77 WbatClasse PIC 9(2).
       77 WbatTrimestre PIC 9(1).

       77 WutilId PIC X(8).
       77 WutilMdp PIC X(8).
       77 WdevNbManque PIC 9(3).
       77 WdevTrouve PIC 9(1).
       77 WdevAutreTrim PIC 9(1).
       77 WdmCount PIC 9(3).
       77 WdmI PIC 9(3).
       77 WdmJ PIC 9(3).
       77 WdmMotifE PIC 9(1).
       77 WdmProf PIC 9(2).
       77 WdmNbJust PIC 9(3).
       77 WdmNbNonJust PIC 9(3).
       77 WdmNbSaisie PIC 9(3).
       77 WdmNbListe PIC 9(3).
       77 WappMode PIC 9(1).
       77 WappMatiere PIC A(15).
       77 WappTexte PIC X(60).
       77 WappExiste PIC 9(1).
       77 WimpNom PIC X(25).
       77 WimpClasse PIC 9(2).
       77 WimpTrimestre PIC 9(1).
       77 WimpOk PIC 9(1).
       77 WimpNb PIC 9(3).
       77 WimpLigne PIC 9(2).
       77 WimpTexte PIC X(80).
       77 WimpI PIC 9(2).
       77 WimpSomme PIC 9(4)V9.
       77 WimpNbNotes PIC 9(3).
       77 WimpMoyEleve PIC 9(2)V99.
       77 WimpMoyEleveEd PIC 9(2).99.
       77 WimpMoyClasseEd PIC 9(2).99.
       77 WimpDemiCle PIC 9(5).
       77 WimpDemiK PIC 9(3).
       77 WimpDemiCount PIC 9(3).
       77 WimpDemiNonJust PIC 9(3).
       77 WimpDansTrim PIC 9(1).
       01 WimpDemiTable.
        02 WimpDemiLigne OCCURS 300 TIMES.
         03 WimpDemiCode PIC 9(5).
         03 WimpDemiJust PIC 9(1).
       77 WexHoraireF PIC 9(2).
       77 WexMatiere PIC A(15).
       77 WexLibelle PIC X(20).
       77 WexEtat PIC A(1).
       77 WexFacultatif PIC A(1).
       77 WexNbEleves PIC 9(4).
       77 WexCapTotal PIC 9(4).
       77 WexNbSalles PIC 9(2).
       77 WexNbClasses PIC 9(2).
       77 WexNbConflits PIC 9(3).
       77 WexNbSurv PIC 9(2).
       77 WexK PIC 9(2).
       77 WexI PIC 9(2).
       77 WexDansNiveau PIC 9(1).
       77 WexOk PIC 9(1).
       01 WexCle.
        02 WexMois PIC 9(2).
        02 WexJour PIC 9(2).
        02 WexHoraireD PIC 9(2).
        02 WexNiveau PIC 9(1).
        02 WexAnnee PIC 9(4).
       01 WexOccupTable.
        02 WexSalleOccupee PIC 9(1) OCCURS 99 TIMES.
        02 WexProfOccupe PIC 9(1) OCCURS 99 TIMES.
       01 WexSalleTable.
        02 WexSalleLigne OCCURS 50 TIMES.
         03 WexSalleNum PIC 9(2).
         03 WexSalleCap PIC 9(3).
         03 WexSalleOcc PIC 9(3).
         03 WexSalleSurv PIC 9(2).
       01 WexClasseTable.
        02 WexClasseLigne OCCURS 30 TIMES.
         03 WexClasseId PIC 9(2).
         03 WexClasseKey PIC X(3).
       77 WadCible PIC 9(2).
       77 WadI PIC 9(4).
       77 WadK PIC 9(3).
       77 WadC PIC 9(2).
       77 WadNbNotes PIC 9(4).
       77 WadNbClasses PIC 9(2).
       77 WadNb PIC 9(4).
       77 WadSomme PIC 9(5)V9.
       77 WadSommeCarres PIC 9(7)V99.
       77 WadMoy PIC 9(2)V99.
       77 WadVariance PIC S9(3)V9(4).
       77 WadEcartType PIC 9(2)V99.
       77 WadMin PIC 9(2)V9.
       77 WadMax PIC 9(2)V9.
       77 WadMediane PIC 9(2)V99.
       77 WadRangCible PIC 9(4).
       77 WadCumul PIC 9(4).
       77 WadValeur PIC 9(2)V9.
       77 WadValeur2 PIC 9(2)V9.
       77 WadBucket PIC 9(3).
       77 WadNivMoy PIC 9(2)V99.
       77 WadAutresMoy PIC 9(2)V99.
       77 WadNivSomme PIC 9(5)V9.
       77 WadEcart PIC S9(2)V99.
       77 WadEcartEd PIC +9(2).99.
       77 WadNoteEd PIC 9(2).9.
       77 WadNoteEd2 PIC 9(2).9.
       77 WadMoyEd PIC 9(2).99.
       77 WadMedEd PIC 9(2).99.
       77 WadEcartTypeEd PIC 9(2).99.
       77 WadBorneD PIC 9(2).
       77 WadBorneF PIC 9(2).
       01 WadFreqTable.
        02 WadFreq PIC 9(4) OCCURS 201 TIMES.
       01 WadBandeTable.
        02 WadBande PIC 9(4) OCCURS 10 TIMES.
       01 WadBarre.
        02 WadCar PIC X(1) OCCURS 50 TIMES.
       01 WadNoteTable.
        02 WadNoteLigne OCCURS 1000 TIMES.
         03 WadNoteCl PIC 9(2).
         03 WadNoteVal PIC 9(2)V9.
       01 WadClasseTable.
        02 WadClasseLigne OCCURS 30 TIMES.
         03 WadClasseId PIC 9(2).
         03 WadClasseNb PIC 9(4).
         03 WadClasseSomme PIC 9(5)V9.
       77 Wannee PIC 9(4).
       77 WanneeCourante PIC 9(4).
       01 WanneeDate.
        02 WanneeAA PIC 9(4).
        02 WanneeMM PIC 9(2).
        02 WanneeJJ PIC 9(2).
       01 WdmDate.
        02 WdmAnnee PIC 9(4).
        02 WdmMois PIC 9(2).
        02 WdmJour PIC 9(2).
       01 WdmTable.
        02 WdmLigne OCCURS 500 TIMES.
         03 WdmIne PIC X(10).
         03 WdmNom PIC A(15).
         03 WdmPrenom PIC A(15).
         03 WdmClasse PIC 9(2).
         03 WdmMotif PIC 9(1).
         03 WdmProfId PIC 9(2).
         03 WdmFait PIC 9(1).
       77 WstNom PIC X(25).
       77 WstOk PIC 9(1).
       77 WstDate PIC 9(8).
       77 WstAnneeRef PIC 9(4).
       77 WstAge PIC 9(4).
       77 WstNiv PIC 9(1).
       77 WstI PIC 9(3).
       77 WstK PIC 9(3).
       77 WstC PIC 9(2).
       77 WstNbClasses PIC 9(2).
       77 WstNbMat PIC 9(3).
       77 WstNbLignes PIC 9(5).
       77 WstNbRetards PIC 9(4).
       77 WstNbInvalides PIC 9(4).
       77 WstEffTotal PIC 9(5).
       77 WstNbDiplomes PIC 9(4).
       77 WstEtatCampagne PIC X(1).
       77 WstHeures PIC 9(2).
       77 WstTaux PIC 9(3)V9.
       77 WstTauxJ PIC 9(3)V99.
       77 WstTauxNJ PIC 9(3)V99.
       77 WstMoy PIC 9(2)V99.
       77 WstTauxEd PIC ZZ9.9.
       77 WstTauxJEd PIC ZZ9.99.
       77 WstTauxNJEd PIC ZZ9.99.
       77 WstMoyEd PIC Z9.99.
       01 WstNaiss PIC X(10).
       01 WstNaissDetail REDEFINES WstNaiss.
        02 WstNaissAA PIC X(4).
        02 FILLER PIC X(6).
       01 WstNaissNum REDEFINES WstNaiss.
        02 WstNaissAN PIC 9(4).
        02 FILLER PIC X(6).
       01 WstClasseTable.
        02 WstClasseLigne OCCURS 50 TIMES.
         03 WstClasseId PIC 9(2).
         03 WstClasseKey PIC X(3).
         03 WstClasseNiv PIC 9(1).
         03 WstClasseEff PIC 9(3).
         03 WstClasseMax PIC 9(2).
       01 WstNiveauTable.
        02 WstNiveauLigne OCCURS 9 TIMES.
         03 WstNivClasses PIC 9(2).
         03 WstNivEff PIC 9(4).
         03 WstNivMax PIC 9(4).
         03 WstNivRetard PIC 9(4).
         03 WstNivHeures PIC 9(7).
         03 WstNivAbsJ PIC 9(6).
         03 WstNivAbsNJ PIC 9(6).
         03 WstNivAge PIC 9(4) OCCURS 25 TIMES.
       01 WstMatTable.
        02 WstMatLigne OCCURS 100 TIMES.
         03 WstMatNom PIC A(15).
         03 WstMatNiv PIC 9(1).
         03 WstMatSomme PIC 9(6)V9.
         03 WstMatNb PIC 9(5).
       01 WstLigne.
        02 WstType PIC X(2).
        02 WstAnnee PIC 9(4).
        02 WstDonnees PIC X(74).
       01 WstLigneEntete REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstEnDate PIC 9(8).
        02 WstEnOperateur PIC X(8).
        02 FILLER PIC X(58).
       01 WstLigneClasse REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstClNiveau PIC 9(1).
        02 WstClClasse PIC 9(2).
        02 WstClEffectif PIC 9(3).
        02 WstClCapacite PIC 9(3).
        02 WstClTaux PIC 9(3)V9.
        02 FILLER PIC X(61).
       01 WstLigneNiveau REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstNvNiveau PIC 9(1).
        02 WstNvClasses PIC 9(2).
        02 WstNvEffectif PIC 9(4).
        02 WstNvCapacite PIC 9(4).
        02 WstNvTaux PIC 9(3)V9.
        02 WstNvRetard PIC 9(4).
        02 FILLER PIC X(55).
       01 WstLigneAge REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstAgNiveau PIC 9(1).
        02 WstAgAge PIC 9(2).
        02 WstAgNb PIC 9(4).
        02 WstAgRetard PIC X(1).
        02 FILLER PIC X(66).
       01 WstLigneAbsence REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstAbNiveau PIC 9(1).
        02 WstAbHeures PIC 9(7).
        02 WstAbJust PIC 9(6).
        02 WstAbNonJust PIC 9(6).
        02 WstAbTauxJ PIC 9(3)V99.
        02 WstAbTauxNJ PIC 9(3)V99.
        02 FILLER PIC X(44).
       01 WstLigneMoyenne REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstMoNiveau PIC 9(1).
        02 WstMoMatiere PIC A(15).
        02 WstMoNb PIC 9(5).
        02 WstMoMoyenne PIC 9(2)V99.
        02 FILLER PIC X(49).
       01 WstLigneDiplome REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstDiNb PIC 9(4).
        02 WstDiEtat PIC X(1).
        02 FILLER PIC X(69).
       01 WstLigneFin REDEFINES WstLigne.
        02 FILLER PIC X(6).
        02 WstFiNbLignes PIC 9(5).
        02 WstFiEffectif PIC 9(5).
        02 FILLER PIC X(64).

       77 WnlIne PIC X(10).
       77 WnlMatiere PIC A(15).
        02 WrelLigne OCCURS 20 TIMES.
         03 WrelMatiere PIC A(15).
         03 WrelNiv PIC 9(1).
         03 WrelAn PIC 9(4).
         03 WrelSomme PIC 9(4)V9.
         03 WrelNb PIC 9(2).

         03 WcdcMoy PIC 9(2)V99.
         03 WcdcAvecNote PIC 9(1).

       77 WheuresHebdo PIC 9(2).
       77 WcalMois PIC 9(2).
       77 WcalJour PIC 9(2).
       77 WcalRang PIC 9(3).
       01 WcalValeurs.
        02 FILLER PIC X(36)
           VALUE '122153181212242273303334000030061091'.
       01 WcalTable REDEFINES WcalValeurs.
        02 WcalCumul PIC 9(3) OCCURS 12 TIMES.

       77 WconfClasse PIC 9(2).
       77 WconfNbSem PIC 9(2).
       77 WconfMoisD PIC 9(2).
       77 WconfJourD PIC 9(2).
       77 WconfMois PIC 9(2).
       77 WconfJour PIC 9(2).
       77 WconfMaxJour PIC 9(2).
       77 WconfRangD PIC 9(3).
       77 WconfRangF PIC 9(3).
       77 WconfSem PIC 9(2).
       77 WconfI PIC 9(2).
       77 WconfCount PIC 9(2).
       77 WconfManque PIC 9(3).
       77 WconfNbEcarts PIC 9(3).
       01 WconfTable.
        02 WconfLigne OCCURS 20 TIMES.
         03 WconfMatiere PIC A(15).
         03 WconfRequis PIC 9(2).
         03 WconfPerdu PIC 9(3).
         03 WconfHeures PIC 9(3) OCCURS 40 TIMES.

       77 WoptIne PIC X(10).
       77 WoptMatiere PIC A(15).
       77 WoptFacultatif PIC A(1).
       77 WoptInscrit PIC 9(1).
       77 WoptMode PIC 9(1).
       77 WoptOk PIC 9(1).
       77 WoptLotIne PIC X(10).
       77 WoptLotMatiere PIC A(15).

       77 WmcmClasse PIC 9(2).
       77 WmcmNiveau PIC 9(1).
       77 WmcmMatiere PIC A(15).
       77 WmcmFacultatif PIC A(1).
       77 WmcmTrimestre PIC 9(1).
       77 WmcmSomme PIC 9(5)V9.
       77 WmcmNb PIC 9(3).
       77 WmcmMoy PIC 9(2)V99.
       77 WmcmFin PIC 9(1).

       77 WmtId PIC 9(2).
       77 WmtNouv PIC 9(2).
       77 WmtChoix PIC 9(1).
       77 WmtTel PIC 9(10).
       77 WmtMatiere PIC A(15).
       77 WmtType PIC A(15).
       77 WmtCap PIC 9(3).
       77 WmtMax PIC 9(2).
       77 WmtNiv PIC 9(1).
       77 WmtI PIC 9(3).
       77 WmtJ PIC 9(3).
       77 WmtNouvMatiere PIC A(15).
       77 WmtLibre PIC 9(1).
       77 WmtAVenir PIC 9(1).
       77 WmtRangJour PIC 9(3).
       77 WmtNbCours PIC 9(3).
       77 WmtNbPasses PIC 9(4).
       77 WmtNbClasses PIC 9(2).
       77 WmtNbEleves PIC 9(3).
       77 WmtNbConvoc PIC 9(3).
       77 WmtNbSurv PIC 9(3).
       77 WmtNbOk PIC 9(3).
       77 WmtNbKo PIC 9(3).
       77 WmtClasseKey PIC X(3).

       77 WsecOperation PIC X(20).
       77 WsecParametres PIC X(50).
       77 WsecResultat PIC X(10).
       77 WrsOperateur PIC X(8).
       77 WrsDateD PIC 9(8).
       77 WrsDateF PIC 9(8).
       77 WrsNb PIC 9(5).
       77 WrsNbEchecs PIC 9(5).
       77 WrsNbHors PIC 9(5).
       77 WrsNbAlertes PIC 9(3).
       77 WrsCount PIC 9(3).
       77 WrsI PIC 9(3).
       77 WrsRole PIC A(1).
       77 WrsHors PIC 9(1).
       77 WrsM PIC 9(2).
       77 WrsA PIC 9(4).
       77 WrsSiecle PIC 9(2).
       77 WrsAnSiecle PIC 9(2).
       77 WrsZ1 PIC 9(3).
       77 WrsZ2 PIC 9(2).
       77 WrsZ3 PIC 9(2).
       77 WrsSomme PIC 9(4).
       77 WrsQuot PIC 9(4).
       77 WrsJourSem PIC 9(1).
       01 WrsDate.
        02 WrsAA PIC 9(4).
        02 WrsMM PIC 9(2).
        02 WrsJJ PIC 9(2).
       01 WrsHeure.
        02 WrsHH PIC 9(2).
        02 WrsMN PIC 9(2).
        02 FILLER PIC 9(4).
       01 WrsEchecTable.
        02 WrsEchec OCCURS 100 TIMES.
         03 WrsEcOperateur PIC X(8).
         03 WrsEcDate PIC 9(8).
         03 WrsEcNb PIC 9(3).
       01 WmtCle.
        02 WmtCleId PIC 9(2).
        02 FILLER PIC X(1).
       01 WmtClasseTable.
        02 WmtClId PIC 9(2) OCCURS 50 TIMES.
       01 WmtCoursTable.
        02 WmtCours OCCURS 100 TIMES.
         03 WmtCoNumS PIC 9(2).
         03 WmtCoMois PIC 9(2).
         03 WmtCoJour PIC 9(2).
         03 WmtCoHD PIC 9(2).
         03 WmtCoHF PIC 9(2).
         03 WmtCoAnnee PIC 9(4).
         03 WmtCoClasse PIC X(3).
         03 WmtCoProf PIC 9(2).
         03 WmtCoMatiere PIC A(15).
       01 WmtSurvTable.
        02 WmtSurv OCCURS 50 TIMES.
         03 WmtSvExamen.
          04 WmtSvMois PIC 9(2).
          04 WmtSvJour PIC 9(2).
          04 WmtSvHD PIC 9(2).
          04 WmtSvNiveau PIC 9(1).
          04 WmtSvAnnee PIC 9(4).
         03 WmtSvHF PIC 9(2).
         03 WmtSvSalle PIC 9(2).

       PROCEDURE DIVISION.
       OPEN EXTEND feleves
       IF feleves_stat =35 THEN
        OPEN OUTPUT faudit
       END-IF
       CLOSE faudit
       OPEN EXTEND fsecurite
       IF fsecurite_stat =35 THEN
        OPEN OUTPUT fsecurite
       END-IF
       CLOSE fsecurite
       OPEN EXTEND fabsence
       IF fabsence_stat =35 THEN
        OPEN OUTPUT fabsence
        OPEN OUTPUT fcampagne
       END-IF
       CLOSE fcampagne
       OPEN EXTEND foption
       IF foption_stat =35 THEN
        OPEN OUTPUT foption
       END-IF
       CLOSE foption
       OPEN EXTEND foptionLot
       IF foptionLot_stat =35 THEN
        OPEN OUTPUT foptionLot
       END-IF
       CLOSE foptionLot
       OPEN EXTEND fappreciation
       IF fappreciation_stat =35 THEN
        OPEN OUTPUT fappreciation
       END-IF
       CLOSE fappreciation
       OPEN EXTEND fexamen
       IF fexamen_stat =35 THEN
        OPEN OUTPUT fexamen
       END-IF
       CLOSE fexamen
       OPEN EXTEND fconvoc
       IF fconvoc_stat =35 THEN
        OPEN OUTPUT fconvoc
       END-IF
       CLOSE fconvoc

       MOVE 0 TO WbatchMode
       MOVE 0 TO WverifAuto
       OPEN INPUT fcommande
       IF fcommande_stat = 0
        MOVE 1 TO WbatchMode
           DISPLAY ' 43 : AJOUT_UTILISATEUR  | 44 : RELEVE_ARCHIVE'
           DISPLAY ' 45 : COURS_RECURRENT    | 46 : PURGE_HISTORIQUE'
           DISPLAY ' 47 : MODIFIER_ELEVE     | 48 : MODIFIER_DEVOIR'
           DISPLAY ' 49 : SUPPRIMER_DEVOIR   | 50 : CONFORMITE_HORAIRES'
           DISPLAY ' 51 : SAISIE_OPTION      | 52 : CHARGEMENT_OPTIONS'
           DISPLAY ' 53 : SAISIE_APPRECIATION'
           DISPLAY ' 54 : IMPRESSION_BULLETINS'
           DISPLAY ' 55 : AJOUT_EXAMEN      | 56 : PLANIFIER_EXAMEN'
           DISPLAY ' 57 : AFFICHER_EXAMEN    | 58 : ANALYSE_DEVOIR'
           DISPLAY ' 59 : STATISTIQUES_RECTORAT'
           DISPLAY ' 60 : MODIFIER_PROF      | 61 : SUPPRIMER_PROF'
           DISPLAY ' 62 : MODIFIER_CLASSE    | 63 : SUPPRIMER_CLASSE'
           DISPLAY ' 64 : MODIFIER_SALLE     | 65 : SUPPRIMER_SALLE'
           DISPLAY ' 66 : RAPPORT_SECURITE'
           DISPLAY ' 0 : Sortir'
           ACCEPT Wchoix
           EVALUATE Wchoix
                   IF WutilRole = 'A'
                       PERFORM SUPPRIMER_ELEVES
                   ELSE
                       MOVE 'SUPPRIMER_ELEVES' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 15
                   PERFORM BULLETIN_ELEVE
                   IF WutilRole = 'A'
                       PERFORM FIN_ANNEE
                   ELSE
                       MOVE 'FIN_ANNEE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 21
                   PERFORM APPEL_URGENCE
                   IF WutilRole = 'A'
                       PERFORM CORRIGER_NOTE
                   ELSE
                       MOVE 'CORRIGER_NOTE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 25
                   PERFORM FAIRE_APPEL
                   IF WutilRole = 'A'
                       PERFORM RESTAURATION
                   ELSE
                       MOVE 'RESTAURATION' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 33
                   PERFORM EXPORT_NOTES
                   IF WutilRole = 'A'
                       PERFORM AJOUT_UTILISATEUR
                   ELSE
                       MOVE 'AJOUT_UTILISATEUR' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 44
                   PERFORM RELEVE_ARCHIVE
                   IF WutilRole = 'A'
                       PERFORM PURGE_HISTORIQUE
                   ELSE
                       MOVE 'PURGE_HISTORIQUE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 47
                   PERFORM MODIFIER_ELEVE
                   IF WutilRole = 'A'
                       PERFORM SUPPRIMER_DEVOIR
                   ELSE
                       MOVE 'SUPPRIMER_DEVOIR' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 50
                   PERFORM CONFORMITE_HORAIRES
               WHEN 51
                   PERFORM SAISIE_OPTION
               WHEN 52
                   PERFORM CHARGEMENT_OPTIONS
               WHEN 53
                   PERFORM SAISIE_APPRECIATION
               WHEN 54
                   PERFORM IMPRESSION_BULLETINS
               WHEN 55
                   PERFORM AJOUT_EXAMEN
               WHEN 56
                   PERFORM PLANIFIER_EXAMEN
               WHEN 57
                   PERFORM AFFICHER_EXAMEN
               WHEN 58
                   PERFORM ANALYSE_DEVOIR
               WHEN 59
                   PERFORM STATISTIQUES_RECTORAT
               WHEN 60
                   PERFORM MODIFIER_PROFESSEUR
               WHEN 61
                   IF WutilRole = 'A'
                       PERFORM SUPPRIMER_PROFESSEUR
                   ELSE
                       MOVE 'SUPPRIMER_PROFESSEUR' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 62
                   PERFORM MODIFIER_CLASSE
               WHEN 63
                   IF WutilRole = 'A'
                       PERFORM SUPPRIMER_CLASSE
                   ELSE
                       MOVE 'SUPPRIMER_CLASSE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 64
                   PERFORM MODIFIER_SALLE
               WHEN 65
                   IF WutilRole = 'A'
                       PERFORM SUPPRIMER_SALLE
                   ELSE
                       MOVE 'SUPPRIMER_SALLE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN 66
                   IF WutilRole = 'A'
                       PERFORM RAPPORT_SECURITE
                   ELSE
                       MOVE 'RAPPORT_SECURITE' TO WsecOperation
                       PERFORM ACCES_REFUSE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO Wchoix
            END-START
            CLOSE faudit
            CLOSE fnote
           MOVE 0 TO Wfin
           OPEN I-O foption
            MOVE Wine TO fo_ine
            MOVE SPACES TO fo_matiere
            START foption KEY IS >= fo_cle
            INVALID KEY
              MOVE 1 TO Wfin
            NOT INVALID KEY
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ foption NEXT
                  AT END
                    MOVE 1 TO Wfin
                  NOT AT END
                    IF fo_ine NOT = Wine
                      MOVE 1 TO Wfin
                    ELSE
                      DELETE foption RECORD
                    END-IF
                  END-READ
              END-PERFORM
            END-START
           CLOSE foption
           MOVE 0 TO Wfin
           OPEN I-O fappreciation
            MOVE Wine TO fap_ine
            MOVE SPACES TO fap_matiere
            MOVE 0 TO fap_trimestre
            MOVE 0 TO fap_annee
            START fappreciation KEY IS >= fap_cle
            INVALID KEY
              MOVE 1 TO Wfin
            NOT INVALID KEY
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fappreciation NEXT
                  AT END
                    MOVE 1 TO Wfin
                  NOT AT END
                    IF fap_ine NOT = Wine
                      MOVE 1 TO Wfin
                    ELSE
                      DELETE fappreciation RECORD
                    END-IF
                  END-READ
              END-PERFORM
            END-START
           CLOSE fappreciation
           OPEN I-O feleves
           MOVE Wine TO fe_ine
           READ feleves
             REWRITE classeTamp
            END-READ
           CLOSE fclasse
           MOVE 'SUPPRIMER_ELEVES' TO WsecOperation
           MOVE SPACES TO WsecParametres
           STRING 'ine ' Wine ' classe ' WclasseE INTO WsecParametres
           MOVE 'OK' TO WsecResultat
           PERFORM JOURNAL_SECURITE
         END-IF


             DISPLAY "Quelle est son niveau ?"
             ACCEPT Wniveau
           END-PERFORM
           MOVE 0 TO WheuresHebdo
           PERFORM WITH TEST AFTER UNTIL WheuresHebdo > 0
                                         AND WheuresHebdo < 36
             DISPLAY 'Nombre d heures hebdomadaires requises ?'
             DISPLAY '(1 a 35)'
             ACCEPT WheuresHebdo
           END-PERFORM
           MOVE SPACE TO WoptFacultatif
           PERFORM WITH TEST AFTER UNTIL WoptFacultatif = 'O'
                                         OR WoptFacultatif = 'N'
             DISPLAY 'Matiere optionnelle ? (O/N)'
             ACCEPT WoptFacultatif
           END-PERFORM
           OPEN I-O fmatiere
             MOVE WNomMatiere TO fm_nom
             MOVE Wniveau TO fm_niveau
             MOVE Wcoef TO fm_coef
             MOVE WheuresHebdo TO fm_heuresHebdo
             MOVE WoptFacultatif TO fm_option
             WRITE matiereTamp
           END-WRITE
           CLOSE fmatiere
                   DISPLAY 'Nom : 'fm_nom
                   DISPLAY 'Coefficient : 'fm_coef
                   DISPLAY 'Niveau : 'fm_niveau
                   DISPLAY 'Heures hebdomadaires : 'fm_heuresHebdo
                   DISPLAY 'Optionnelle : 'fm_option
               END-READ
           END-PERFORM
          CLOSE fmatiere.
           MOVE 0 TO Wtrouve
           DISPLAY 'Dans quelle matiere a-t-il eu cette note ?'
           ACCEPT WNomMatiere
           MOVE 1 TO WoptInscrit
           OPEN INPUT fmatiere
            MOVE WNomMatiere TO fm_nom
            MOVE Wniveau TO fm_niveau
              MOVE 0 TO Wtrouve
            NOT INVALID KEY
              MOVE 1 TO Wtrouve
              MOVE fm_option TO WoptFacultatif
            END-READ
           CLOSE fmatiere
           IF Wtrouve = 1
             MOVE Wine TO WoptIne
             MOVE WNomMatiere TO WoptMatiere
             PERFORM VERIF_OPTION
             IF WoptInscrit = 0
               DISPLAY 'eleve non inscrit a l option 'WNomMatiere
               MOVE 0 TO Wtrouve
             END-IF
           END-IF
           IF Wtrouve = 1
             PERFORM SAISIE_ANNEE
             MOVE 0 TO Wtrimestre
             PERFORM WITH TEST AFTER UNTIL Wtrimestre > 0
                                           AND Wtrimestre < 4
              MOVE Wniveau TO fd_niveau
              MOVE Wtrimestre TO fd_trimestre
              MOVE WidNote TO fd_idNote
              MOVE Wannee TO fd_annee
              READ fdevoir
              INVALID KEY
               DISPLAY 'devoir inexistant, le creer d abord'
                  MOVE 1 TO Wfin
                NOT AT END
                  IF WNomMatiere = fn_matiere AND Wine = fn_ine
                  AND fn_idNote = WidNote AND fn_annee = Wannee
                    MOVE 0 TO Wtrouve
                  END-IF
                END-READ
                 MOVE Wine TO fn_ine
                 MOVE WNomMatiere TO fn_matiere
                 MOVE WidNote TO fn_idNote
                 MOVE Wannee TO fn_annee
                 MOVE Wnote TO fn_note
                 MOVE Wniveau TO fn_niveau
                 MOVE Wtrimestre TO fn_trimestre
              END-IF
             END-IF
             ELSE
              IF WoptInscrit = 1
               DISPLAY 'Matiere non reconnu !'
              END-IF
             END-IF
           ELSE
             DISPLAY 'Numero ine non reconnu !'
        ACCEPT WNomMatiere
        DISPLAY 'Quelle est le numero du devoir ?'
        ACCEPT WidNote
        PERFORM SAISIE_ANNEE
        OPEN I-O fnote
         MOVE WidNote TO fn_idNote
         MOVE Wine TO fn_ine
         MOVE WNomMatiere TO fn_matiere
         MOVE Wannee TO fn_annee
         READ fnote
         INVALID KEY
          DISPLAY 'Aucune note correspondante !'
           MOVE fn_niveau TO fd_niveau
           MOVE Wtrimestre TO fd_trimestre
           MOVE WidNote TO fd_idNote
           MOVE Wannee TO fd_annee
           READ fdevoir
           INVALID KEY
            DISPLAY 'devoir inexistant pour ce trimestre,'

       AFFICHER_NOTE.
        MOVE 0 TO Wfin
        PERFORM SAISIE_ANNEE
        OPEN INPUT fnote
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnote NEXT
               AT END
                   MOVE 1 TO Wfin
               NOT AT END
                  IF fn_annee = Wannee
                   DISPLAY '-----------------------'
                   DISPLAY 'INE etudiant : 'fn_ine
                   DISPLAY 'Matiere : 'fn_matiere
                   DISPLAY 'Trimestre : 'fn_trimestre
                   MOVE fn_note TO WnoteEd
                   DISPLAY 'Resulat : 'WnoteEd'/20'
                  END-IF
               END-READ
           END-PERFORM
          CLOSE fnote.
            CLOSE fsalle
           END-PERFORM

           PERFORM SAISIE_ANNEE
           PERFORM WITH TEST AFTER UNTIL Wmois > 0 AND Wmois < 13
            DISPLAY 'Pour quelle mois voulez vous reserver la salle ?'
            ACCEPT Wmois
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF Wmois = fco_mois AND Wannee = fco_annee
                   IF Wjour = fco_jour
                     MOVE 1 TO Wfin
                     IF fco_horaireD = WhoraireD
                DISPLAY 'capacite : 'WsalleCap' eleves : 'fc_nbEleves
               ELSE
                MOVE 1 TO Wtrouve
                MOVE fc_niveau TO WclasseNiv
               END-IF
              END-READ
            CLOSE fclasse
                 DISPLAY 'Professeur inconnu'
                NOT INVALID KEY
                 MOVE 1 TO Wtrouve
                 MOVE fp_matiere TO WmatiereProf
                END-READ
              CLOSE fprof
              IF Wtrouve = 1
                PERFORM SAISIE_MATIERE_COURS
              END-IF
              IF Wtrouve = 1
                MOVE 1 TO WconflitProf
                MOVE 0 TO Wfin
                        MOVE 1 TO Wfin
                       ELSE
                        IF Wmois = fco_mois AND Wjour = fco_jour
                           AND Wannee = fco_annee
                         IF fco_horaireD = WhoraireD
                          MOVE 0 TO WconflitProf
                         END-IF
                        MOVE 1 TO Wfin
                       ELSE
                        IF Wmois = fco_mois AND Wjour = fco_jour
                           AND Wannee = fco_annee
                         IF fco_horaireD = WhoraireD
                          MOVE 0 TO WconflitClasse
                         END-IF
                  MOVE Wjour TO fco_jour
                  MOVE WhoraireD TO fco_horaireD
                  MOVE WhoraireF TO fco_horaireF
                  MOVE Wannee TO fco_annee
                  MOVE WclasseId TO fco_classe
                  MOVE WidProf TO fco_profId
                  MOVE WNomMatiere TO fco_matiere
                  WRITE coursTamp
                 END-WRITE
                 CLOSE fcours

         AFFICHER_COURS.
          MOVE 0 TO Wfin
          PERFORM SAISIE_ANNEE
          OPEN INPUT fcours
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                     MOVE 1 TO Wfin
                 NOT AT END
                    IF fco_annee = Wannee
                     DISPLAY 'salle numero : '
                     DISPLAY fco_numS
                     DISPLAY "Le "fco_jour "/"fco_mois
                     DISPLAY "debut : "fco_horaireD" heure "
                     DISPLAY "fin   : "fco_horaireF" heure"
                     DISPLAY 'Prof id : 'fco_profId
                     DISPLAY 'Matiere : 'fco_matiere
                    END-IF
                 END-READ
             END-PERFORM
            CLOSE fcours.
                   DISPLAY '(entre 1 et 20)'
                   ACCEPT Wseuil
               END-PERFORM
               PERFORM SAISIE_ANNEE
               MOVE 0 TO WseuilCount
               MOVE 0 TO Wfin
               OPEN INPUT fnote
                       NOT AT END
                       IF fn_matiere NOT = WNomMatiere
                           MOVE 1 TO Wfin
                       END-IF
                       IF fn_matiere = WNomMatiere
                          AND fn_annee = Wannee
                           MOVE 0 TO WdejaVu
                           MOVE 1 TO WiSeuil
                           PERFORM WITH TEST BEFORE UNTIL
                 DISPLAY 'Trimestre (1, 2, 3) ou 0 pour l annee ?'
                 ACCEPT Wtrimestre
               END-PERFORM
               PERFORM SAISIE_ANNEE
               MOVE 0 TO WnoteMatiMoy
               MOVE 0 TO WnbEleves
               MOVE 0 TO Wfin
                       MOVE 1 TO Wfin
                       ELSE
                       IF fn_niveau = Wniveau
                        AND fn_annee = Wannee
                        AND (Wtrimestre = 0
                        OR fn_trimestre = Wtrimestre)
                       COMPUTE WnoteMatiMoy = WnoteMatiMoy + fn_note
               DISPLAY 'Eleves inexistante'
              NOT INVALID KEY
               MOVE 1 TO Wtrouve
               MOVE fe_classe TO WclasseE
               DISPLAY 'Bulletin de 'fe_prenom' 'fe_nom
              END-READ
           CLOSE feleves
           IF Wtrouve = 1
               MOVE 0 TO Wniveau
               OPEN INPUT fclasse
               MOVE WclasseE TO fc_id
               READ fclasse
               NOT INVALID KEY
                   MOVE fc_niveau TO Wniveau
               END-READ
               CLOSE fclasse
           END-IF
           IF Wtrouve = 1
               MOVE 9 TO Wtrimestre
               PERFORM WITH TEST AFTER UNTIL Wtrimestre < 4
                 DISPLAY 'Trimestre (1, 2, 3) ou 0 pour l annee ?'
                 ACCEPT Wtrimestre
               END-PERFORM
               PERFORM SAISIE_ANNEE
               MOVE 0 TO WbulSommePoints
               MOVE 0 TO WbulSommeCoef
               MOVE 0 TO Wfin
                       IF fn_ine NOT = Wine
                           MOVE 1 TO Wfin
                       ELSE
                        IF fn_annee = Wannee AND (Wtrimestre = 0
                            OR fn_trimestre = Wtrimestre)
                           MOVE 0 TO Wcoef
                           MOVE 'N' TO WoptFacultatif
                           OPEN INPUT fmatiere
                            MOVE fn_matiere TO fm_nom
                            MOVE fn_niveau TO fm_niveau
                            READ fmatiere
                            NOT INVALID KEY
                             MOVE fm_coef TO Wcoef
                             MOVE fm_option TO WoptFacultatif
                            END-READ
                           CLOSE fmatiere
                           MOVE Wine TO WoptIne
                           MOVE fn_matiere TO WoptMatiere
                           PERFORM VERIF_OPTION
                           IF WoptInscrit = 1
                            MOVE fn_note TO WnoteEd
                            DISPLAY fn_matiere' : 'WnoteEd
                                ' coef 'Wcoef
                            COMPUTE WbulSommePoints =
                                WbulSommePoints + fn_note * Wcoef
                            COMPUTE WbulSommeCoef =
                                WbulSommeCoef + Wcoef
                           END-IF
                        END-IF
                       END-IF
                       END-READ
               ELSE
                   DISPLAY 'Aucune note enregistree pour cet etudiant'
               END-IF
               DISPLAY '--- Moyennes de la classe 'WclasseE' ---'
               MOVE 0 TO WfinC
               OPEN INPUT fmatiere
               PERFORM WITH TEST AFTER UNTIL WfinC = 1
                   READ fmatiere NEXT
                   AT END
                       MOVE 1 TO WfinC
                   NOT AT END
                       IF fm_niveau = Wniveau
                           MOVE Wine TO WoptIne
                           MOVE fm_nom TO WoptMatiere
                           MOVE fm_option TO WoptFacultatif
                           PERFORM VERIF_OPTION
                           IF WoptInscrit = 1
                               MOVE WclasseE TO WmcmClasse
                               MOVE Wniveau TO WmcmNiveau
                               MOVE fm_nom TO WmcmMatiere
                               MOVE fm_option TO WmcmFacultatif
                               MOVE Wtrimestre TO WmcmTrimestre
                               PERFORM MOYENNE_CLASSE_MATIERE
                               IF WmcmNb > 0
                                   MOVE WmcmMoy TO WcdcMoyEd
                                   DISPLAY fm_nom' : 'WcdcMoyEd
                                       '/20 sur 'WmcmNb' notes'
                               ELSE
                                   DISPLAY fm_nom' : sans note'
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fmatiere
           END-IF

           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             END-IF
            END-READ
           CLOSE fcampagne
           MOVE 'FIN_ANNEE' TO WsecOperation
           MOVE SPACES TO WsecParametres
           STRING 'campagne ' WfaAnnee INTO WsecParametres
           IF Wtrouve = 1
           DISPLAY 'Fin d annee 'WfaAnnee' deja effectuee,'
           DISPLAY 'seconde execution refusee'
           MOVE 'REFUS' TO WsecResultat
           PERFORM JOURNAL_SECURITE
           ELSE
           DISPLAY 'Passage en annee superieure et archivage'
           DISPLAY 'des classes de niveau 6 (diplomes)'
                   MOVE Wniveau TO ae_niveau
                   MOVE fe_parentNom TO ae_parentNom
                   MOVE fe_parentTel TO ae_parentTel
                   MOVE WfaAnnee TO ae_annee
                   WRITE archEleveTamp
                   IF farchEleves_stat = 0
                     ADD 1 TO WnbArch
                         MOVE fn_matiere TO an_matiere
                         MOVE fn_note TO an_note
                         MOVE fn_niveau TO an_niveau
                         MOVE fn_annee TO an_annee
                         WRITE archNoteTamp
                         MOVE fn_ine TO au_ine
                         MOVE fn_matiere TO au_matiere
                     END-PERFORM
                   END-START
                   CLOSE fnote
                   MOVE 0 TO WfinN
                   OPEN I-O foption
                   MOVE Wine TO fo_ine
                   MOVE SPACES TO fo_matiere
                   START foption KEY IS >= fo_cle
                   INVALID KEY
                     MOVE 1 TO WfinN
                   NOT INVALID KEY
                     PERFORM WITH TEST AFTER UNTIL WfinN = 1
                     READ foption NEXT
                     AT END
                       MOVE 1 TO WfinN
                     NOT AT END
                       IF fo_ine NOT = Wine
                         MOVE 1 TO WfinN
                       ELSE
                         DELETE foption RECORD
                       END-IF
                     END-READ
                     END-PERFORM
                   END-START
                   CLOSE foption
                   MOVE 0 TO WfinN
                   OPEN I-O fappreciation
                   MOVE Wine TO fap_ine
                   MOVE SPACES TO fap_matiere
                   MOVE 0 TO fap_trimestre
                   MOVE 0 TO fap_annee
                   START fappreciation KEY IS >= fap_cle
                   INVALID KEY
                     MOVE 1 TO WfinN
                   NOT INVALID KEY
                     PERFORM WITH TEST AFTER UNTIL WfinN = 1
                     READ fappreciation NEXT
                     AT END
                       MOVE 1 TO WfinN
                     NOT AT END
                       IF fap_ine NOT = Wine
                         MOVE 1 TO WfinN
                       ELSE
                         DELETE fappreciation RECORD
                       END-IF
                     END-READ
                     END-PERFORM
                   END-START
                   CLOSE fappreciation
                 END-IF
               END-READ
               END-PERFORM
           CLOSE farchEleves
           CLOSE farchNote
           CLOSE faudit
           MOVE 0 TO WfaNbExamens
           MOVE 0 TO WfaNbConvoc
           MOVE 0 TO Wfin
           OPEN I-O fexamen
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fexamen NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fex_annee <= WfaAnnee
                   DELETE fexamen RECORD
                   ADD 1 TO WfaNbExamens
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fexamen
           MOVE 0 TO Wfin
           OPEN I-O fconvoc
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fconvoc NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fcv_annee <= WfaAnnee
                   DELETE fconvoc RECORD
                   ADD 1 TO WfaNbConvoc
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fconvoc
           OPEN I-O fcampagne
            MOVE WfaAnnee TO fca_annee
            MOVE 0 TO fca_classe
           DISPLAY 'Classes promues     : 'WnbPromus
           DISPLAY 'Eleves diplomes     : 'WnbDiplomes
           DISPLAY 'Archives ecrites    : 'WnbArch
           DISPLAY 'Epreuves purgees    : 'WfaNbExamens
           DISPLAY 'Convocations purgees: 'WfaNbConvoc
           IF WnbArch = WnbDiplomes
             DISPLAY 'rapprochement archives : OK'
             MOVE 'OK' TO WsecResultat
           ELSE
             DISPLAY 'rapprochement archives : ECART, verifier'
             DISPLAY 'archiveEleves.dat'
             MOVE 'ECART' TO WsecResultat
           END-IF
           MOVE SPACES TO WsecParametres
           STRING 'campagne ' WfaAnnee ' promues ' WnbPromus
               ' diplomes ' WnbDiplomes INTO WsecParametres
           PERFORM JOURNAL_SECURITE
           END-IF.

       APPEL_URGENCE.
             DISPLAY 'Pour quel mois voulez vous l emploi du temps ?'
             ACCEPT Wmois
           END-PERFORM
           PERFORM SAISIE_ANNEE
           DISPLAY 'Emploi du temps : 1 par classe, 2 par professeur'
           ACCEPT WempMode
           IF WempMode = 1
                      IF fco_jour NOT = WjourScan
                       MOVE 1 TO Wfin
                      ELSE
                       IF fco_mois = Wmois AND fco_annee = Wannee
                        AND ((WempMode = 1 AND fco_classe = WclasseKey)
                        OR (WempMode = 2 AND fco_profId = WidProf))
                        IF WempCount < 20
               DISPLAY 'Pour quel mois voulez vous la charge horaire ?'
               ACCEPT Wmois
             END-PERFORM
             PERFORM SAISIE_ANNEE
             MOVE 0 TO WchargeCount
             MOVE 0 TO WchargeTotal
             MOVE 0 TO Wfin
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_mois = Wmois AND fco_annee = Wannee
                  IF WchargeTous = 1
                   MOVE 0 TO WchargeDejaVu
                   MOVE 1 TO WchargeI
           ACCEPT WhoraireD
           DISPLAY 'Horaire de fin du cours : '
           ACCEPT WhoraireF
           PERFORM SAISIE_ANNEE
           OPEN INPUT fcours
            MOVE WnumS TO fco_numS
            MOVE Wmois TO fco_mois
            MOVE Wjour TO fco_jour
            MOVE WhoraireD TO fco_horaireD
            MOVE WhoraireF TO fco_horaireF
            MOVE Wannee TO fco_annee
            READ fcours
            INVALID KEY
              DISPLAY 'cours inexistant'
                         MOVE WhoraireF TO fa_horaireF
                         MOVE fe_classe TO fa_classe
                         MOVE WabsJustifie TO fa_justifie
                         MOVE Wannee TO fa_annee
                         WRITE absenceTamp
                         END-WRITE
                       IF fabsence_stat = 0
             DISPLAY 'Pour quel mois ?'
             ACCEPT Wmois
           END-PERFORM
           PERFORM SAISIE_ANNEE
           DISPLAY 'Seuil d absences non justifiees avant'
           DISPLAY 'convocation des parents ?'
           ACCEPT WabsSeuil
                      IF fa_ine NOT = Wine
                       MOVE 1 TO Wfin
                      ELSE
                       IF fa_mois = Wmois AND fa_annee = Wannee
                        ADD 1 TO WabsNbTotal
                        IF fa_justifie = 0
                         ADD 1 TO WabsNbNonJust
                      IF fa_classe NOT = WclasseE
                       MOVE 1 TO Wfin
                      ELSE
                       IF fa_mois = Wmois AND fa_annee = Wannee
                        MOVE 0 TO WdejaVu
                        MOVE 1 TO WiAbs
                        PERFORM WITH TEST BEFORE UNTIL
             DISPLAY 'Pour quel mois voulez vous l occupation ?'
             ACCEPT Wmois
           END-PERFORM
           PERFORM SAISIE_ANNEE
           DISPLAY '--- Occupation des salles du mois 'Wmois' ---'
           DISPLAY 'Base : 10 heures par jour sur 31 jours'
           MOVE 0 TO Wfin
                          IF fco_numS NOT = fs_num
                           MOVE 1 TO WfinC
                          ELSE
                           IF fco_mois = Wmois AND fco_annee = Wannee
                             COMPUTE WoccHeures = WoccHeures
                                 + fco_horaireF - fco_horaireD
                           END-IF
           MOVE 0 TO WverifOrphelins
           MOVE 0 TO WverifEcarts
           MOVE 0 TO WverifCount
           IF WverifAuto = 0
             PERFORM SAISIE_ANNEE
           END-IF
           DISPLAY '--- Verification de la base 'Wannee' ---'
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           OPEN INPUT fclasse
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                IF fn_annee = Wannee
                 MOVE fn_ine TO fe_ine
                 READ feleves
                 INVALID KEY
                       ' : ine 'fn_ine' inexistant'
                   ADD 1 TO WverifOrphelins
                 END-READ
                END-IF
               END-READ
           END-PERFORM
           CLOSE feleves
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                IF fco_annee = Wannee
                 MOVE fco_profId TO fp_id
                 READ fprof
                 INVALID KEY
                       'h : prof 'fco_profId' inexistant'
                   ADD 1 TO WverifOrphelins
                 END-READ
                END-IF
               END-READ
           END-PERFORM
           CLOSE fprof
           CLOSE fclasse
           DISPLAY 'Orphelins detectes : 'WverifOrphelins
           DISPLAY 'Compteurs en ecart : 'WverifEcarts
           IF WverifEcarts > 0 AND WbatchMode = 0 AND WverifAuto = 0
             MOVE 9 TO Wrep
             PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Recalculer les compteurs ? 1 ou 0'
           STRING 'sauvDevoir' WsauvDate '.dat' INTO WsauvNomDevoir
           MOVE SPACES TO WsauvNomUtil
           STRING 'sauvUtil' WsauvDate '.dat' INTO WsauvNomUtil
           MOVE SPACES TO WsauvNomOption
           STRING 'sauvOption' WsauvDate '.dat' INTO WsauvNomOption
           MOVE SPACES TO WsauvNomAppreciation
           STRING 'sauvAppreciation' WsauvDate '.dat'
               INTO WsauvNomAppreciation
           MOVE SPACES TO WsauvNomExamen
           STRING 'sauvExamen' WsauvDate '.dat' INTO WsauvNomExamen
           MOVE SPACES TO WsauvNomConvoc
           STRING 'sauvConvoc' WsauvDate '.dat' INTO WsauvNomConvoc
           DISPLAY '--- Sauvegarde du 'WsauvDate' ---'
           MOVE 0 TO WsauvTotal
           MOVE 0 TO WsauvNb
           CLOSE futil
           DISPLAY 'operateurs : 'WsauvNb' enregistrements'
           ADD WsauvNb TO WsauvTotal
           MOVE 0 TO WsauvNb
           MOVE 0 TO Wfin
           OPEN INPUT foption
           OPEN OUTPUT fsauvOption
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ foption NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 WRITE svOptionTamp FROM optionTamp
                 ADD 1 TO WsauvNb
               END-READ
           END-PERFORM
           CLOSE fsauvOption
           CLOSE foption
           DISPLAY 'options    : 'WsauvNb' enregistrements'
           ADD WsauvNb TO WsauvTotal
           MOVE 0 TO WsauvNb
           MOVE 0 TO Wfin
           OPEN INPUT fappreciation
           OPEN OUTPUT fsauvAppreciation
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fappreciation NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 WRITE svAppreciationTamp FROM appreciationTamp
                 ADD 1 TO WsauvNb
               END-READ
           END-PERFORM
           CLOSE fsauvAppreciation
           CLOSE fappreciation
           DISPLAY 'appreciat. : 'WsauvNb' enregistrements'
           ADD WsauvNb TO WsauvTotal
           MOVE 0 TO WsauvNb
           MOVE 0 TO Wfin
           OPEN INPUT fexamen
           OPEN OUTPUT fsauvExamen
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fexamen NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 WRITE svExamenTamp FROM examenTamp
                 ADD 1 TO WsauvNb
               END-READ
           END-PERFORM
           CLOSE fsauvExamen
           CLOSE fexamen
           DISPLAY 'examens    : 'WsauvNb' enregistrements'
           ADD WsauvNb TO WsauvTotal
           MOVE 0 TO WsauvNb
           MOVE 0 TO Wfin
           OPEN INPUT fconvoc
           OPEN OUTPUT fsauvConvoc
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fconvoc NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 WRITE svConvocTamp FROM convocTamp
                 ADD 1 TO WsauvNb
               END-READ
           END-PERFORM
           CLOSE fsauvConvoc
           CLOSE fconvoc
           DISPLAY 'convocat.  : 'WsauvNb' enregistrements'
           ADD WsauvNb TO WsauvTotal
           DISPLAY 'total      : 'WsauvTotal' enregistrements'
           DISPLAY '--- Sauvegarde terminee ---'.

           STRING 'sauvDevoir' WsauvDate '.dat' INTO WsauvNomDevoir
           MOVE SPACES TO WsauvNomUtil
           STRING 'sauvUtil' WsauvDate '.dat' INTO WsauvNomUtil
           MOVE SPACES TO WsauvNomOption
           STRING 'sauvOption' WsauvDate '.dat' INTO WsauvNomOption
           MOVE SPACES TO WsauvNomAppreciation
           STRING 'sauvAppreciation' WsauvDate '.dat'
               INTO WsauvNomAppreciation
           MOVE SPACES TO WsauvNomExamen
           STRING 'sauvExamen' WsauvDate '.dat' INTO WsauvNomExamen
           MOVE SPACES TO WsauvNomConvoc
           STRING 'sauvConvoc' WsauvDate '.dat' INTO WsauvNomConvoc
           MOVE 9 TO Wrep
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'ATTENTION : les fichiers actuels seront'
               CLOSE fsauvUtil
               DISPLAY 'operateurs : 'WsauvNb' enregistrements'
             END-IF
             MOVE 0 TO WsauvNb
             MOVE 0 TO Wfin
             OPEN INPUT fsauvOption
             IF fsauvOption_stat = 35
               DISPLAY 'pas de sauvegarde options pour cette date'
             ELSE
               OPEN OUTPUT foption
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauvOption
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     WRITE optionTamp FROM svOptionTamp
                     ADD 1 TO WsauvNb
                   END-READ
               END-PERFORM
               CLOSE foption
               CLOSE fsauvOption
               DISPLAY 'options    : 'WsauvNb' enregistrements'
             END-IF
             MOVE 0 TO WsauvNb
             MOVE 0 TO Wfin
             OPEN INPUT fsauvAppreciation
             IF fsauvAppreciation_stat = 35
               DISPLAY 'pas de sauvegarde appreciations pour cette date'
             ELSE
               OPEN OUTPUT fappreciation
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauvAppreciation
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     WRITE appreciationTamp FROM svAppreciationTamp
                     ADD 1 TO WsauvNb
                   END-READ
               END-PERFORM
               CLOSE fappreciation
               CLOSE fsauvAppreciation
               DISPLAY 'appreciat. : 'WsauvNb' enregistrements'
             END-IF
             MOVE 0 TO WsauvNb
             MOVE 0 TO Wfin
             OPEN INPUT fsauvExamen
             IF fsauvExamen_stat = 35
               DISPLAY 'pas de sauvegarde examens pour cette date'
             ELSE
               OPEN OUTPUT fexamen
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauvExamen
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     WRITE examenTamp FROM svExamenTamp
                     ADD 1 TO WsauvNb
                   END-READ
               END-PERFORM
               CLOSE fexamen
               CLOSE fsauvExamen
               DISPLAY 'examens    : 'WsauvNb' enregistrements'
             END-IF
             MOVE 0 TO WsauvNb
             MOVE 0 TO Wfin
             OPEN INPUT fsauvConvoc
             IF fsauvConvoc_stat = 35
               DISPLAY 'pas de sauvegarde convocations pour cette date'
             ELSE
               OPEN OUTPUT fconvoc
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsauvConvoc
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                     WRITE convocTamp FROM svConvocTamp
                     ADD 1 TO WsauvNb
                   END-READ
               END-PERFORM
               CLOSE fconvoc
               CLOSE fsauvConvoc
               DISPLAY 'convocat.  : 'WsauvNb' enregistrements'
             END-IF
             DISPLAY '--- Restauration terminee ---'
             MOVE 'OK' TO WsecResultat
           ELSE
             MOVE 'ANNULE' TO WsecResultat
           END-IF
           MOVE 'RESTAURATION' TO WsecOperation
           MOVE SPACES TO WsecParametres
           STRING 'sauvegarde du ' WsauvDate INTO WsecParametres
           PERFORM JOURNAL_SECURITE.

       EXPORT_NOTES.
           MOVE 1 TO Wtrouve
             CLOSE fclasse
           END-IF
           IF Wtrouve = 1
             PERFORM SAISIE_ANNEE
             OPEN INPUT fnote
             OPEN INPUT feleves
             OPEN OUTPUT fexport
                   INVALID KEY
                     DISPLAY fn_ine' ignore : eleve inexistant'
                   NOT INVALID KEY
                     IF (WexpClasse = 0
                         OR fe_classe = WexpClasse)
                         AND fn_annee = Wannee
                       MOVE 1 TO Wtrouve
                     END-IF
                   END-READ
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           DISPLAY 'Coefficient actuel : 'fm_coef
           DISPLAY 'Heures hebdomadaires actuelles : 'fm_heuresHebdo
           DISPLAY 'Optionnelle : 'fm_option
          END-READ
          IF Wtrouve = 1
           MOVE 0 TO Wtemp
           PERFORM WITH TEST AFTER UNTIL Wtemp > 0 AND Wtemp < 5
            DISPLAY '1 : modifier le coefficient'
            DISPLAY '2 : modifier le niveau'
            DISPLAY '3 : modifier les heures hebdomadaires'
            DISPLAY '4 : modifier le caractere optionnel'
            ACCEPT Wtemp
           END-PERFORM
           IF Wtemp = 1
            REWRITE matiereTamp
            END-REWRITE
            DISPLAY 'Matiere modifiee !'
           ELSE
           IF Wtemp = 3
            MOVE 0 TO WheuresHebdo
            PERFORM WITH TEST AFTER UNTIL WheuresHebdo > 0
                                          AND WheuresHebdo < 36
              DISPLAY 'Nombre d heures hebdomadaires requises ?'
              DISPLAY '(1 a 35)'
              ACCEPT WheuresHebdo
            END-PERFORM
            MOVE WheuresHebdo TO fm_heuresHebdo
            REWRITE matiereTamp
            END-REWRITE
            DISPLAY 'Matiere modifiee !'
           ELSE
           IF Wtemp = 4
            MOVE SPACE TO WoptFacultatif
            PERFORM WITH TEST AFTER UNTIL WoptFacultatif = 'O'
                                          OR WoptFacultatif = 'N'
              DISPLAY 'Matiere optionnelle ? (O/N)'
              ACCEPT WoptFacultatif
            END-PERFORM
            MOVE WoptFacultatif TO fm_option
            REWRITE matiereTamp
            END-REWRITE
            DISPLAY 'Matiere modifiee !'
            IF WoptFacultatif = 'O'
             DISPLAY 'inscrire les eleves qui la suivent'
             DISPLAY '(SAISIE_OPTION ou CHARGEMENT_OPTIONS)'
            END-IF
           ELSE
            MOVE fm_coef TO Wcoef
            MOVE fm_heuresHebdo TO WheuresHebdo
            MOVE fm_option TO WoptFacultatif
            MOVE 0 TO WmatNivNouv
            PERFORM WITH TEST AFTER UNTIL WmatNivNouv > 2
                                          AND WmatNivNouv < 7
               MOVE WNomMatiere TO fm_nom
               MOVE WmatNivNouv TO fm_niveau
               MOVE Wcoef TO fm_coef
               MOVE WheuresHebdo TO fm_heuresHebdo
               MOVE WoptFacultatif TO fm_option
               WRITE matiereTamp
               END-WRITE
               DISPLAY 'Matiere modifiee !'
             END-IF
            END-IF
           END-IF
           END-IF
           END-IF
          END-IF
         CLOSE fmatiere
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            END-PERFORM
           END-START
          CLOSE fnote
          MOVE 'SUPPRIMER_MATIERE' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING 'matiere ' WNomMatiere ' niveau ' Wniveau
              INTO WsecParametres
          IF Wtrouve = 1
           DISPLAY 'des notes referencent cette matiere,'
           DISPLAY 'suppression refusee'
           MOVE 'REFUS' TO WsecResultat
          ELSE
           OPEN I-O fmatiere
            MOVE WNomMatiere TO fm_nom
             DISPLAY 'Matiere supprimee !'
            END-READ
           CLOSE fmatiere
           MOVE 'OK' TO WsecResultat
          END-IF
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
               DISPLAY 'Pour quel mois ?'
               ACCEPT Wmois
             END-PERFORM
             PERFORM SAISIE_ANNEE
             MOVE 0 TO WremJourD
             PERFORM WITH TEST AFTER UNTIL WremJourD > 0
                                           AND WremJourD < 32
                    IF fco_profId NOT = WremProfAbs
                     MOVE 1 TO Wfin
                    ELSE
                     IF fco_mois = Wmois AND fco_annee = Wannee
                        AND fco_jour >= WremJourD
                        AND fco_jour <= WremJourF
                      IF WremCount < 50
                          IF fco_profId NOT = WremProfSub
                           MOVE 1 TO Wfin
                          ELSE
                           IF fco_mois = Wmois AND fco_annee = Wannee
                              AND fco_jour = WremJour(WiRem)
                            IF fco_horaireD = WremHoraireD(WiRem)
                             MOVE 0 TO WremLibre
                      MOVE WremJour(WiRem) TO fco_jour
                      MOVE WremHoraireD(WiRem) TO fco_horaireD
                      MOVE WremHoraireF(WiRem) TO fco_horaireF
                      MOVE Wannee TO fco_annee
                      READ fcours
                      NOT INVALID KEY
                       MOVE WremProfSub TO fco_profId
               DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
               ACCEPT Wtrimestre
             END-PERFORM
             PERFORM SAISIE_ANNEE
             PERFORM CLASSEMENT_CLASSE
             IF WcdcCount = 0
               DISPLAY 'Aucun eleve dans cette classe'
             ELSE
               DISPLAY '--- Conseil de la classe 'WcdcClasseId
                   ' trimestre 'Wtrimestre' annee 'Wannee' ---'
               MOVE 0 TO WcdcRang
               MOVE 1 TO WcdcI
               PERFORM WITH TEST AFTER UNTIL WcdcI > WcdcCount
                   NOT AT END
                     IF fm_niveau = WcdcNiveau
                       MOVE fm_nom TO WNomMatiere
                       MOVE fm_option TO WmcmFacultatif
                       MOVE 0 TO WcdcMatiMoy
                       MOVE 0 TO WcdcMatiNb
                       MOVE 0 TO Wfin
                              ELSE
                               IF fn_niveau = WcdcNiveau
                                  AND fn_trimestre = Wtrimestre
                                  AND fn_annee = Wannee
                                MOVE 0 TO WcdcEstDeLaClasse
                                MOVE 1 TO WcdcJ
                                PERFORM WITH TEST BEFORE UNTIL
                                  END-IF
                                END-PERFORM
                                IF WcdcEstDeLaClasse = 1
                                  MOVE fn_ine TO WoptIne
                                  MOVE WNomMatiere TO WoptMatiere
                                  MOVE WmcmFacultatif TO WoptFacultatif
                                  PERFORM VERIF_OPTION
                                  IF WoptInscrit = 1
                                    COMPUTE WcdcMatiMoy =
                                        WcdcMatiMoy + fn_note
                                    ADD 1 TO WcdcMatiNb
                                  END-IF
                                END-IF
                               END-IF
                              END-IF
               CLOSE fmatiere
             END-IF
           END-IF.
       CLASSEMENT_CLASSE.
           MOVE 0 TO WcdcCount
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fe_classe = WcdcClasseId
                   IF WcdcCount < 40
                     ADD 1 TO WcdcCount
                     MOVE fe_ine TO WcdcIne(WcdcCount)
                     MOVE fe_nom TO WcdcNom(WcdcCount)
                     MOVE fe_prenom TO WcdcPrenom(WcdcCount)
                     MOVE 0 TO WcdcMoy(WcdcCount)
                     MOVE 0 TO WcdcAvecNote(WcdcCount)
                   ELSE
                     DISPLAY 'table pleine : 'fe_ine
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE feleves
           IF WcdcCount > 0
             MOVE 1 TO WcdcI
             PERFORM WITH TEST AFTER UNTIL WcdcI > WcdcCount
               MOVE 0 TO WcdcSomme
               MOVE 0 TO WcdcCoef
               MOVE 0 TO Wfin
               OPEN INPUT fnote
               MOVE WcdcIne(WcdcI) TO fn_ine
               START fnote KEY IS = fn_ine
               INVALID KEY
                 MOVE 1 TO Wfin
               NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fnote NEXT
                     AT END
                       MOVE 1 TO Wfin
                     NOT AT END
                      IF fn_ine NOT = WcdcIne(WcdcI)
                       MOVE 1 TO Wfin
                      ELSE
                       IF fn_trimestre = Wtrimestre
                          AND fn_annee = Wannee
                         MOVE 0 TO Wcoef
                         MOVE 'N' TO WoptFacultatif
                         OPEN INPUT fmatiere
                          MOVE fn_matiere TO fm_nom
                          MOVE fn_niveau TO fm_niveau
                          READ fmatiere
                          NOT INVALID KEY
                           MOVE fm_coef TO Wcoef
                           MOVE fm_option TO WoptFacultatif
                          END-READ
                         CLOSE fmatiere
                         MOVE fn_ine TO WoptIne
                         MOVE fn_matiere TO WoptMatiere
                         PERFORM VERIF_OPTION
                         IF WoptInscrit = 1
                          COMPUTE WcdcSomme =
                              WcdcSomme + fn_note * Wcoef
                          COMPUTE WcdcCoef = WcdcCoef + Wcoef
                         END-IF
                       END-IF
                      END-IF
                     END-READ
                 END-PERFORM
               END-START
               CLOSE fnote
               IF WcdcCoef > 0
                 COMPUTE WcdcMoy(WcdcI) = WcdcSomme / WcdcCoef
                 MOVE 1 TO WcdcAvecNote(WcdcI)
               END-IF
               ADD 1 TO WcdcI
             END-PERFORM
             MOVE 1 TO WcdcI
             PERFORM WITH TEST BEFORE UNTIL WcdcI >= WcdcCount
               COMPUTE WcdcJ = WcdcI + 1
               PERFORM WITH TEST BEFORE UNTIL WcdcJ > WcdcCount
                 IF WcdcMoy(WcdcJ) > WcdcMoy(WcdcI)
                   MOVE WcdcIne(WcdcI) TO WcdcTmpIne
                   MOVE WcdcNom(WcdcI) TO WcdcTmpNom
                   MOVE WcdcPrenom(WcdcI) TO WcdcTmpPrenom
                   MOVE WcdcMoy(WcdcI) TO WcdcTmpMoy
                   MOVE WcdcAvecNote(WcdcI) TO WcdcTmpAvecNote
                   MOVE WcdcIne(WcdcJ) TO WcdcIne(WcdcI)
                   MOVE WcdcNom(WcdcJ) TO WcdcNom(WcdcI)
                   MOVE WcdcPrenom(WcdcJ) TO WcdcPrenom(WcdcI)
                   MOVE WcdcMoy(WcdcJ) TO WcdcMoy(WcdcI)
                   MOVE WcdcAvecNote(WcdcJ) TO WcdcAvecNote(WcdcI)
                   MOVE WcdcTmpIne TO WcdcIne(WcdcJ)
                   MOVE WcdcTmpNom TO WcdcNom(WcdcJ)
                   MOVE WcdcTmpPrenom TO WcdcPrenom(WcdcJ)
                   MOVE WcdcTmpMoy TO WcdcMoy(WcdcJ)
                   MOVE WcdcTmpAvecNote TO WcdcAvecNote(WcdcJ)
                 END-IF
                 ADD 1 TO WcdcJ
               END-PERFORM
               ADD 1 TO WcdcI
             END-PERFORM
           END-IF.

       CHARGEMENT_NOTES.
           MOVE 0 TO WnbCharges
           MOVE 0 TO WnbRejetes
           MOVE 0 TO Wfin
           PERFORM SAISIE_ANNEE
           OPEN INPUT fnoteLot
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnoteLot NEXT
                       ADD 1 TO WnbRejetes
                     NOT INVALID KEY
                       MOVE 1 TO Wtrouve
                       MOVE fm_option TO WoptFacultatif
                     END-READ
                     CLOSE fmatiere
                   END-IF
                   IF Wtrouve = 1
                     MOVE WnlIne TO WoptIne
                     MOVE WnlMatiere TO WoptMatiere
                     PERFORM VERIF_OPTION
                     IF WoptInscrit = 0
                       DISPLAY WnlIne' rejete : eleve non inscrit a '
                           'l option 'WnlMatiere
                       ADD 1 TO WnbRejetes
                       MOVE 0 TO Wtrouve
                     END-IF
                   END-IF
                   IF Wtrouve = 1
                     OPEN INPUT fnote
                     MOVE WnlIdNote TO fn_idNote
                     MOVE WnlIne TO fn_ine
                     MOVE WnlMatiere TO fn_matiere
                     MOVE Wannee TO fn_annee
                     READ fnote
                     NOT INVALID KEY
                       DISPLAY WnlIne' rejete : note deja saisie'
                     MOVE Wniveau TO fd_niveau
                     MOVE WnlTrimestre TO fd_trimestre
                     MOVE WnlIdNote TO fd_idNote
                     MOVE Wannee TO fd_annee
                     READ fdevoir
                     INVALID KEY
                       DISPLAY WnlIne' rejete : devoir inconnu'
                      MOVE WnlNote TO fn_note
                      MOVE Wniveau TO fn_niveau
                      MOVE WnlTrimestre TO fn_trimestre
                      MOVE Wannee TO fn_annee
                      ACCEPT fn_dateSaisie FROM DATE YYYYMMDD
                      WRITE noteTamp
                      END-WRITE
            DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
            ACCEPT WdevTrimestre
          END-PERFORM
          PERFORM SAISIE_ANNEE
          DISPLAY 'Quel est le numero du devoir ?'
          ACCEPT WdevIdNote
          MOVE 0 TO Wtrouve
           MOVE WdevNiveau TO fd_niveau
           MOVE WdevTrimestre TO fd_trimestre
           MOVE WdevIdNote TO fd_idNote
           MOVE Wannee TO fd_annee
           READ fdevoir
           INVALID KEY
            MOVE 1 TO Wtrouve
                MOVE WdevNiveau TO fd_niveau
                MOVE WdevAutreTrim TO fd_trimestre
                MOVE WdevIdNote TO fd_idNote
                MOVE Wannee TO fd_annee
                READ fdevoir
                NOT INVALID KEY
                 DISPLAY 'numero deja utilise au trimestre '
            MOVE WdevIdNote TO fd_idNote
            MOVE WdevDate TO fd_date
            MOVE WdevLibelle TO fd_libelle
            MOVE Wannee TO fd_annee
            WRITE devoirTamp
            END-WRITE
           CLOSE fdevoir

       AFFICHER_DEVOIR.
        MOVE 0 TO Wfin
        PERFORM SAISIE_ANNEE
        OPEN INPUT fdevoir
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fdevoir NEXT
               AT END
                   MOVE 1 TO Wfin
               NOT AT END
                IF fd_annee = Wannee
                   DISPLAY '---------------------'
                   DISPLAY 'Matiere : 'fd_matiere
                   DISPLAY 'Niveau : 'fd_niveau
                   DISPLAY 'Devoir numero : 'fd_idNote
                   DISPLAY 'Date : 'fd_date
                   DISPLAY 'Libelle : 'fd_libelle
                END-IF
               END-READ
           END-PERFORM
          CLOSE fdevoir.
             DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
             ACCEPT WdevTrimestre
           END-PERFORM
           PERFORM SAISIE_ANNEE
           DISPLAY 'Quel est le numero du devoir ?'
           ACCEPT WdevIdNote
           OPEN INPUT fdevoir
            MOVE WdevNiveau TO fd_niveau
            MOVE WdevTrimestre TO fd_trimestre
            MOVE WdevIdNote TO fd_idNote
            MOVE Wannee TO fd_annee
            READ fdevoir
            INVALID KEY
              DISPLAY 'devoir inexistant'
            NOT INVALID KEY
              MOVE 1 TO Wtrouve
              DISPLAY 'Devoir : 'fd_libelle' du 'fd_date
              MOVE fd_date TO WdmDate
            END-READ
           CLOSE fdevoir
           IF Wtrouve = 1
             MOVE 0 TO WdmCount
             MOVE 0 TO WdmNbJust
             MOVE 0 TO WdmNbNonJust
             MOVE 0 TO WdmNbSaisie
             MOVE 'N' TO WoptFacultatif
             OPEN INPUT fmatiere
              MOVE WdevMatiere TO fm_nom
              MOVE WdevNiveau TO fm_niveau
              READ fmatiere
              NOT INVALID KEY
               MOVE fm_option TO WoptFacultatif
              END-READ
             CLOSE fmatiere
             DISPLAY '--- Eleves sans note pour ce devoir ---'
             OPEN INPUT feleves
             OPEN INPUT fclasse
                     MOVE WdevIdNote TO fn_idNote
                     MOVE fe_ine TO fn_ine
                     MOVE WdevMatiere TO fn_matiere
                     MOVE Wannee TO fn_annee
                     READ fnote
                     INVALID KEY
                       MOVE fe_ine TO WoptIne
                       MOVE WdevMatiere TO WoptMatiere
                       PERFORM VERIF_OPTION
                       IF WoptInscrit = 1
                         PERFORM MOTIF_NOTE_MANQUANTE
                         EVALUATE WdmMotifE
                         WHEN 1
                           DISPLAY fe_ine' 'fe_nom' 'fe_prenom
                               ' classe 'fe_classe' absence justifiee'
                           ADD 1 TO WdmNbJust
                         WHEN 2
                           DISPLAY fe_ine' 'fe_nom' 'fe_prenom
                               ' classe 'fe_classe
                               ' absence non justifiee'
                           ADD 1 TO WdmNbNonJust
                         WHEN OTHER
                           DISPLAY fe_ine' 'fe_nom' 'fe_prenom
                               ' classe 'fe_classe' note non saisie'
                           ADD 1 TO WdmNbSaisie
                         END-EVALUATE
                         ADD 1 TO WdevNbManque
                         IF WdmCount < 500
                           ADD 1 TO WdmCount
                           MOVE fe_ine TO WdmIne(WdmCount)
                           MOVE fe_nom TO WdmNom(WdmCount)
                           MOVE fe_prenom TO WdmPrenom(WdmCount)
                           MOVE fe_classe TO WdmClasse(WdmCount)
                           MOVE WdmMotifE TO WdmMotif(WdmCount)
                           MOVE WdmProf TO WdmProfId(WdmCount)
                           MOVE 0 TO WdmFait(WdmCount)
                         ELSE
                           DISPLAY 'table pleine : 'fe_ine
                         END-IF
                       END-IF
                     END-READ
                    END-IF
                   END-READ
             CLOSE fclasse
             CLOSE feleves
             DISPLAY 'Eleves sans note : 'WdevNbManque
             DISPLAY '  absence justifiee     : 'WdmNbJust
             DISPLAY '  absence non justifiee : 'WdmNbNonJust
             DISPLAY '  note non saisie       : 'WdmNbSaisie
             PERFORM LISTES_RATTRAPAGE
           END-IF.

       MOTIF_NOTE_MANQUANTE.
           MOVE 3 TO WdmMotifE
           MOVE 0 TO WfinN
           OPEN INPUT fabsence
           MOVE fe_ine TO fa_ine
           START fabsence KEY IS = fa_ine
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fabsence NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                   IF fa_ine NOT = fe_ine
                     MOVE 1 TO WfinN
                   ELSE
                     IF fa_mois = WdmMois AND fa_jour = WdmJour
                        AND fa_annee = Wannee
                       IF fa_justifie = 0
                         MOVE 2 TO WdmMotifE
                       ELSE
                         IF WdmMotifE NOT = 2
                           MOVE 1 TO WdmMotifE
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fabsence
           MOVE 0 TO WdmProf
           MOVE 0 TO WfinN
           MOVE fe_classe TO WclasseKey
           OPEN INPUT fcours
           MOVE WclasseKey TO fco_classe
           START fcours KEY IS = fco_classe
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                   IF fco_classe NOT = WclasseKey
                     MOVE 1 TO WfinN
                   ELSE
                     IF fco_matiere = WdevMatiere
                        AND fco_annee = Wannee
                       MOVE fco_profId TO WdmProf
                       IF fco_mois = WdmMois AND fco_jour = WdmJour
                         MOVE 1 TO WfinN
                       END-IF
                     END-IF
                   END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours.

       LISTES_RATTRAPAGE.
           IF WdmCount > 0
            DISPLAY '--- Listes par professeur ---'
           END-IF
           MOVE 1 TO WdmI
           PERFORM WITH TEST BEFORE UNTIL WdmI > WdmCount
             IF WdmFait(WdmI) = 0
               MOVE WdmProfId(WdmI) TO WdmProf
               IF WdmProf = 0
                 DISPLAY 'Professeur non determine - matiere '
                     WdevMatiere
               ELSE
                 OPEN INPUT fprof
                 MOVE WdmProf TO fp_id
                 READ fprof
                 INVALID KEY
                   DISPLAY 'Professeur 'WdmProf' - matiere '
                       WdevMatiere
                 NOT INVALID KEY
                   DISPLAY 'Professeur 'WdmProf' 'fp_nom' 'fp_prenom
                       ' - matiere 'WdevMatiere
                 END-READ
                 CLOSE fprof
               END-IF
               DISPLAY ' Eleves a faire rattraper :'
               MOVE 0 TO WdmNbListe
               MOVE WdmI TO WdmJ
               PERFORM WITH TEST BEFORE UNTIL WdmJ > WdmCount
                 IF WdmProfId(WdmJ) = WdmProf AND WdmMotif(WdmJ) < 3
                   IF WdmMotif(WdmJ) = 1
                     DISPLAY '  'WdmIne(WdmJ)' 'WdmNom(WdmJ)' '
                         WdmPrenom(WdmJ)' classe 'WdmClasse(WdmJ)
                         ' justifiee'
                   ELSE
                     DISPLAY '  'WdmIne(WdmJ)' 'WdmNom(WdmJ)' '
                         WdmPrenom(WdmJ)' classe 'WdmClasse(WdmJ)
                         ' non justifiee'
                   END-IF
                   ADD 1 TO WdmNbListe
                 END-IF
                 ADD 1 TO WdmJ
               END-PERFORM
               IF WdmNbListe = 0
                 DISPLAY '  aucun'
               END-IF
               DISPLAY ' Notes a saisir :'
               MOVE 0 TO WdmNbListe
               MOVE WdmI TO WdmJ
               PERFORM WITH TEST BEFORE UNTIL WdmJ > WdmCount
                 IF WdmProfId(WdmJ) = WdmProf
                   IF WdmMotif(WdmJ) = 3
                     DISPLAY '  'WdmIne(WdmJ)' 'WdmNom(WdmJ)' '
                         WdmPrenom(WdmJ)' classe 'WdmClasse(WdmJ)
                     ADD 1 TO WdmNbListe
                   END-IF
                   MOVE 1 TO WdmFait(WdmJ)
                 END-IF
                 ADD 1 TO WdmJ
               END-PERFORM
               IF WdmNbListe = 0
                 DISPLAY '  aucune'
               END-IF
             END-IF
             ADD 1 TO WdmI
           END-PERFORM.

       CONNEXION.
           MOVE 1 TO Wfin
           OPEN INPUT futil
              READ futil
              INVALID KEY
               DISPLAY 'identifiant ou mot de passe errone'
               MOVE 'identifiant inconnu' TO WsecParametres
               MOVE 'ECHEC' TO WsecResultat
              NOT INVALID KEY
               IF fu_mdp = WutilMdp
                MOVE 1 TO WutilOk
                MOVE fu_role TO WutilRole
                DISPLAY 'Bonjour 'WutilId
                MOVE SPACES TO WsecParametres
                STRING 'role ' fu_role INTO WsecParametres
                MOVE 'OK' TO WsecResultat
               ELSE
                DISPLAY 'identifiant ou mot de passe errone'
                MOVE 'mot de passe errone' TO WsecParametres
                MOVE 'ECHEC' TO WsecResultat
               END-IF
              END-READ
             CLOSE futil
             MOVE 'CONNEXION' TO WsecOperation
             PERFORM JOURNAL_SECURITE
             ADD 1 TO WutilEssais
           END-PERFORM
           IF WutilOk = 0
             DISPLAY 'trop de tentatives, arret du programme'
             MOVE 'CONNEXION' TO WsecOperation
             MOVE 'trop de tentatives, arret du programme'
                 TO WsecParametres
             MOVE 'REFUS' TO WsecResultat
             PERFORM JOURNAL_SECURITE
             STOP RUN
           END-IF.

           END-WRITE
          CLOSE futil
          DISPLAY 'Operateur cree !'
          MOVE 'AJOUT_UTILISATEUR' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING 'operateur ' WutilNouvId ' role ' WutilNouvRole
              INTO WsecParametres
          MOVE 'OK' TO WsecResultat
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                         ADD 1 TO WrelCount
                         MOVE an_matiere TO WrelMatiere(WrelCount)
                         MOVE an_niveau TO WrelNiv(WrelCount)
                         MOVE an_annee TO WrelAn(WrelCount)
                         MOVE 0 TO WrelSomme(WrelCount)
                         MOVE 0 TO WrelNb(WrelCount)
                         MOVE WrelCount TO WiRel
                     WrelSomme(WiRel) / WrelNb(WiRel)
                 MOVE WrelMoy TO WrelMoyEd
                 DISPLAY WrelMatiere(WiRel)' : 'WrelMoyEd
                     '/20 coef 'Wcoef' annee 'WrelAn(WiRel)
                 COMPUTE WrelSommePoints =
                     WrelSommePoints + WrelMoy * Wcoef
                 COMPUTE WrelSommeCoef = WrelSommeCoef + Wcoef
              DISPLAY 'capacite : 'WsalleCap' eleves : 'fc_nbEleves
             ELSE
              MOVE 1 TO Wtrouve
              MOVE fc_niveau TO WclasseNiv
             END-IF
            END-READ
           CLOSE fclasse
              DISPLAY 'Professeur inconnu'
             NOT INVALID KEY
              MOVE 1 TO Wtrouve
              MOVE fp_matiere TO WmatiereProf
             END-READ
            CLOSE fprof
           END-IF
           IF Wtrouve = 1
            PERFORM SAISIE_MATIERE_COURS
           END-IF
           IF Wtrouve = 1
            MOVE 0 TO WhoraireD
            MOVE 0 TO WhoraireF
               DISPLAY 'l horaire de fin'
             END-IF
            END-PERFORM
            PERFORM SAISIE_ANNEE
            MOVE 0 TO WrecMoisD
            PERFORM WITH TEST AFTER UNTIL WrecMoisD > 0
                                          AND WrecMoisD < 13
                      MOVE 1 TO Wfin
                     ELSE
                      IF WrecMois = fco_mois AND WrecJour = fco_jour
                         AND Wannee = fco_annee
                       IF fco_horaireD = WhoraireD
                        MOVE 0 TO WconflitSalle
                       END-IF
                      MOVE 1 TO Wfin
                     ELSE
                      IF WrecMois = fco_mois AND WrecJour = fco_jour
                         AND Wannee = fco_annee
                       IF fco_horaireD = WhoraireD
                        MOVE 0 TO WconflitProf
                       END-IF
                      MOVE 1 TO Wfin
                     ELSE
                      IF WrecMois = fco_mois AND WrecJour = fco_jour
                         AND Wannee = fco_annee
                       IF fco_horaireD = WhoraireD
                        MOVE 0 TO WconflitClasse
                       END-IF
                MOVE WhoraireF TO fco_horaireF
                MOVE WclasseId TO fco_classe
                MOVE WidProf TO fco_profId
                MOVE WNomMatiere TO fco_matiere
                MOVE Wannee TO fco_annee
                WRITE coursTamp
                END-WRITE
               CLOSE fcours
                     END-IF
                    END-READ
                   CLOSE futil
                   MOVE 'CONNEXION' TO WsecOperation
                   IF WutilOk = 1
                     MOVE SPACES TO journalTamp
                     STRING 'CONNEXION ' WutilId ' : OK'
                         INTO journalTamp
                     WRITE journalTamp
                     MOVE SPACES TO WsecParametres
                     STRING 'role ' WutilRole INTO WsecParametres
                     MOVE 'OK' TO WsecResultat
                     PERFORM JOURNAL_SECURITE
                   ELSE
                     MOVE SPACES TO journalTamp
                     STRING 'CONNEXION : ERROR, operateur refuse'
                         INTO journalTamp
                     WRITE journalTamp
                     MOVE WbatParam1 TO WutilId
                     MOVE 'identifiant ou mot de passe errone'
                         TO WsecParametres
                     MOVE 'ECHEC' TO WsecResultat
                     PERFORM JOURNAL_SECURITE
                     MOVE 1 TO WbatFin
                   END-IF
                 ELSE
                    STRING WbatCmd ' : ERROR, connexion requise'
                        INTO journalTamp
                    WRITE journalTamp
                    MOVE WbatCmd TO WsecOperation
                    MOVE 'connexion requise' TO WsecParametres
                    MOVE 'REFUS' TO WsecResultat
                    PERFORM JOURNAL_SECURITE
                    MOVE 1 TO WbatFin
                  ELSE
                   MOVE 'OK' TO WsecResultat
                   EVALUATE WbatCmd
                     WHEN 'SAUVEGARDE'
                       PERFORM SAUVEGARDE
                             WbatClasse ' inexistante'
                             INTO journalTamp
                         WRITE journalTamp
                         MOVE 'ERREUR' TO WsecResultat
                       END-IF
                     WHEN 'IMPRESSION_BULLETINS'
                       MOVE 0 TO WbatClasse
                       MOVE 0 TO WbatTrimestre
                       UNSTRING commandeTamp DELIMITED BY ';'
                           INTO WbatCmd WbatClasse WbatTrimestre
                       END-UNSTRING
                       MOVE WbatClasse TO WimpClasse
                       MOVE WbatTrimestre TO WimpTrimestre
                       PERFORM IMPRESSION_BULLETINS
                       IF WimpOk = 1
                         MOVE SPACES TO journalTamp
                         STRING 'IMPRESSION_BULLETINS : OK, bulletins '
                             WimpNb ' dans ' WimpNom INTO journalTamp
                         WRITE journalTamp
                       ELSE
                         MOVE SPACES TO journalTamp
                         STRING 'IMPRESSION_BULLETINS : ERROR, classe '
                             WbatClasse ' trimestre ' WbatTrimestre
                             INTO journalTamp
                         WRITE journalTamp
                         MOVE 'ERREUR' TO WsecResultat
                       END-IF
                     WHEN 'STATISTIQUES_RECTORAT'
                       PERFORM STATISTIQUES_RECTORAT
                       IF WstOk = 1
                         MOVE SPACES TO journalTamp
                         STRING 'STATISTIQUES_RECTORAT : OK, lignes '
                             WstNbLignes ' dans ' WstNom
                             INTO journalTamp
                         WRITE journalTamp
                       ELSE
                         MOVE SPACES TO journalTamp
                         STRING 'STATISTIQUES_RECTORAT : ERROR, '
                             'base incoherente' INTO journalTamp
                         WRITE journalTamp
                         MOVE 'ERREUR' TO WsecResultat
                       END-IF
                     WHEN 'CHARGEMENT_NOTES'
                       PERFORM CHARGEMENT_NOTES
                           ' : ERROR, commande inconnue'
                           INTO journalTamp
                       WRITE journalTamp
                       MOVE 'ERREUR' TO WsecResultat
                   END-EVALUATE
                   MOVE WbatCmd TO WsecOperation
                   MOVE SPACES TO WsecParametres
                   STRING WbatParam1 DELIMITED BY SPACE
                       ';' WbatParam2 DELIMITED BY SPACE
                       INTO WsecParametres
                   PERFORM JOURNAL_SECURITE
                  END-IF
                 END-IF
               END-READ
             DISPLAY 'Dernier mois de la periode a archiver ?'
             ACCEPT WpurMoisF
           END-PERFORM
           PERFORM SAISIE_ANNEE
           MOVE 9 TO Wrep
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'ATTENTION : les cours et absences des mois '
                 WpurMoisD' a 'WpurMoisF' annee scolaire 'Wannee
             DISPLAY 'seront retires des fichiers courants.'
             DISPLAY 'Continuer ? 1 ou 0'
             ACCEPT Wrep
                       MOVE 1 TO WpurDansPeriode
                     END-IF
                   END-IF
                   IF fco_annee NOT = Wannee
                     MOVE 0 TO WpurDansPeriode
                   END-IF
                   IF WpurDansPeriode = 1
                     WRITE archCoursTamp FROM coursTamp
                     DELETE fcours RECORD
                       MOVE 1 TO WpurDansPeriode
                     END-IF
                   END-IF
                   IF fa_annee NOT = Wannee
                     MOVE 0 TO WpurDansPeriode
                   END-IF
                   IF WpurDansPeriode = 1
                     WRITE archAbsenceTamp FROM absenceTamp
                     DELETE fabsence RECORD
                 ' dans 'WarchNomCours
             DISPLAY 'Absences archivees : 'WpurNbAbsence
                 ' dans 'WarchNomAbsence
             MOVE 'OK' TO WsecResultat
             MOVE SPACES TO WsecParametres
             STRING 'mois ' WpurMoisD ' a ' WpurMoisF ' annee ' Wannee
                 ' cours ' WpurNbCours ' absences ' WpurNbAbsence
                 INTO WsecParametres
           ELSE
             MOVE 'ANNULE' TO WsecResultat
             MOVE SPACES TO WsecParametres
             STRING 'mois ' WpurMoisD ' a ' WpurMoisF ' annee ' Wannee
                 INTO WsecParametres
           END-IF
           MOVE 'PURGE_HISTORIQUE' TO WsecOperation
           PERFORM JOURNAL_SECURITE.

       MODIFIER_ELEVE.
        MOVE 0 TO Wrep
           DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
           ACCEPT WdevTrimestre
         END-PERFORM
         PERFORM SAISIE_ANNEE
         DISPLAY 'Quel est le numero du devoir ?'
         ACCEPT WdevIdNote
         OPEN I-O fdevoir
          MOVE WdevNiveau TO fd_niveau
          MOVE WdevTrimestre TO fd_trimestre
          MOVE WdevIdNote TO fd_idNote
          MOVE Wannee TO fd_annee
          READ fdevoir
          INVALID KEY
           DISPLAY 'devoir inexistant'
           DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
           ACCEPT WdevTrimestre
         END-PERFORM
         PERFORM SAISIE_ANNEE
         DISPLAY 'Quel est le numero du devoir ?'
         ACCEPT WdevIdNote
         OPEN INPUT fdevoir
          MOVE WdevNiveau TO fd_niveau
          MOVE WdevTrimestre TO fd_trimestre
          MOVE WdevIdNote TO fd_idNote
          MOVE Wannee TO fd_annee
          READ fdevoir
          INVALID KEY
           DISPLAY 'devoir inexistant'
                  IF fn_niveau = WdevNiveau
                     AND fn_trimestre = WdevTrimestre
                     AND fn_idNote = WdevIdNote
                     AND fn_annee = Wannee
                   MOVE 1 TO Wtrouve
                   MOVE 1 TO Wfin
                  END-IF
            END-PERFORM
           END-START
          CLOSE fnote
          MOVE 'SUPPRIMER_DEVOIR' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING WdevMatiere ' niveau ' WdevNiveau ' trimestre '
              WdevTrimestre ' devoir ' WdevIdNote ' annee ' Wannee
              INTO WsecParametres
          IF Wtrouve = 1
           DISPLAY 'des notes referencent ce devoir,'
           DISPLAY 'suppression refusee'
           MOVE 'REFUS' TO WsecResultat
          ELSE
           MOVE 'OK' TO WsecResultat
           OPEN I-O fdevoir
            MOVE WdevMatiere TO fd_matiere
            MOVE WdevNiveau TO fd_niveau
            MOVE WdevTrimestre TO fd_trimestre
            MOVE WdevIdNote TO fd_idNote
            MOVE Wannee TO fd_annee
            READ fdevoir
            NOT INVALID KEY
             DELETE fdevoir RECORD
            END-READ
           CLOSE fdevoir
          END-IF
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       SAISIE_MATIERE_COURS.
           MOVE 0 TO Wtrouve
           DISPLAY 'Quelle matiere est enseignee ?'
           DISPLAY '(vide pour 'WmatiereProf')'
           MOVE SPACES TO WNomMatiere
           ACCEPT WNomMatiere
           IF WNomMatiere = SPACES
             MOVE WmatiereProf TO WNomMatiere
           END-IF
           IF WNomMatiere NOT = WmatiereProf
             DISPLAY 'le professeur enseigne 'WmatiereProf
             DISPLAY 'et non 'WNomMatiere', cours refuse'
           ELSE
             OPEN INPUT fmatiere
              MOVE WNomMatiere TO fm_nom
              MOVE WclasseNiv TO fm_niveau
              READ fmatiere
              INVALID KEY
               DISPLAY 'matiere non definie pour le niveau 'WclasseNiv
              NOT INVALID KEY
               MOVE 1 TO Wtrouve
              END-READ
             CLOSE fmatiere
           END-IF.

       CALCUL_RANG_JOUR.
           IF WcalMois > 0 AND WcalMois < 13
             COMPUTE WcalRang = WcalCumul(WcalMois) + WcalJour
           ELSE
             MOVE 0 TO WcalRang
           END-IF.

       CONFORMITE_HORAIRES.
           MOVE 0 TO Wtrouve
           DISPLAY 'Identifiant de la classe (0 pour toutes) : '
           ACCEPT WconfClasse
           IF WconfClasse = 0
             MOVE 1 TO Wtrouve
           ELSE
             OPEN INPUT fclasse
              MOVE WconfClasse TO fc_id
              READ fclasse
              INVALID KEY
                DISPLAY 'classe inexistante'
              NOT INVALID KEY
                MOVE 1 TO Wtrouve
              END-READ
             CLOSE fclasse
           END-IF
           IF Wtrouve = 1
             MOVE 0 TO WconfMoisD
             PERFORM WITH TEST AFTER UNTIL WconfMoisD > 0
                                           AND WconfMoisD < 13
               DISPLAY 'Mois du premier jour de la periode ?'
               ACCEPT WconfMoisD
             END-PERFORM
             MOVE 0 TO WconfJourD
             PERFORM WITH TEST AFTER UNTIL WconfJourD > 0
                                           AND WconfJourD < 32
               DISPLAY 'Premier jour de la periode ? (un lundi)'
               ACCEPT WconfJourD
             END-PERFORM
             MOVE 0 TO WconfNbSem
             PERFORM WITH TEST AFTER UNTIL WconfNbSem > 0
                                           AND WconfNbSem < 41
               DISPLAY 'Nombre de semaines a controler ? (1 a 40)'
               ACCEPT WconfNbSem
             END-PERFORM
             PERFORM SAISIE_ANNEE
             MOVE WconfMoisD TO WcalMois
             MOVE WconfJourD TO WcalJour
             PERFORM CALCUL_RANG_JOUR
             MOVE WcalRang TO WconfRangD
             COMPUTE WconfRangF = WconfRangD + WconfNbSem * 7 - 1
             MOVE 0 TO WfinC
             OPEN INPUT fclasse
             PERFORM WITH TEST AFTER UNTIL WfinC = 1
                 READ fclasse NEXT
                 AT END
                   MOVE 1 TO WfinC
                 NOT AT END
                   IF WconfClasse = 0 OR fc_id = WconfClasse
                     PERFORM CONFORMITE_CLASSE
                   END-IF
                 END-READ
             END-PERFORM
             CLOSE fclasse
           END-IF.

       CONFORMITE_CLASSE.
           MOVE fc_id TO WclasseId
           MOVE fc_niveau TO WclasseNiv
           MOVE WclasseId TO WclasseKey
           INITIALIZE WconfTable
           MOVE 0 TO WconfCount
           MOVE 0 TO WconfNbEcarts
           MOVE 0 TO Wfin
           OPEN INPUT fmatiere
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fmatiere NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fm_niveau = WclasseNiv
                   IF WconfCount < 20
                     ADD 1 TO WconfCount
                     MOVE fm_nom TO WconfMatiere(WconfCount)
                     MOVE fm_heuresHebdo TO WconfRequis(WconfCount)
                   ELSE
                     DISPLAY 'table pleine : 'fm_nom
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fmatiere
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WclasseKey TO fco_classe
           START fcours KEY IS = fco_classe
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_classe NOT = WclasseKey
                   MOVE 1 TO Wfin
                  ELSE
                   MOVE fco_mois TO WcalMois
                   MOVE fco_jour TO WcalJour
                   PERFORM CALCUL_RANG_JOUR
                   IF WcalRang >= WconfRangD AND WcalRang <= WconfRangF
                      AND fco_annee = Wannee
                    COMPUTE WconfSem = (WcalRang - WconfRangD) / 7 + 1
                    MOVE 0 TO WdejaVu
                    MOVE 1 TO WconfI
                    PERFORM WITH TEST BEFORE UNTIL
                        WconfI > WconfCount OR WdejaVu = 1
                      IF WconfMatiere(WconfI) = fco_matiere
                        MOVE 1 TO WdejaVu
                      ELSE
                        ADD 1 TO WconfI
                      END-IF
                    END-PERFORM
                    IF WdejaVu = 0
                      IF WconfCount < 20
                        ADD 1 TO WconfCount
                        MOVE fco_matiere TO WconfMatiere(WconfCount)
                        MOVE 0 TO WconfRequis(WconfCount)
                        MOVE WconfCount TO WconfI
                      ELSE
                        DISPLAY 'table pleine : 'fco_matiere
                        MOVE 0 TO WconfI
                      END-IF
                    END-IF
                    IF WconfI > 0
                      COMPUTE WconfHeures(WconfI, WconfSem) =
                          WconfHeures(WconfI, WconfSem)
                          + fco_horaireF - fco_horaireD
                    END-IF
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           DISPLAY '--- Conformite horaire classe 'WclasseId
               ' niveau 'WclasseNiv' ---'
           MOVE WconfMoisD TO WconfMois
           MOVE WconfJourD TO WconfJour
           MOVE 1 TO WconfSem
           PERFORM WITH TEST AFTER UNTIL WconfSem > WconfNbSem
             DISPLAY 'Semaine 'WconfSem' du 'WconfJour'/'WconfMois
             MOVE 1 TO WconfI
             PERFORM WITH TEST BEFORE UNTIL WconfI > WconfCount
               IF WconfHeures(WconfI, WconfSem) < WconfRequis(WconfI)
                 COMPUTE WconfManque = WconfRequis(WconfI)
                     - WconfHeures(WconfI, WconfSem)
                 ADD WconfManque TO WconfPerdu(WconfI)
                 ADD 1 TO WconfNbEcarts
                 DISPLAY '  'WconfMatiere(WconfI)' : '
                     WconfHeures(WconfI, WconfSem)'h / '
                     WconfRequis(WconfI)'h MANQUE 'WconfManque'h'
               ELSE
                IF WconfHeures(WconfI, WconfSem) > WconfRequis(WconfI)
                 DISPLAY '  'WconfMatiere(WconfI)' : '
                     WconfHeures(WconfI, WconfSem)'h / '
                     WconfRequis(WconfI)'h EXCEDENT'
                ELSE
                 DISPLAY '  'WconfMatiere(WconfI)' : '
                     WconfHeures(WconfI, WconfSem)'h / '
                     WconfRequis(WconfI)'h'
                END-IF
               END-IF
               ADD 1 TO WconfI
             END-PERFORM
             ADD 7 TO WconfJour
             IF WconfMois = 2
               MOVE 28 TO WconfMaxJour
             ELSE
              IF WconfMois = 4 OR WconfMois = 6 OR WconfMois = 9
                 OR WconfMois = 11
               MOVE 30 TO WconfMaxJour
              ELSE
               MOVE 31 TO WconfMaxJour
              END-IF
             END-IF
             IF WconfJour > WconfMaxJour
               SUBTRACT WconfMaxJour FROM WconfJour
               ADD 1 TO WconfMois
               IF WconfMois > 12
                 MOVE 1 TO WconfMois
               END-IF
             END-IF
             ADD 1 TO WconfSem
           END-PERFORM
           DISPLAY '--- Heures perdues sur la periode, classe '
               WclasseId' ---'
           MOVE 1 TO WconfI
           PERFORM WITH TEST BEFORE UNTIL WconfI > WconfCount
             DISPLAY '  'WconfMatiere(WconfI)' : '
                 WconfPerdu(WconfI)'h'
             ADD 1 TO WconfI
           END-PERFORM
           DISPLAY 'Semaines-matieres en deficit : 'WconfNbEcarts.

       VERIF_OPTION.
           MOVE 1 TO WoptInscrit
           IF WoptFacultatif = 'O'
             MOVE 0 TO WoptInscrit
             OPEN INPUT foption
              MOVE WoptIne TO fo_ine
              MOVE WoptMatiere TO fo_matiere
              READ foption
              NOT INVALID KEY
               MOVE 1 TO WoptInscrit
              END-READ
             CLOSE foption
           END-IF.

       MOYENNE_CLASSE_MATIERE.
           MOVE 0 TO WmcmSomme
           MOVE 0 TO WmcmNb
           MOVE 0 TO WmcmMoy
           MOVE 0 TO WmcmFin
           OPEN INPUT fnote
           OPEN INPUT feleves
           MOVE WmcmMatiere TO fn_matiere
           START fnote KEY IS = fn_matiere
           INVALID KEY
             MOVE 1 TO WmcmFin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WmcmFin = 1
                 READ fnote NEXT
                 AT END
                   MOVE 1 TO WmcmFin
                 NOT AT END
                  IF fn_matiere NOT = WmcmMatiere
                   MOVE 1 TO WmcmFin
                  ELSE
                   IF fn_niveau = WmcmNiveau AND fn_annee = Wannee
                      AND (WmcmTrimestre = 0
                      OR fn_trimestre = WmcmTrimestre)
                    MOVE fn_ine TO fe_ine
                    READ feleves
                    NOT INVALID KEY
                     IF fe_classe = WmcmClasse
                      MOVE fn_ine TO WoptIne
                      MOVE WmcmMatiere TO WoptMatiere
                      MOVE WmcmFacultatif TO WoptFacultatif
                      PERFORM VERIF_OPTION
                      IF WoptInscrit = 1
                       COMPUTE WmcmSomme = WmcmSomme + fn_note
                       ADD 1 TO WmcmNb
                      END-IF
                     END-IF
                    END-READ
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE feleves
           CLOSE fnote
           IF WmcmNb > 0
             COMPUTE WmcmMoy = WmcmSomme / WmcmNb
           END-IF.

       SAISIE_OPTION.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Quel est le numero ine de l eleve ?'
         ACCEPT Wine
         OPEN INPUT feleves
          MOVE Wine TO fe_ine
          READ feleves
          INVALID KEY
           DISPLAY 'Eleves inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fe_classe TO WclasseId
           DISPLAY 'Eleve : 'fe_nom' 'fe_prenom
          END-READ
         CLOSE feleves
         IF Wtrouve = 1
          MOVE 0 TO Wtrouve
          OPEN INPUT fclasse
           MOVE WclasseId TO fc_id
           READ fclasse
           INVALID KEY
            DISPLAY 'classe inexistante'
           NOT INVALID KEY
            MOVE 1 TO Wtrouve
            MOVE fc_niveau TO Wniveau
           END-READ
          CLOSE fclasse
         END-IF
         IF Wtrouve = 1
          DISPLAY 'Options suivies :'
          MOVE 0 TO Wfin
          OPEN INPUT foption
           MOVE Wine TO fo_ine
           MOVE SPACES TO fo_matiere
           START foption KEY IS >= fo_cle
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ foption NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                   IF fo_ine NOT = Wine
                     MOVE 1 TO Wfin
                   ELSE
                     DISPLAY '  'fo_matiere' depuis le 'fo_dateInscr
                   END-IF
                 END-READ
             END-PERFORM
           END-START
          CLOSE foption
          MOVE 0 TO WoptMode
          PERFORM WITH TEST AFTER UNTIL WoptMode = 1 OR WoptMode = 2
            DISPLAY '1 : inscrire a une option'
            DISPLAY '2 : desinscrire d une option'
            ACCEPT WoptMode
          END-PERFORM
          DISPLAY 'Quelle option ?'
          ACCEPT WNomMatiere
          MOVE 0 TO WoptOk
          OPEN INPUT fmatiere
           MOVE WNomMatiere TO fm_nom
           MOVE Wniveau TO fm_niveau
           READ fmatiere
           INVALID KEY
            DISPLAY 'Matiere non reconnu pour le niveau 'Wniveau
           NOT INVALID KEY
            IF fm_option = 'O'
             MOVE 1 TO WoptOk
            ELSE
             DISPLAY 'cette matiere n est pas optionnelle'
            END-IF
           END-READ
          CLOSE fmatiere
          IF WoptOk = 1 AND WoptMode = 1
           OPEN I-O foption
            MOVE Wine TO fo_ine
            MOVE WNomMatiere TO fo_matiere
            ACCEPT fo_dateInscr FROM DATE YYYYMMDD
            WRITE optionTamp
            END-WRITE
            IF foption_stat = 0
             DISPLAY 'Inscription enregistree !'
            ELSE
             DISPLAY 'eleve deja inscrit a cette option'
            END-IF
           CLOSE foption
          END-IF
          IF WoptOk = 1 AND WoptMode = 2
           MOVE 0 TO Wtrouve
           MOVE 0 TO Wfin
           OPEN INPUT fnote
            MOVE Wine TO fn_ine
            START fnote KEY IS = fn_ine
            INVALID KEY
              MOVE 1 TO Wfin
            NOT INVALID KEY
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fnote NEXT
                  AT END
                    MOVE 1 TO Wfin
                  NOT AT END
                    IF fn_ine NOT = Wine
                      MOVE 1 TO Wfin
                    ELSE
                      IF fn_matiere = WNomMatiere
                        MOVE 1 TO Wtrouve
                        MOVE 1 TO Wfin
                      END-IF
                    END-IF
                  END-READ
              END-PERFORM
            END-START
           CLOSE fnote
           IF Wtrouve = 1
            DISPLAY 'des notes existent dans cette option,'
            DISPLAY 'desinscription refusee'
           ELSE
            OPEN I-O foption
             MOVE Wine TO fo_ine
             MOVE WNomMatiere TO fo_matiere
             READ foption
             INVALID KEY
              DISPLAY 'eleve non inscrit a cette option'
             NOT INVALID KEY
              DELETE foption RECORD
              DISPLAY 'Desinscription enregistree !'
             END-READ
            CLOSE foption
           END-IF
          END-IF
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       CHARGEMENT_OPTIONS.
           MOVE 0 TO WnbCharges
           MOVE 0 TO WnbRejetes
           MOVE 0 TO Wfin
           OPEN INPUT foptionLot
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ foptionLot NEXT
               AT END
                   MOVE 1 TO Wfin
               NOT AT END
                   MOVE SPACES TO WoptLotIne
                   MOVE SPACES TO WoptLotMatiere
                   UNSTRING optionLotTamp DELIMITED BY ';'
                       INTO WoptLotIne WoptLotMatiere
                   END-UNSTRING
                   MOVE 0 TO Wtrouve
                   OPEN INPUT feleves
                   MOVE WoptLotIne TO fe_ine
                   READ feleves
                   INVALID KEY
                     DISPLAY WoptLotIne' rejete : ine inconnu'
                     ADD 1 TO WnbRejetes
                   NOT INVALID KEY
                     MOVE 1 TO Wtrouve
                     MOVE fe_classe TO WclasseId
                   END-READ
                   CLOSE feleves
                   IF Wtrouve = 1
                     MOVE 0 TO Wtrouve
                     OPEN INPUT fclasse
                     MOVE WclasseId TO fc_id
                     READ fclasse
                     INVALID KEY
                       DISPLAY WoptLotIne' rejete : classe inconnue'
                       ADD 1 TO WnbRejetes
                     NOT INVALID KEY
                       MOVE 1 TO Wtrouve
                       MOVE fc_niveau TO Wniveau
                     END-READ
                     CLOSE fclasse
                   END-IF
                   IF Wtrouve = 1
                     MOVE 0 TO Wtrouve
                     OPEN INPUT fmatiere
                     MOVE WoptLotMatiere TO fm_nom
                     MOVE Wniveau TO fm_niveau
                     READ fmatiere
                     INVALID KEY
                       DISPLAY WoptLotIne' rejete : matiere '
                           WoptLotMatiere' inconnue pour ce niveau'
                       ADD 1 TO WnbRejetes
                     NOT INVALID KEY
                       IF fm_option = 'O'
                         MOVE 1 TO Wtrouve
                       ELSE
                         DISPLAY WoptLotIne' rejete : '
                             WoptLotMatiere' non optionnelle'
                         ADD 1 TO WnbRejetes
                       END-IF
                     END-READ
                     CLOSE fmatiere
                   END-IF
                   IF Wtrouve = 1
                     OPEN I-O foption
                      MOVE WoptLotIne TO fo_ine
                      MOVE WoptLotMatiere TO fo_matiere
                      ACCEPT fo_dateInscr FROM DATE YYYYMMDD
                      WRITE optionTamp
                      END-WRITE
                      IF foption_stat = 0
                        ADD 1 TO WnbCharges
                      ELSE
                        DISPLAY WoptLotIne' rejete : deja inscrit'
                        ADD 1 TO WnbRejetes
                      END-IF
                     CLOSE foption
                   END-IF
               END-READ
           END-PERFORM
           CLOSE foptionLot
           DISPLAY '--- Chargement options termine ---'
           DISPLAY 'Enregistrements charges  : 'WnbCharges
           DISPLAY 'Enregistrements rejetes  : 'WnbRejetes.

       SAISIE_APPRECIATION.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Quel est le numero ine de l eleve ?'
         ACCEPT Wine
         OPEN INPUT feleves
          MOVE Wine TO fe_ine
          READ feleves
          INVALID KEY
           DISPLAY 'Eleves inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fe_classe TO WclasseId
           DISPLAY 'Eleve : 'fe_nom' 'fe_prenom
          END-READ
         CLOSE feleves
         IF Wtrouve = 1
          MOVE 0 TO Wtrouve
          OPEN INPUT fclasse
           MOVE WclasseId TO fc_id
           READ fclasse
           INVALID KEY
            DISPLAY 'classe inexistante'
           NOT INVALID KEY
            MOVE 1 TO Wtrouve
            MOVE fc_niveau TO Wniveau
           END-READ
          CLOSE fclasse
         END-IF
         IF Wtrouve = 1
          MOVE 0 TO Wtrimestre
          PERFORM WITH TEST AFTER UNTIL Wtrimestre > 0
                                        AND Wtrimestre < 4
            DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
            ACCEPT Wtrimestre
          END-PERFORM
          PERFORM SAISIE_ANNEE
          MOVE 0 TO WappMode
          PERFORM WITH TEST AFTER UNTIL WappMode = 1 OR WappMode = 2
            DISPLAY '1 : appreciation d une matiere'
            DISPLAY '2 : appreciation generale (professeur principal)'
            ACCEPT WappMode
          END-PERFORM
          MOVE SPACES TO WappMatiere
          IF WappMode = 1
           DISPLAY 'Quelle matiere ?'
           ACCEPT WappMatiere
           MOVE 0 TO Wtrouve
           OPEN INPUT fmatiere
            MOVE WappMatiere TO fm_nom
            MOVE Wniveau TO fm_niveau
            READ fmatiere
            INVALID KEY
             DISPLAY 'Matiere non reconnu pour le niveau 'Wniveau
            NOT INVALID KEY
             MOVE 1 TO Wtrouve
             MOVE fm_option TO WoptFacultatif
            END-READ
           CLOSE fmatiere
           IF Wtrouve = 1
            MOVE Wine TO WoptIne
            MOVE WappMatiere TO WoptMatiere
            PERFORM VERIF_OPTION
            IF WoptInscrit = 0
             DISPLAY 'eleve non inscrit a l option'
             MOVE 0 TO Wtrouve
            END-IF
           END-IF
          END-IF
         END-IF
         IF Wtrouve = 1
          MOVE 0 TO WappExiste
          OPEN I-O fappreciation
           MOVE Wine TO fap_ine
           MOVE WappMatiere TO fap_matiere
           MOVE Wtrimestre TO fap_trimestre
           MOVE Wannee TO fap_annee
           READ fappreciation
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 1 TO WappExiste
            DISPLAY 'Appreciation actuelle : 'fap_texte
           END-READ
           DISPLAY 'Appreciation ? (60 caracteres maximum)'
           ACCEPT WappTexte
           MOVE Wine TO fap_ine
           MOVE WappMatiere TO fap_matiere
           MOVE Wtrimestre TO fap_trimestre
           MOVE Wannee TO fap_annee
           MOVE WappTexte TO fap_texte
           MOVE WutilId TO fap_operateur
           ACCEPT fap_date FROM DATE YYYYMMDD
           IF WappExiste = 1
            REWRITE appreciationTamp
            END-REWRITE
           ELSE
            WRITE appreciationTamp
            END-WRITE
           END-IF
           IF fappreciation_stat = 0
            DISPLAY 'Appreciation enregistree !'
           ELSE
            DISPLAY 'Erreur d enregistrement : 'fappreciation_stat
           END-IF
          CLOSE fappreciation
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       IMPRESSION_BULLETINS.
           MOVE 0 TO WimpOk
           MOVE 0 TO WimpNb
           MOVE 0 TO Wtrouve
           IF WbatchMode = 0
             DISPLAY 'Identifiant de la classe ? '
             ACCEPT WimpClasse
             MOVE 0 TO WimpTrimestre
             PERFORM WITH TEST AFTER UNTIL WimpTrimestre > 0
                                           AND WimpTrimestre < 4
               DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
               ACCEPT WimpTrimestre
             END-PERFORM
           END-IF
           IF WimpTrimestre > 0 AND WimpTrimestre < 4
             OPEN INPUT fclasse
              MOVE WimpClasse TO fc_id
              READ fclasse
              INVALID KEY
                DISPLAY 'classe inexistante'
              NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE fc_niveau TO WcdcNiveau
              END-READ
             CLOSE fclasse
           ELSE
             DISPLAY 'trimestre invalide'
           END-IF
           IF Wtrouve = 1
             MOVE 1 TO WimpOk
             MOVE WimpClasse TO WcdcClasseId
             MOVE WimpTrimestre TO Wtrimestre
             PERFORM SAISIE_ANNEE
             PERFORM CLASSEMENT_CLASSE
             MOVE SPACES TO WimpNom
             STRING 'bulletin' WimpClasse 'T' WimpTrimestre '.dat'
                 INTO WimpNom
             OPEN OUTPUT fimpression
             MOVE 1 TO WimpI
             PERFORM WITH TEST BEFORE UNTIL WimpI > WcdcCount
               PERFORM IMPRESSION_BULLETIN_ELEVE
               ADD 1 TO WimpNb
               ADD 1 TO WimpI
             END-PERFORM
             CLOSE fimpression
             DISPLAY 'Impression terminee : 'WimpNb' bulletins'
             DISPLAY 'dans 'WimpNom
           END-IF.

       IMPRESSION_BULLETIN_ELEVE.
           MOVE WcdcIne(WimpI) TO fe_ine
           OPEN INPUT feleves
           READ feleves
           INVALID KEY
             MOVE SPACES TO fe_parentNom
             MOVE 0 TO fe_parentTel
             MOVE SPACES TO fe_dateNaiss
           END-READ
           CLOSE feleves
           MOVE SPACES TO WimpTexte
           STRING 'BULLETIN SCOLAIRE ' Wannee ' - TRIMESTRE '
               WimpTrimestre ' - CLASSE ' WimpClasse INTO WimpTexte
           WRITE impressionTamp FROM WimpTexte AFTER ADVANCING PAGE
           MOVE 1 TO WimpLigne
           MOVE SPACES TO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'A l attention de M. ou Mme ' fe_parentNom
               INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Responsable legal de ' WcdcPrenom(WimpI) ' '
               WcdcNom(WimpI) INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Telephone : ' fe_parentTel INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Eleve : ' WcdcNom(WimpI) ' ' WcdcPrenom(WimpI)
               ' INE ' WcdcIne(WimpI) ' ne(e) le ' fe_dateNaiss
               INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Matiere          Coef  Moyenne  Moyenne classe'
               INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE 0 TO WfinC
           OPEN INPUT fmatiere
           PERFORM WITH TEST AFTER UNTIL WfinC = 1
               READ fmatiere NEXT
               AT END
                 MOVE 1 TO WfinC
               NOT AT END
                 IF fm_niveau = WcdcNiveau
                   MOVE WcdcIne(WimpI) TO WoptIne
                   MOVE fm_nom TO WoptMatiere
                   MOVE fm_option TO WoptFacultatif
                   PERFORM VERIF_OPTION
                   IF WoptInscrit = 1
                     PERFORM IMPRESSION_MATIERE
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fmatiere
           MOVE SPACES TO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           IF WcdcAvecNote(WimpI) = 1
             MOVE WcdcMoy(WimpI) TO WcdcMoyEd
             STRING 'Moyenne generale : ' WcdcMoyEd '/20   Rang : '
                 WimpI ' sur ' WcdcCount INTO WimpTexte
           ELSE
             STRING 'Moyenne generale : sans note   Rang : non classe'
                 INTO WimpTexte
           END-IF
           PERFORM IMPRESSION_LIGNE
           PERFORM DEMI_JOURNEES_ABSENCE
           MOVE SPACES TO WimpTexte
           STRING 'Demi-journees d absence : ' WimpDemiCount
               ' dont non justifiees : ' WimpDemiNonJust
               INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Appreciation du professeur principal :'
               INTO WimpTexte
           PERFORM IMPRESSION_LIGNE
           MOVE SPACES TO WimpTexte
           OPEN INPUT fappreciation
            MOVE WcdcIne(WimpI) TO fap_ine
            MOVE SPACES TO fap_matiere
            MOVE WimpTrimestre TO fap_trimestre
            MOVE Wannee TO fap_annee
            READ fappreciation
            NOT INVALID KEY
             STRING '  ' fap_texte INTO WimpTexte
            END-READ
           CLOSE fappreciation
           PERFORM IMPRESSION_LIGNE.

       IMPRESSION_MATIERE.
           MOVE 0 TO WimpSomme
           MOVE 0 TO WimpNbNotes
           MOVE 0 TO WfinN
           OPEN INPUT fnote
           MOVE WcdcIne(WimpI) TO fn_ine
           START fnote KEY IS = fn_ine
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fnote NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                   IF fn_ine NOT = WcdcIne(WimpI)
                     MOVE 1 TO WfinN
                   ELSE
                     IF fn_matiere = fm_nom
                        AND fn_trimestre = WimpTrimestre
                        AND fn_annee = Wannee
                       COMPUTE WimpSomme = WimpSomme + fn_note
                       ADD 1 TO WimpNbNotes
                     END-IF
                   END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fnote
           MOVE WimpClasse TO WmcmClasse
           MOVE WcdcNiveau TO WmcmNiveau
           MOVE fm_nom TO WmcmMatiere
           MOVE fm_option TO WmcmFacultatif
           MOVE WimpTrimestre TO WmcmTrimestre
           PERFORM MOYENNE_CLASSE_MATIERE
           MOVE WmcmMoy TO WimpMoyClasseEd
           MOVE SPACES TO WimpTexte
           IF WimpNbNotes > 0
             COMPUTE WimpMoyEleve = WimpSomme / WimpNbNotes
             MOVE WimpMoyEleve TO WimpMoyEleveEd
             STRING fm_nom '  ' fm_coef '    ' WimpMoyEleveEd
                 '    ' WimpMoyClasseEd INTO WimpTexte
           ELSE
             STRING fm_nom '  ' fm_coef '    --.--    '
                 WimpMoyClasseEd INTO WimpTexte
           END-IF
           PERFORM IMPRESSION_LIGNE
           OPEN INPUT fappreciation
            MOVE WcdcIne(WimpI) TO fap_ine
            MOVE fm_nom TO fap_matiere
            MOVE WimpTrimestre TO fap_trimestre
            MOVE Wannee TO fap_annee
            READ fappreciation
            NOT INVALID KEY
             MOVE SPACES TO WimpTexte
             STRING '   ' fap_texte INTO WimpTexte
             PERFORM IMPRESSION_LIGNE
            END-READ
           CLOSE fappreciation.

       IMPRESSION_LIGNE.
           IF WimpLigne >= 60
             MOVE SPACES TO impressionTamp
             STRING 'Bulletin de ' WcdcNom(WimpI) ' '
                 WcdcPrenom(WimpI) ' (suite)' INTO impressionTamp
             WRITE impressionTamp AFTER ADVANCING PAGE
             MOVE 1 TO WimpLigne
           END-IF
           WRITE impressionTamp FROM WimpTexte AFTER ADVANCING 1 LINE
           ADD 1 TO WimpLigne.

       DEMI_JOURNEES_ABSENCE.
           MOVE 0 TO WimpDemiCount
           MOVE 0 TO WimpDemiNonJust
           MOVE 0 TO WfinN
           OPEN INPUT fabsence
           MOVE WcdcIne(WimpI) TO fa_ine
           START fabsence KEY IS = fa_ine
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fabsence NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                  IF fa_ine NOT = WcdcIne(WimpI)
                   MOVE 1 TO WfinN
                  ELSE
                   MOVE 0 TO WimpDansTrim
                   IF WimpTrimestre = 1 AND fa_mois >= 9
                     MOVE 1 TO WimpDansTrim
                   END-IF
                   IF WimpTrimestre = 2 AND fa_mois <= 3
                     MOVE 1 TO WimpDansTrim
                   END-IF
                   IF WimpTrimestre = 3 AND fa_mois >= 4
                      AND fa_mois <= 8
                     MOVE 1 TO WimpDansTrim
                   END-IF
                   IF fa_annee NOT = Wannee
                     MOVE 0 TO WimpDansTrim
                   END-IF
                   IF WimpDansTrim = 1
                    IF fa_horaireD < 12
                      COMPUTE WimpDemiCle =
                          fa_mois * 1000 + fa_jour * 10 + 1
                    ELSE
                      COMPUTE WimpDemiCle =
                          fa_mois * 1000 + fa_jour * 10 + 2
                    END-IF
                    MOVE 0 TO WdejaVu
                    MOVE 1 TO WimpDemiK
                    PERFORM WITH TEST BEFORE UNTIL
                        WimpDemiK > WimpDemiCount OR WdejaVu = 1
                      IF WimpDemiCode(WimpDemiK) = WimpDemiCle
                        MOVE 1 TO WdejaVu
                        IF fa_justifie = 0
                          MOVE 0 TO WimpDemiJust(WimpDemiK)
                        END-IF
                      ELSE
                        ADD 1 TO WimpDemiK
                      END-IF
                    END-PERFORM
                    IF WdejaVu = 0 AND WimpDemiCount < 300
                      ADD 1 TO WimpDemiCount
                      MOVE WimpDemiCle TO WimpDemiCode(WimpDemiCount)
                      IF fa_justifie = 0
                        MOVE 0 TO WimpDemiJust(WimpDemiCount)
                      ELSE
                        MOVE 1 TO WimpDemiJust(WimpDemiCount)
                      END-IF
                    END-IF
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fabsence
           MOVE 1 TO WimpDemiK
           PERFORM WITH TEST BEFORE UNTIL WimpDemiK > WimpDemiCount
             IF WimpDemiJust(WimpDemiK) = 0
               ADD 1 TO WimpDemiNonJust
             END-IF
             ADD 1 TO WimpDemiK
           END-PERFORM.

       AJOUT_EXAMEN.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         MOVE 0 TO WexMois
         PERFORM WITH TEST AFTER UNTIL WexMois > 0 AND WexMois < 13
           DISPLAY 'Mois de l epreuve ?'
           ACCEPT WexMois
         END-PERFORM
         MOVE 0 TO WexJour
         PERFORM WITH TEST AFTER UNTIL WexJour > 0 AND WexJour < 32
           DISPLAY 'Jour de l epreuve ?'
           ACCEPT WexJour
         END-PERFORM
         PERFORM SAISIE_ANNEE
         MOVE Wannee TO WexAnnee
         MOVE 0 TO WexHoraireD
         MOVE 0 TO WexHoraireF
         PERFORM WITH TEST AFTER UNTIL WexHoraireD < WexHoraireF
                                       AND WexHoraireF < 24
           DISPLAY 'Horaire de debut de l epreuve : '
           ACCEPT WexHoraireD
           DISPLAY 'Horaire de fin de l epreuve : '
           ACCEPT WexHoraireF
           IF WexHoraireF - WexHoraireD <= 0
             DISPLAY 'L horaire de debut doit etre inferieur a'
             DISPLAY 'l horaire de fin'
           END-IF
         END-PERFORM
         MOVE 0 TO WexNiveau
         PERFORM WITH TEST AFTER UNTIL WexNiveau > 2 AND WexNiveau < 7
           DISPLAY 'Pour quel niveau ?'
           ACCEPT WexNiveau
         END-PERFORM
         DISPLAY 'Matiere de l epreuve ?'
         ACCEPT WexMatiere
         OPEN INPUT fmatiere
          MOVE WexMatiere TO fm_nom
          MOVE WexNiveau TO fm_niveau
          READ fmatiere
          INVALID KEY
           DISPLAY 'Matiere non reconnu pour le niveau 'WexNiveau
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
          END-READ
         CLOSE fmatiere
         IF Wtrouve = 1
          DISPLAY 'Libelle de l epreuve ? (ex : BREVET BLANC)'
          ACCEPT WexLibelle
          OPEN I-O fexamen
           MOVE WexCle TO fex_cle
           MOVE WexHoraireF TO fex_horaireF
           MOVE WexMatiere TO fex_matiere
           MOVE WexLibelle TO fex_libelle
           MOVE 'P' TO fex_etat
           WRITE examenTamp
           END-WRITE
           IF fexamen_stat = 0
            DISPLAY 'Epreuve enregistree !'
           ELSE
            DISPLAY 'epreuve deja enregistree sur ce creneau'
           END-IF
          CLOSE fexamen
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       AFFICHER_EXAMEN.
           PERFORM SAISIE_ANNEE
           MOVE 0 TO Wfin
           OPEN INPUT fexamen
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fexamen NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                IF fex_annee = Wannee
                 DISPLAY '---------------------'
                 DISPLAY fex_libelle' niveau 'fex_niveau' : '
                     fex_matiere
                 DISPLAY 'Le 'fex_jour'/'fex_mois' de 'fex_horaireD
                     'h a 'fex_horaireF'h'
                 IF fex_etat = 'O'
                   DISPLAY 'Etat : planifie'
                   MOVE 0 TO WfinN
                   OPEN INPUT fconvoc
                   MOVE fex_cle TO fcv_examen
                   MOVE 'S' TO fcv_type
                   MOVE SPACES TO fcv_ident
                   START fconvoc KEY IS >= fcv_cle
                   INVALID KEY
                     MOVE 1 TO WfinN
                   NOT INVALID KEY
                     PERFORM WITH TEST AFTER UNTIL WfinN = 1
                         READ fconvoc NEXT
                         AT END
                           MOVE 1 TO WfinN
                         NOT AT END
                           IF fcv_examen NOT = fex_cle
                              OR fcv_type NOT = 'S'
                             MOVE 1 TO WfinN
                           ELSE
                             DISPLAY '  salle 'fcv_salle
                                 ' surveillant 'fcv_profId
                           END-IF
                         END-READ
                     END-PERFORM
                   END-START
                   CLOSE fconvoc
                 ELSE
                   DISPLAY 'Etat : a planifier'
                 END-IF
                END-IF
               END-READ
           END-PERFORM
           CLOSE fexamen.

       PLANIFIER_EXAMEN.
           MOVE 0 TO Wtrouve
           DISPLAY 'Mois de l epreuve ?'
           ACCEPT WexMois
           DISPLAY 'Jour de l epreuve ?'
           ACCEPT WexJour
           PERFORM SAISIE_ANNEE
           MOVE Wannee TO WexAnnee
           DISPLAY 'Horaire de debut de l epreuve : '
           ACCEPT WexHoraireD
           DISPLAY 'Niveau de l epreuve ?'
           ACCEPT WexNiveau
           OPEN INPUT fexamen
            MOVE WexCle TO fex_cle
            READ fexamen
            INVALID KEY
              DISPLAY 'epreuve inexistante'
            NOT INVALID KEY
              MOVE 1 TO Wtrouve
              MOVE fex_horaireF TO WexHoraireF
              MOVE fex_matiere TO WexMatiere
              MOVE fex_libelle TO WexLibelle
              MOVE fex_etat TO WexEtat
              DISPLAY fex_libelle' : 'fex_matiere
            END-READ
           CLOSE fexamen
           IF Wtrouve = 1 AND WexEtat = 'O'
             MOVE 9 TO Wrep
             PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Epreuve deja planifiee. Replanifier ? 1 ou 0'
               ACCEPT Wrep
             END-PERFORM
             IF Wrep = 1
               PERFORM EXAMEN_ANNULATION
             ELSE
               MOVE 0 TO Wtrouve
             END-IF
           END-IF
           IF Wtrouve = 1
             MOVE 'N' TO WexFacultatif
             OPEN INPUT fmatiere
              MOVE WexMatiere TO fm_nom
              MOVE WexNiveau TO fm_niveau
              READ fmatiere
              NOT INVALID KEY
               MOVE fm_option TO WexFacultatif
              END-READ
             CLOSE fmatiere
             PERFORM EXAMEN_OCCUPATION
             PERFORM EXAMEN_EFFECTIF
             IF WexNbEleves = 0
               DISPLAY 'aucun eleve a convoquer pour cette epreuve'
               MOVE 0 TO Wtrouve
             ELSE
               IF WexCapTotal < WexNbEleves
                 DISPLAY 'capacite insuffisante : 'WexCapTotal
                     ' places libres pour 'WexNbEleves' eleves'
                 DISPLAY 'planification refusee'
                 MOVE 0 TO Wtrouve
               END-IF
             END-IF
           END-IF
           IF Wtrouve = 1
             PERFORM EXAMEN_PLACEMENT
             PERFORM EXAMEN_SURVEILLANCE
             OPEN I-O fexamen
              MOVE WexCle TO fex_cle
              READ fexamen
              NOT INVALID KEY
               MOVE 'O' TO fex_etat
               REWRITE examenTamp
               END-REWRITE
              END-READ
             CLOSE fexamen
             PERFORM EXAMEN_LISTES
             PERFORM EXAMEN_CONVOCATIONS
             DISPLAY '--- Planification terminee ---'
             DISPLAY 'Eleves convoques  : 'WexNbEleves
             DISPLAY 'Surveillants      : 'WexNbSurv
             DISPLAY 'Cours en conflit  : 'WexNbConflits
           END-IF.

       EXAMEN_ANNULATION.
           MOVE 0 TO WfinN
           OPEN I-O fconvoc
           MOVE WexCle TO fcv_examen
           MOVE SPACES TO fcv_type
           MOVE SPACES TO fcv_ident
           START fconvoc KEY IS >= fcv_cle
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fconvoc NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                   IF fcv_examen NOT = WexCle
                     MOVE 1 TO WfinN
                   ELSE
                     DELETE fconvoc RECORD
                   END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fconvoc
           OPEN I-O fexamen
            MOVE WexCle TO fex_cle
            READ fexamen
            NOT INVALID KEY
             MOVE 'P' TO fex_etat
             REWRITE examenTamp
             END-REWRITE
            END-READ
           CLOSE fexamen.

       EXAMEN_OCCUPATION.
           INITIALIZE WexOccupTable
           MOVE 0 TO WexNbClasses
           MOVE 0 TO WexNbConflits
           MOVE 0 TO WexNbSalles
           MOVE 0 TO WexCapTotal
           MOVE 0 TO Wfin
           OPEN INPUT fclasse
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fclasse NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fc_niveau = WexNiveau AND WexNbClasses < 30
                   ADD 1 TO WexNbClasses
                   MOVE fc_id TO WexClasseId(WexNbClasses)
                   MOVE fc_id TO WclasseKey
                   MOVE WclasseKey TO WexClasseKey(WexNbClasses)
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fclasse
           DISPLAY '--- Cours en conflit avec l epreuve ---'
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WexMois TO fco_mois
           START fcours KEY IS = fco_mois
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_mois NOT = WexMois
                   MOVE 1 TO Wfin
                  ELSE
                   IF fco_jour = WexJour
                      AND fco_annee = WexAnnee
                      AND fco_horaireD < WexHoraireF
                      AND fco_horaireF > WexHoraireD
                    IF fco_numS > 0
                      MOVE 1 TO WexSalleOccupee(fco_numS)
                    END-IF
                    IF fco_profId > 0
                      MOVE 1 TO WexProfOccupe(fco_profId)
                    END-IF
                    MOVE 0 TO WexDansNiveau
                    MOVE 1 TO WexI
                    PERFORM WITH TEST BEFORE UNTIL
                        WexI > WexNbClasses OR WexDansNiveau = 1
                      IF WexClasseKey(WexI) = fco_classe
                        MOVE 1 TO WexDansNiveau
                      ELSE
                        ADD 1 TO WexI
                      END-IF
                    END-PERFORM
                    IF WexDansNiveau = 1
                      DISPLAY 'classe 'fco_classe' salle 'fco_numS
                          ' prof 'fco_profId' 'fco_horaireD'h-'
                          fco_horaireF'h 'fco_matiere
                      ADD 1 TO WexNbConflits
                    END-IF
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           IF WexNbConflits = 0
             DISPLAY 'aucun'
           END-IF
           MOVE 0 TO Wfin
           OPEN INPUT fconvoc
           MOVE WexMois TO fcv_mois
           MOVE WexJour TO fcv_jour
           MOVE 0 TO fcv_horaireD
           MOVE 0 TO fcv_niveau
           MOVE 0 TO fcv_annee
           MOVE SPACES TO fcv_type
           MOVE SPACES TO fcv_ident
           START fconvoc KEY IS >= fcv_cle
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fconvoc NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fcv_mois NOT = WexMois OR fcv_jour NOT = WexJour
                   MOVE 1 TO Wfin
                  ELSE
                   IF fcv_examen NOT = WexCle
                      AND fcv_annee = WexAnnee
                      AND fcv_horaireD < WexHoraireF
                      AND fcv_horaireF > WexHoraireD
                    IF fcv_salle > 0
                      MOVE 1 TO WexSalleOccupee(fcv_salle)
                    END-IF
                    IF fcv_type = 'S' AND fcv_profId > 0
                      MOVE 1 TO WexProfOccupe(fcv_profId)
                    END-IF
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fconvoc
           DISPLAY '--- Salles disponibles ---'
           MOVE 0 TO Wfin
           OPEN INPUT fsalle
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsalle NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fs_num > 0 AND fs_capacite > 0
                   IF WexSalleOccupee(fs_num) = 0
                     IF WexNbSalles < 50
                       ADD 1 TO WexNbSalles
                       MOVE fs_num TO WexSalleNum(WexNbSalles)
                       MOVE fs_capacite TO WexSalleCap(WexNbSalles)
                       MOVE 0 TO WexSalleOcc(WexNbSalles)
                       MOVE 0 TO WexSalleSurv(WexNbSalles)
                       ADD fs_capacite TO WexCapTotal
                       DISPLAY 'salle 'fs_num' capacite 'fs_capacite
                           ' 'fs_type
                     ELSE
                       DISPLAY 'table pleine : salle 'fs_num
                     END-IF
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fsalle.

       EXAMEN_EFFECTIF.
           MOVE 0 TO WexNbEleves
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 PERFORM EXAMEN_ELEVE_CONCERNE
                 IF WexDansNiveau = 1
                   ADD 1 TO WexNbEleves
                 END-IF
               END-READ
           END-PERFORM
           CLOSE feleves.

       EXAMEN_ELEVE_CONCERNE.
           MOVE 0 TO WexDansNiveau
           MOVE 1 TO WexI
           PERFORM WITH TEST BEFORE UNTIL
               WexI > WexNbClasses OR WexDansNiveau = 1
             IF WexClasseId(WexI) = fe_classe
               MOVE 1 TO WexDansNiveau
             ELSE
               ADD 1 TO WexI
             END-IF
           END-PERFORM
           IF WexDansNiveau = 1
             MOVE fe_ine TO WoptIne
             MOVE WexMatiere TO WoptMatiere
             MOVE WexFacultatif TO WoptFacultatif
             PERFORM VERIF_OPTION
             IF WoptInscrit = 0
               MOVE 0 TO WexDansNiveau
             END-IF
           END-IF.

       EXAMEN_PLACEMENT.
           MOVE 1 TO WexK
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           OPEN I-O fconvoc
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 PERFORM EXAMEN_ELEVE_CONCERNE
                 IF WexDansNiveau = 1
                   PERFORM WITH TEST BEFORE UNTIL
                       WexSalleOcc(WexK) < WexSalleCap(WexK)
                     ADD 1 TO WexK
                   END-PERFORM
                   ADD 1 TO WexSalleOcc(WexK)
                   MOVE WexCle TO fcv_examen
                   MOVE 'E' TO fcv_type
                   MOVE fe_ine TO fcv_ident
                   MOVE WexSalleNum(WexK) TO fcv_salle
                   MOVE WexSalleOcc(WexK) TO fcv_place
                   MOVE WexHoraireF TO fcv_horaireF
                   WRITE convocTamp
                   END-WRITE
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fconvoc
           CLOSE feleves.

       EXAMEN_SURVEILLANCE.
           MOVE 0 TO WexNbSurv
           MOVE 1 TO WexK
           PERFORM WITH TEST BEFORE UNTIL WexK > WexNbSalles
             IF WexSalleOcc(WexK) > 0
               MOVE 0 TO WexOk
               MOVE 0 TO WfinN
               OPEN INPUT fprof
               PERFORM WITH TEST AFTER UNTIL WfinN = 1 OR WexOk = 1
                   READ fprof NEXT
                   AT END
                     MOVE 1 TO WfinN
                   NOT AT END
                     IF fp_id > 0 AND fp_matiere NOT = WexMatiere
                       IF WexProfOccupe(fp_id) = 0
                         MOVE 1 TO WexOk
                         MOVE 1 TO WexProfOccupe(fp_id)
                         MOVE fp_id TO WexSalleSurv(WexK)
                       END-IF
                     END-IF
                   END-READ
               END-PERFORM
               CLOSE fprof
               IF WexOk = 1
                 OPEN I-O fconvoc
                  MOVE WexCle TO fcv_examen
                  MOVE 'S' TO fcv_type
                  MOVE SPACES TO fcv_ident
                  MOVE WexSalleSurv(WexK) TO fcv_profId
                  MOVE WexSalleNum(WexK) TO fcv_salle
                  MOVE 0 TO fcv_place
                  MOVE WexHoraireF TO fcv_horaireF
                  WRITE convocTamp
                  END-WRITE
                 CLOSE fconvoc
                 ADD 1 TO WexNbSurv
               ELSE
                 DISPLAY 'aucun surveillant disponible pour la salle '
                     WexSalleNum(WexK)
               END-IF
             END-IF
             ADD 1 TO WexK
           END-PERFORM.

       EXAMEN_LISTES.
           MOVE SPACES TO WimpNom
           STRING 'placement' WexMois WexJour WexHoraireD 'N'
               WexNiveau '.dat' INTO WimpNom
           OPEN OUTPUT fimpression
           MOVE 1 TO WexK
           PERFORM WITH TEST BEFORE UNTIL WexK > WexNbSalles
             IF WexSalleOcc(WexK) > 0
               MOVE SPACES TO WimpTexte
               STRING 'LISTE DE PLACEMENT - ' WexLibelle
                   INTO WimpTexte
               WRITE impressionTamp FROM WimpTexte
                   AFTER ADVANCING PAGE
               MOVE 1 TO WimpLigne
               MOVE SPACES TO WimpTexte
               STRING 'Epreuve : ' WexMatiere ' niveau ' WexNiveau
                   INTO WimpTexte
               PERFORM EXAMEN_LIGNE
               MOVE SPACES TO WimpTexte
               STRING 'Le ' WexJour '/' WexMois ' de ' WexHoraireD
                   'h a ' WexHoraireF 'h' INTO WimpTexte
               PERFORM EXAMEN_LIGNE
               MOVE SPACES TO WimpTexte
               STRING 'Salle ' WexSalleNum(WexK) ' : '
                   WexSalleOcc(WexK) ' eleves pour '
                   WexSalleCap(WexK) ' places' INTO WimpTexte
               PERFORM EXAMEN_LIGNE
               MOVE SPACES TO WimpTexte
               IF WexSalleSurv(WexK) = 0
                 STRING 'Surveillant : non affecte' INTO WimpTexte
               ELSE
                 OPEN INPUT fprof
                  MOVE WexSalleSurv(WexK) TO fp_id
                  READ fprof
                  INVALID KEY
                   STRING 'Surveillant : ' WexSalleSurv(WexK)
                       INTO WimpTexte
                  NOT INVALID KEY
                   STRING 'Surveillant : ' fp_nom ' ' fp_prenom
                       INTO WimpTexte
                  END-READ
                 CLOSE fprof
               END-IF
               PERFORM EXAMEN_LIGNE
               MOVE SPACES TO WimpTexte
               PERFORM EXAMEN_LIGNE
               MOVE SPACES TO WimpTexte
               STRING 'Place INE        Nom             Prenom'
                   '          Classe' INTO WimpTexte
               PERFORM EXAMEN_LIGNE
               MOVE 0 TO WfinN
               OPEN INPUT fconvoc
               OPEN INPUT feleves
               MOVE WexCle TO fcv_examen
               MOVE 'E' TO fcv_type
               MOVE SPACES TO fcv_ident
               START fconvoc KEY IS >= fcv_cle
               INVALID KEY
                 MOVE 1 TO WfinN
               NOT INVALID KEY
                 PERFORM WITH TEST AFTER UNTIL WfinN = 1
                     READ fconvoc NEXT
                     AT END
                       MOVE 1 TO WfinN
                     NOT AT END
                       IF fcv_examen NOT = WexCle
                          OR fcv_type NOT = 'E'
                         MOVE 1 TO WfinN
                       ELSE
                         IF fcv_salle = WexSalleNum(WexK)
                           MOVE fcv_ident TO fe_ine
                           READ feleves
                           INVALID KEY
                             MOVE SPACES TO fe_nom
                             MOVE SPACES TO fe_prenom
                             MOVE 0 TO fe_classe
                           END-READ
                           MOVE SPACES TO WimpTexte
                           STRING fcv_place '   ' fcv_ident ' '
                               fe_nom ' ' fe_prenom ' ' fe_classe
                               INTO WimpTexte
                           PERFORM EXAMEN_LIGNE
                         END-IF
                       END-IF
                     END-READ
                 END-PERFORM
               END-START
               CLOSE feleves
               CLOSE fconvoc
             END-IF
             ADD 1 TO WexK
           END-PERFORM
           CLOSE fimpression
           DISPLAY 'Listes de placement dans 'WimpNom.

       EXAMEN_LIGNE.
           IF WimpLigne >= 60
             MOVE SPACES TO impressionTamp
             STRING 'Salle ' WexSalleNum(WexK) ' (suite)'
                 INTO impressionTamp
             WRITE impressionTamp AFTER ADVANCING PAGE
             MOVE 1 TO WimpLigne
           END-IF
           WRITE impressionTamp FROM WimpTexte AFTER ADVANCING 1 LINE
           ADD 1 TO WimpLigne.

       EXAMEN_CONVOCATIONS.
           MOVE 0 TO WimpNb
           MOVE SPACES TO WimpNom
           STRING 'convocation' WexMois WexJour WexHoraireD 'N'
               WexNiveau '.dat' INTO WimpNom
           OPEN OUTPUT fimpression
           MOVE 0 TO WfinN
           OPEN INPUT fconvoc
           OPEN INPUT feleves
           MOVE WexCle TO fcv_examen
           MOVE 'E' TO fcv_type
           MOVE SPACES TO fcv_ident
           START fconvoc KEY IS >= fcv_cle
           INVALID KEY
             MOVE 1 TO WfinN
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL WfinN = 1
                 READ fconvoc NEXT
                 AT END
                   MOVE 1 TO WfinN
                 NOT AT END
                   IF fcv_examen NOT = WexCle OR fcv_type NOT = 'E'
                     MOVE 1 TO WfinN
                   ELSE
                     MOVE fcv_ident TO fe_ine
                     READ feleves
                     INVALID KEY
                       MOVE SPACES TO fe_nom
                       MOVE SPACES TO fe_prenom
                       MOVE 0 TO fe_classe
                     END-READ
                     MOVE SPACES TO impressionTamp
                     STRING 'CONVOCATION - ' WexLibelle
                         INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING PAGE
                     MOVE SPACES TO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'Eleve : ' fe_nom ' ' fe_prenom
                         ' classe ' fe_classe INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'INE : ' fcv_ident INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'Epreuve : ' WexMatiere
                         INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'Le ' WexJour '/' WexMois ' de '
                         WexHoraireD 'h a ' WexHoraireF 'h'
                         INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'Salle : ' fcv_salle '   Place : '
                         fcv_place INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     MOVE SPACES TO impressionTamp
                     STRING 'Se presenter 15 minutes avant le debut'
                         ' de l epreuve.' INTO impressionTamp
                     WRITE impressionTamp AFTER ADVANCING 1 LINE
                     ADD 1 TO WimpNb
                   END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE feleves
           CLOSE fconvoc
           CLOSE fimpression
           DISPLAY WimpNb' convocations dans 'WimpNom.

       ANALYSE_DEVOIR.
           MOVE 0 TO Wtrouve
           MOVE 0 TO Wfin
           DISPLAY 'Matiere du devoir ?'
           ACCEPT WdevMatiere
           MOVE 0 TO WdevNiveau
           PERFORM WITH TEST AFTER UNTIL WdevNiveau > 2
                                         AND WdevNiveau < 7
             DISPLAY 'Pour quel niveau ?'
             ACCEPT WdevNiveau
           END-PERFORM
           MOVE 0 TO WdevTrimestre
           PERFORM WITH TEST AFTER UNTIL WdevTrimestre > 0
                                         AND WdevTrimestre < 4
             DISPLAY 'Pour quel trimestre ? (1, 2 ou 3)'
             ACCEPT WdevTrimestre
           END-PERFORM
           PERFORM SAISIE_ANNEE
           DISPLAY 'Quel est le numero du devoir ?'
           ACCEPT WdevIdNote
           OPEN INPUT fdevoir
            MOVE WdevMatiere TO fd_matiere
            MOVE WdevNiveau TO fd_niveau
            MOVE WdevTrimestre TO fd_trimestre
            MOVE WdevIdNote TO fd_idNote
            MOVE Wannee TO fd_annee
            READ fdevoir
            INVALID KEY
              DISPLAY 'devoir inexistant'
            NOT INVALID KEY
              MOVE 1 TO Wtrouve
              DISPLAY 'Devoir : 'fd_libelle' du 'fd_date
            END-READ
           CLOSE fdevoir
           IF Wtrouve = 1
             MOVE 0 TO WadNbClasses
             OPEN INPUT fclasse
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fclasse NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                   IF fc_niveau = WdevNiveau AND WadNbClasses < 30
                     ADD 1 TO WadNbClasses
                     MOVE fc_id TO WadClasseId(WadNbClasses)
                     MOVE 0 TO WadClasseNb(WadNbClasses)
                     MOVE 0 TO WadClasseSomme(WadNbClasses)
                   END-IF
                 END-READ
             END-PERFORM
             CLOSE fclasse
             MOVE 0 TO WadNbNotes
             MOVE 0 TO Wfin
             OPEN INPUT fnote
             OPEN INPUT feleves
             MOVE WdevIdNote TO fn_idNote
             START fnote KEY IS = fn_idNote
             INVALID KEY
               MOVE 1 TO Wfin
             NOT INVALID KEY
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fnote NEXT
                   AT END
                     MOVE 1 TO Wfin
                   NOT AT END
                    IF fn_idNote NOT = WdevIdNote
                     MOVE 1 TO Wfin
                    ELSE
                     IF fn_matiere = WdevMatiere
                        AND fn_niveau = WdevNiveau
                        AND fn_trimestre = WdevTrimestre
                        AND fn_annee = Wannee
                      MOVE fn_ine TO fe_ine
                      READ feleves
                      NOT INVALID KEY
                       MOVE 0 TO WadC
                       MOVE 1 TO WadK
                       PERFORM WITH TEST BEFORE UNTIL
                           WadK > WadNbClasses OR WadC > 0
                         IF WadClasseId(WadK) = fe_classe
                           MOVE WadK TO WadC
                         ELSE
                           ADD 1 TO WadK
                         END-IF
                       END-PERFORM
                       IF WadC > 0 AND WadNbNotes < 1000
                         ADD 1 TO WadNbNotes
                         MOVE WadC TO WadNoteCl(WadNbNotes)
                         MOVE fn_note TO WadNoteVal(WadNbNotes)
                         ADD 1 TO WadClasseNb(WadC)
                         ADD fn_note TO WadClasseSomme(WadC)
                       END-IF
                      END-READ
                     END-IF
                    END-IF
                   END-READ
               END-PERFORM
             END-START
             CLOSE feleves
             CLOSE fnote
             IF WadNbNotes = 0
               DISPLAY 'Aucune note pour ce devoir'
             ELSE
               MOVE 0 TO WadCible
               PERFORM ANALYSE_STATS
               MOVE WadMoy TO WadNivMoy
               MOVE WadSomme TO WadNivSomme
               DISPLAY '--- Niveau 'WdevNiveau' : 'WadNb' notes ---'
               PERFORM ANALYSE_AFFICHAGE
               MOVE 1 TO WadC
               PERFORM WITH TEST BEFORE UNTIL WadC > WadNbClasses
                 DISPLAY '--- Classe 'WadClasseId(WadC)' : '
                     WadClasseNb(WadC)' notes ---'
                 IF WadClasseNb(WadC) > 0
                   MOVE WadC TO WadCible
                   PERFORM ANALYSE_STATS
                   PERFORM ANALYSE_AFFICHAGE
                   COMPUTE WadEcart = WadMoy - WadNivMoy
                   MOVE WadEcart TO WadEcartEd
                   DISPLAY '  ecart a la moyenne du niveau : 'WadEcartEd
                   IF WadNbNotes > WadClasseNb(WadC)
                     COMPUTE WadAutresMoy ROUNDED =
                         (WadNivSomme - WadClasseSomme(WadC))
                         / (WadNbNotes - WadClasseNb(WadC))
                     COMPUTE WadEcart = WadMoy - WadAutresMoy
                     MOVE WadEcart TO WadEcartEd
                     DISPLAY '  ecart aux autres classes     : '
                         WadEcartEd
                     IF WadEcart >= 2 OR WadEcart <= -2
                       DISPLAY '  *** moyenne eloignee des autres '
                           'classes, harmonisation a prevoir ***'
                     END-IF
                   END-IF
                   PERFORM ANALYSE_HISTOGRAMME
                 END-IF
                 ADD 1 TO WadC
               END-PERFORM
             END-IF
           END-IF.

       ANALYSE_STATS.
           INITIALIZE WadFreqTable
           INITIALIZE WadBandeTable
           MOVE 0 TO WadNb
           MOVE 0 TO WadSomme
           MOVE 0 TO WadSommeCarres
           MOVE 0 TO WadMoy
           MOVE 0 TO WadEcartType
           MOVE 0 TO WadMin
           MOVE 0 TO WadMax
           MOVE 0 TO WadMediane
           MOVE 1 TO WadI
           PERFORM WITH TEST BEFORE UNTIL WadI > WadNbNotes
             IF WadCible = 0 OR WadNoteCl(WadI) = WadCible
               ADD 1 TO WadNb
               ADD WadNoteVal(WadI) TO WadSomme
               COMPUTE WadSommeCarres = WadSommeCarres
                   + WadNoteVal(WadI) * WadNoteVal(WadI)
               COMPUTE WadBucket = WadNoteVal(WadI) * 10 + 1
               ADD 1 TO WadFreq(WadBucket)
               COMPUTE WadK = WadNoteVal(WadI) / 2 + 1
               IF WadK > 10
                 MOVE 10 TO WadK
               END-IF
               ADD 1 TO WadBande(WadK)
             END-IF
             ADD 1 TO WadI
           END-PERFORM
           IF WadNb > 0
             COMPUTE WadMoy ROUNDED = WadSomme / WadNb
             COMPUTE WadVariance ROUNDED = WadSommeCarres / WadNb
                 - (WadSomme / WadNb) * (WadSomme / WadNb)
             IF WadVariance < 0
               MOVE 0 TO WadVariance
             END-IF
             COMPUTE WadEcartType ROUNDED = WadVariance ** 0.5
             MOVE 1 TO WadRangCible
             PERFORM ANALYSE_RANG
             MOVE WadValeur TO WadMin
             MOVE WadNb TO WadRangCible
             PERFORM ANALYSE_RANG
             MOVE WadValeur TO WadMax
             COMPUTE WadRangCible = (WadNb + 1) / 2
             PERFORM ANALYSE_RANG
             MOVE WadValeur TO WadValeur2
             COMPUTE WadRangCible = WadNb / 2 + 1
             PERFORM ANALYSE_RANG
             COMPUTE WadMediane ROUNDED = (WadValeur + WadValeur2) / 2
           END-IF.

       ANALYSE_RANG.
           MOVE 0 TO WadCumul
           MOVE 0 TO WadBucket
           PERFORM WITH TEST AFTER UNTIL WadCumul >= WadRangCible
                                         OR WadBucket >= 201
             ADD 1 TO WadBucket
             ADD WadFreq(WadBucket) TO WadCumul
           END-PERFORM
           COMPUTE WadValeur = (WadBucket - 1) / 10.

       ANALYSE_AFFICHAGE.
           MOVE WadMin TO WadNoteEd
           MOVE WadMax TO WadNoteEd2
           DISPLAY '  min 'WadNoteEd'  max 'WadNoteEd2
           MOVE WadMoy TO WadMoyEd
           MOVE WadMediane TO WadMedEd
           MOVE WadEcartType TO WadEcartTypeEd
           DISPLAY '  moyenne 'WadMoyEd'  mediane 'WadMedEd
               '  ecart-type 'WadEcartTypeEd.

       ANALYSE_HISTOGRAMME.
           MOVE 1 TO WadK
           PERFORM WITH TEST BEFORE UNTIL WadK > 10
             COMPUTE WadBorneD = (WadK - 1) * 2
             COMPUTE WadBorneF = WadK * 2
             MOVE SPACES TO WadBarre
             MOVE 1 TO WadI
             PERFORM WITH TEST BEFORE UNTIL WadI > WadBande(WadK)
                                            OR WadI > 50
               MOVE '*' TO WadCar(WadI)
               ADD 1 TO WadI
             END-PERFORM
             DISPLAY '  'WadBorneD'-'WadBorneF' : 'WadBarre' '
                 WadBande(WadK)
             ADD 1 TO WadK
           END-PERFORM.

       ANNEE_COURANTE.
           ACCEPT WanneeDate FROM DATE YYYYMMDD
           MOVE WanneeAA TO WanneeCourante
           IF WanneeMM >= 9
             ADD 1 TO WanneeCourante
           END-IF.

       SAISIE_ANNEE.
           PERFORM ANNEE_COURANTE
           MOVE WanneeCourante TO Wannee
           IF WbatchMode = 0
             MOVE 1 TO Wannee
             PERFORM WITH TEST AFTER UNTIL Wannee = 0
                                           OR Wannee > 1999
               DISPLAY 'Annee scolaire ? (annee de fin, 0 pour '
                   WanneeCourante')'
               ACCEPT Wannee
             END-PERFORM
             IF Wannee = 0
               MOVE WanneeCourante TO Wannee
             END-IF
           END-IF.

       STATISTIQUES_RECTORAT.
           MOVE 0 TO WstOk
           MOVE 0 TO WstNbLignes
           PERFORM SAISIE_ANNEE
           MOVE 1 TO WverifAuto
           PERFORM VERIF_BASE
           MOVE 0 TO WverifAuto
           IF WverifOrphelins > 0 OR WverifEcarts > 0
             DISPLAY 'base incoherente : retour rectorat refuse'
             DISPLAY 'corriger les anomalies signalees ci-dessus'
           ELSE
             ACCEPT WstDate FROM DATE YYYYMMDD
             COMPUTE WstAnneeRef = Wannee - 1
             PERFORM STATISTIQUES_EFFECTIFS
             PERFORM STATISTIQUES_ABSENCES
             PERFORM STATISTIQUES_MOYENNES
             PERFORM STATISTIQUES_DIPLOMES
             PERFORM STATISTIQUES_RETOUR
             PERFORM STATISTIQUES_RESUME
             MOVE 1 TO WstOk
             DISPLAY '--- Retour rectorat 'Wannee' ---'
             DISPLAY 'Effectif total     : 'WstEffTotal
             DISPLAY 'Eleves en retard   : 'WstNbRetards
             DISPLAY 'Diplomes           : 'WstNbDiplomes
             DISPLAY 'Fichier de retour  : 'WstNom
             DISPLAY 'Enregistrements    : 'WstNbLignes
             DISPLAY 'Resume imprimable  : 'WimpNom
           END-IF.

       STATISTIQUES_EFFECTIFS.
           INITIALIZE WstClasseTable
           INITIALIZE WstNiveauTable
           MOVE 0 TO WstNbClasses
           MOVE 0 TO WstEffTotal
           MOVE 0 TO WstNbRetards
           MOVE 0 TO WstNbInvalides
           MOVE 0 TO Wfin
           OPEN INPUT fclasse
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fclasse NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF WstNbClasses < 50
                   ADD 1 TO WstNbClasses
                   MOVE fc_id TO WstClasseId(WstNbClasses)
                   MOVE fc_id TO WclasseKey
                   MOVE WclasseKey TO WstClasseKey(WstNbClasses)
                   MOVE fc_niveau TO WstClasseNiv(WstNbClasses)
                   MOVE fc_nbElevesMax TO WstClasseMax(WstNbClasses)
                   MOVE 0 TO WstClasseEff(WstNbClasses)
                   IF fc_niveau > 0
                     ADD 1 TO WstNivClasses(fc_niveau)
                     ADD fc_nbElevesMax TO WstNivMax(fc_niveau)
                   END-IF
                 ELSE
                   DISPLAY 'table pleine : classe 'fc_id
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fclasse
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 MOVE 0 TO WstC
                 MOVE 1 TO WstK
                 PERFORM WITH TEST BEFORE UNTIL
                     WstK > WstNbClasses OR WstC > 0
                   IF WstClasseId(WstK) = fe_classe
                     MOVE WstK TO WstC
                   ELSE
                     ADD 1 TO WstK
                   END-IF
                 END-PERFORM
                 IF WstC > 0
                   ADD 1 TO WstClasseEff(WstC)
                   ADD 1 TO WstEffTotal
                   MOVE WstClasseNiv(WstC) TO WstNiv
                   IF WstNiv > 0
                     ADD 1 TO WstNivEff(WstNiv)
                     PERFORM STATISTIQUES_AGE
                     IF WstAge > 0 AND WstAge < 26
                       ADD 1 TO WstNivAge(WstNiv, WstAge)
                       IF WstAge > WstNiv + 8
                         ADD 1 TO WstNivRetard(WstNiv)
                         ADD 1 TO WstNbRetards
                       END-IF
                     ELSE
                       ADD 1 TO WstNbInvalides
                     END-IF
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE feleves.

       STATISTIQUES_AGE.
           MOVE 0 TO WstAge
           MOVE fe_dateNaiss TO WstNaiss
           IF WstNaissAA IS NUMERIC
             IF WstNaissAN < WstAnneeRef
               COMPUTE WstAge = WstAnneeRef - WstNaissAN
             END-IF
           END-IF.

       STATISTIQUES_ABSENCES.
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcours NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fco_annee = Wannee
                   MOVE 0 TO WstC
                   MOVE 1 TO WstK
                   PERFORM WITH TEST BEFORE UNTIL
                       WstK > WstNbClasses OR WstC > 0
                     IF WstClasseKey(WstK) = fco_classe
                       MOVE WstK TO WstC
                     ELSE
                       ADD 1 TO WstK
                     END-IF
                   END-PERFORM
                   IF WstC > 0
                     MOVE WstClasseNiv(WstC) TO WstNiv
                     IF WstNiv > 0
                       COMPUTE WstNivHeures(WstNiv) =
                           WstNivHeures(WstNiv)
                           + (fco_horaireF - fco_horaireD)
                           * WstClasseEff(WstC)
                     END-IF
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fcours
           MOVE 0 TO Wfin
           OPEN INPUT fabsence
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fabsence NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fa_annee = Wannee
                   MOVE 0 TO WstC
                   MOVE 1 TO WstK
                   PERFORM WITH TEST BEFORE UNTIL
                       WstK > WstNbClasses OR WstC > 0
                     IF WstClasseId(WstK) = fa_classe
                       MOVE WstK TO WstC
                     ELSE
                       ADD 1 TO WstK
                     END-IF
                   END-PERFORM
                   IF WstC > 0
                     MOVE WstClasseNiv(WstC) TO WstNiv
                     COMPUTE WstHeures = fa_horaireF - fa_horaireD
                     IF WstNiv > 0
                       IF fa_justifie = 0
                         ADD WstHeures TO WstNivAbsNJ(WstNiv)
                       ELSE
                         ADD WstHeures TO WstNivAbsJ(WstNiv)
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fabsence.

       STATISTIQUES_MOYENNES.
           INITIALIZE WstMatTable
           MOVE 0 TO WstNbMat
           MOVE 0 TO Wfin
           OPEN INPUT fmatiere
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fmatiere NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF WstNbMat < 100
                   ADD 1 TO WstNbMat
                   MOVE fm_nom TO WstMatNom(WstNbMat)
                   MOVE fm_niveau TO WstMatNiv(WstNbMat)
                 ELSE
                   DISPLAY 'table pleine : matiere 'fm_nom
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fmatiere
           MOVE 0 TO Wfin
           OPEN INPUT fnote
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnote NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fn_annee = Wannee
                   MOVE 0 TO WdejaVu
                   MOVE 1 TO WstI
                   PERFORM WITH TEST BEFORE UNTIL
                       WstI > WstNbMat OR WdejaVu = 1
                     IF WstMatNom(WstI) = fn_matiere
                        AND WstMatNiv(WstI) = fn_niveau
                       MOVE 1 TO WdejaVu
                     ELSE
                       ADD 1 TO WstI
                     END-IF
                   END-PERFORM
                   IF WdejaVu = 1
                     ADD fn_note TO WstMatSomme(WstI)
                     ADD 1 TO WstMatNb(WstI)
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fnote.

       STATISTIQUES_DIPLOMES.
           MOVE 0 TO WstNbDiplomes
           MOVE 'N' TO WstEtatCampagne
           OPEN INPUT fcampagne
            MOVE Wannee TO fca_annee
            MOVE 0 TO fca_classe
            READ fcampagne
            NOT INVALID KEY
             IF fca_etat = 'T'
              MOVE 'T' TO WstEtatCampagne
             END-IF
            END-READ
           CLOSE fcampagne
           IF WstEtatCampagne NOT = 'T'
             DISPLAY 'fin d annee 'Wannee' non effectuee,'
             DISPLAY 'diplomes de la campagne non encore archives'
           END-IF
           MOVE 0 TO Wfin
           OPEN INPUT farchEleves
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ farchEleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF ae_annee = Wannee
                   ADD 1 TO WstNbDiplomes
                 END-IF
               END-READ
           END-PERFORM
           CLOSE farchEleves.

       STATISTIQUES_TAUX.
           MOVE 0 TO WstTaux
           IF WstNivMax(WstI) > 0
             COMPUTE WstTaux = WstNivEff(WstI) * 100 / WstNivMax(WstI)
           END-IF
           MOVE 0 TO WstTauxJ
           MOVE 0 TO WstTauxNJ
           IF WstNivHeures(WstI) > 0
             COMPUTE WstTauxJ =
                 WstNivAbsJ(WstI) * 100 / WstNivHeures(WstI)
             COMPUTE WstTauxNJ =
                 WstNivAbsNJ(WstI) * 100 / WstNivHeures(WstI)
           END-IF.

       STATISTIQUES_ECRIRE.
           MOVE Wannee TO WstAnnee
           WRITE rectoratTamp FROM WstLigne
           ADD 1 TO WstNbLignes.

       STATISTIQUES_RETOUR.
           MOVE SPACES TO WstNom
           STRING 'rectorat' Wannee '.dat' INTO WstNom
           MOVE 0 TO WstNbLignes
           OPEN OUTPUT frectorat
           MOVE SPACES TO WstLigne
           MOVE 'EN' TO WstType
           MOVE WstDate TO WstEnDate
           MOVE WutilId TO WstEnOperateur
           PERFORM STATISTIQUES_ECRIRE
           MOVE 1 TO WstI
           PERFORM WITH TEST BEFORE UNTIL WstI > 9
            IF WstNivClasses(WstI) > 0
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > WstNbClasses
               IF WstClasseNiv(WstK) = WstI
                 MOVE SPACES TO WstLigne
                 MOVE 'CL' TO WstType
                 MOVE WstI TO WstClNiveau
                 MOVE WstClasseId(WstK) TO WstClClasse
                 MOVE WstClasseEff(WstK) TO WstClEffectif
                 MOVE WstClasseMax(WstK) TO WstClCapacite
                 MOVE 0 TO WstClTaux
                 IF WstClasseMax(WstK) > 0
                   COMPUTE WstClTaux =
                       WstClasseEff(WstK) * 100 / WstClasseMax(WstK)
                 END-IF
                 PERFORM STATISTIQUES_ECRIRE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
             PERFORM STATISTIQUES_TAUX
             MOVE SPACES TO WstLigne
             MOVE 'NV' TO WstType
             MOVE WstI TO WstNvNiveau
             MOVE WstNivClasses(WstI) TO WstNvClasses
             MOVE WstNivEff(WstI) TO WstNvEffectif
             MOVE WstNivMax(WstI) TO WstNvCapacite
             MOVE WstTaux TO WstNvTaux
             MOVE WstNivRetard(WstI) TO WstNvRetard
             PERFORM STATISTIQUES_ECRIRE
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > 25
               IF WstNivAge(WstI, WstK) > 0
                 MOVE SPACES TO WstLigne
                 MOVE 'AG' TO WstType
                 MOVE WstI TO WstAgNiveau
                 MOVE WstK TO WstAgAge
                 MOVE WstNivAge(WstI, WstK) TO WstAgNb
                 IF WstK > WstI + 8
                   MOVE 'R' TO WstAgRetard
                 END-IF
                 PERFORM STATISTIQUES_ECRIRE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
             MOVE SPACES TO WstLigne
             MOVE 'AB' TO WstType
             MOVE WstI TO WstAbNiveau
             MOVE WstNivHeures(WstI) TO WstAbHeures
             MOVE WstNivAbsJ(WstI) TO WstAbJust
             MOVE WstNivAbsNJ(WstI) TO WstAbNonJust
             MOVE WstTauxJ TO WstAbTauxJ
             MOVE WstTauxNJ TO WstAbTauxNJ
             PERFORM STATISTIQUES_ECRIRE
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > WstNbMat
               IF WstMatNiv(WstK) = WstI AND WstMatNb(WstK) > 0
                 MOVE SPACES TO WstLigne
                 MOVE 'MO' TO WstType
                 MOVE WstI TO WstMoNiveau
                 MOVE WstMatNom(WstK) TO WstMoMatiere
                 MOVE WstMatNb(WstK) TO WstMoNb
                 COMPUTE WstMoMoyenne =
                     WstMatSomme(WstK) / WstMatNb(WstK)
                 PERFORM STATISTIQUES_ECRIRE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
            END-IF
            ADD 1 TO WstI
           END-PERFORM
           MOVE SPACES TO WstLigne
           MOVE 'DI' TO WstType
           MOVE WstNbDiplomes TO WstDiNb
           MOVE WstEtatCampagne TO WstDiEtat
           PERFORM STATISTIQUES_ECRIRE
           MOVE SPACES TO WstLigne
           MOVE 'FI' TO WstType
           COMPUTE WstFiNbLignes = WstNbLignes + 1
           MOVE WstEffTotal TO WstFiEffectif
           PERFORM STATISTIQUES_ECRIRE
           CLOSE frectorat.

       STATISTIQUES_RESUME.
           MOVE SPACES TO WimpNom
           STRING 'rectoratResume' Wannee '.dat' INTO WimpNom
           OPEN OUTPUT fimpression
           MOVE SPACES TO WimpTexte
           STRING 'RETOUR STATISTIQUE RECTORAT - ANNEE SCOLAIRE '
               Wannee INTO WimpTexte
           WRITE impressionTamp FROM WimpTexte AFTER ADVANCING PAGE
           MOVE 1 TO WimpLigne
           MOVE SPACES TO WimpTexte
           STRING 'Edite le ' WstDate ' par ' WutilId INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'EFFECTIFS ET REMPLISSAGE' INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Niveau  Classe  Effectif  Capacite  Remplissage %'
               INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE 1 TO WstI
           PERFORM WITH TEST BEFORE UNTIL WstI > 9
            IF WstNivClasses(WstI) > 0
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > WstNbClasses
               IF WstClasseNiv(WstK) = WstI
                 MOVE 0 TO WstTaux
                 IF WstClasseMax(WstK) > 0
                   COMPUTE WstTaux =
                       WstClasseEff(WstK) * 100 / WstClasseMax(WstK)
                 END-IF
                 MOVE WstTaux TO WstTauxEd
                 MOVE SPACES TO WimpTexte
                 STRING '  ' WstClasseNiv(WstK) '      '
                     WstClasseId(WstK) '      ' WstClasseEff(WstK)
                     '       ' WstClasseMax(WstK) '        '
                     WstTauxEd INTO WimpTexte
                 PERFORM STATISTIQUES_LIGNE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
             PERFORM STATISTIQUES_TAUX
             MOVE WstTaux TO WstTauxEd
             MOVE SPACES TO WimpTexte
             STRING '  total niveau ' WstI ' : ' WstNivEff(WstI)
                 ' eleves pour ' WstNivMax(WstI) ' places, '
                 WstTauxEd ' %' INTO WimpTexte
             PERFORM STATISTIQUES_LIGNE
            END-IF
            ADD 1 TO WstI
           END-PERFORM
           MOVE SPACES TO WimpTexte
           STRING 'Effectif total : ' WstEffTotal INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'REPARTITION PAR AGE AU 31/12/' WstAnneeRef
               INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE 1 TO WstI
           PERFORM WITH TEST BEFORE UNTIL WstI > 9
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > 25
               IF WstNivAge(WstI, WstK) > 0
                 MOVE SPACES TO WimpTexte
                 IF WstK > WstI + 8
                   STRING '  niveau ' WstI ' - ' WstK ' ans : '
                       WstNivAge(WstI, WstK) '  en retard'
                       INTO WimpTexte
                 ELSE
                   STRING '  niveau ' WstI ' - ' WstK ' ans : '
                       WstNivAge(WstI, WstK) INTO WimpTexte
                 END-IF
                 PERFORM STATISTIQUES_LIGNE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
             ADD 1 TO WstI
           END-PERFORM
           IF WstNbInvalides > 0
             MOVE SPACES TO WimpTexte
             STRING 'Dates de naissance illisibles : ' WstNbInvalides
                 INTO WimpTexte
             PERFORM STATISTIQUES_LIGNE
           END-IF
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'ELEVES EN RETARD (age superieur au niveau + 8) : '
               WstNbRetards INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           IF WstNbRetards > 0
             MOVE 0 TO Wfin
             OPEN INPUT feleves
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ feleves NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                   MOVE 0 TO WstC
                   MOVE 1 TO WstK
                   PERFORM WITH TEST BEFORE UNTIL
                       WstK > WstNbClasses OR WstC > 0
                     IF WstClasseId(WstK) = fe_classe
                       MOVE WstK TO WstC
                     ELSE
                       ADD 1 TO WstK
                     END-IF
                   END-PERFORM
                   IF WstC > 0
                     MOVE WstClasseNiv(WstC) TO WstNiv
                     PERFORM STATISTIQUES_AGE
                     IF WstAge > WstNiv + 8 AND WstAge < 26
                       MOVE SPACES TO WimpTexte
                       STRING '  ' fe_ine ' ' fe_nom ' ' fe_prenom
                           ' classe ' fe_classe ' ' WstAge ' ans'
                           INTO WimpTexte
                       PERFORM STATISTIQUES_LIGNE
                     END-IF
                   END-IF
                 END-READ
             END-PERFORM
             CLOSE feleves
           END-IF
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'ABSENTEISME PAR NIVEAU (heures eleves)'
               INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE 1 TO WstI
           PERFORM WITH TEST BEFORE UNTIL WstI > 9
            IF WstNivClasses(WstI) > 0
             PERFORM STATISTIQUES_TAUX
             MOVE WstTauxJ TO WstTauxJEd
             MOVE WstTauxNJ TO WstTauxNJEd
             MOVE SPACES TO WimpTexte
             STRING '  niveau ' WstI ' : heures de cours '
                 WstNivHeures(WstI) INTO WimpTexte
             PERFORM STATISTIQUES_LIGNE
             MOVE SPACES TO WimpTexte
             STRING '    justifiees ' WstNivAbsJ(WstI) ' ('
                 WstTauxJEd ' %)  non justifiees '
                 WstNivAbsNJ(WstI) ' (' WstTauxNJEd ' %)'
                 INTO WimpTexte
             PERFORM STATISTIQUES_LIGNE
            END-IF
            ADD 1 TO WstI
           END-PERFORM
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'MOYENNES PAR MATIERE ET NIVEAU' INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE 1 TO WstI
           PERFORM WITH TEST BEFORE UNTIL WstI > 9
             MOVE 1 TO WstK
             PERFORM WITH TEST BEFORE UNTIL WstK > WstNbMat
               IF WstMatNiv(WstK) = WstI
                 MOVE SPACES TO WimpTexte
                 IF WstMatNb(WstK) > 0
                   COMPUTE WstMoy = WstMatSomme(WstK) / WstMatNb(WstK)
                   MOVE WstMoy TO WstMoyEd
                   STRING '  niveau ' WstI ' ' WstMatNom(WstK) ' : '
                       WstMoyEd '/20 sur ' WstMatNb(WstK) ' notes'
                       INTO WimpTexte
                 ELSE
                   STRING '  niveau ' WstI ' ' WstMatNom(WstK)
                       ' : sans note' INTO WimpTexte
                 END-IF
                 PERFORM STATISTIQUES_LIGNE
               END-IF
               ADD 1 TO WstK
             END-PERFORM
             ADD 1 TO WstI
           END-PERFORM
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'DIPLOMES DE LA CAMPAGNE ' Wannee ' : '
               WstNbDiplomes INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           IF WstEtatCampagne NOT = 'T'
             MOVE SPACES TO WimpTexte
             STRING '  fin d annee non effectuee pour cette campagne'
                 INTO WimpTexte
             PERFORM STATISTIQUES_LIGNE
           END-IF
           MOVE SPACES TO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           MOVE SPACES TO WimpTexte
           STRING 'Fichier de retour : ' WstNom ' - ' WstNbLignes
               ' enregistrements' INTO WimpTexte
           PERFORM STATISTIQUES_LIGNE
           CLOSE fimpression.

       STATISTIQUES_LIGNE.
           IF WimpLigne >= 60
             MOVE SPACES TO impressionTamp
             STRING 'RETOUR STATISTIQUE RECTORAT ' Wannee ' (suite)'
                 INTO impressionTamp
             WRITE impressionTamp AFTER ADVANCING PAGE
             MOVE 1 TO WimpLigne
           END-IF
           WRITE impressionTamp FROM WimpTexte AFTER ADVANCING 1 LINE
           ADD 1 TO WimpLigne.

       MODIFIER_PROFESSEUR.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Identifiant du professeur a modifier ?'
         ACCEPT WmtId
         OPEN INPUT fprof
          MOVE WmtId TO fp_id
          READ fprof
          INVALID KEY
           DISPLAY 'Professeur inexistant'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fp_matiere TO WmtMatiere
           DISPLAY 'Professeur : 'fp_nom' 'fp_prenom
           DISPLAY 'Telephone actuel : 'fp_telephone
           DISPLAY 'Matiere actuelle : 'fp_matiere
          END-READ
         CLOSE fprof
         IF Wtrouve = 1
          MOVE 0 TO WmtChoix
          PERFORM WITH TEST AFTER UNTIL WmtChoix > 0 AND WmtChoix < 3
           DISPLAY '1 : modifier le telephone'
           DISPLAY '2 : modifier la matiere'
           ACCEPT WmtChoix
          END-PERFORM
          IF WmtChoix = 1
           DISPLAY 'Nouveau telephone : '
           ACCEPT WmtTel
           OPEN I-O fprof
            MOVE WmtId TO fp_id
            READ fprof
            NOT INVALID KEY
             MOVE WmtTel TO fp_telephone
             REWRITE profTamp
             END-REWRITE
             DISPLAY 'Professeur modifie !'
            END-READ
           CLOSE fprof
          ELSE
           MOVE SPACES TO WmatiereProf
           DISPLAY 'Nouvelle matiere de l enseignant :'
           ACCEPT WmatiereProf
           IF WmatiereProf = WmtMatiere
            DISPLAY 'matiere inchangee'
           ELSE
            PERFORM MAINT_REFERENCES_PROF
            IF WmtNbCours > 0
             MOVE 9 TO WmtChoix
             PERFORM WITH TEST AFTER UNTIL WmtChoix = 0
                                           OR WmtChoix = 1
              DISPLAY 'Reaffecter les cours a venir a un autre'
              DISPLAY 'professeur de 'WmtMatiere' ? 1 ou 0'
              ACCEPT WmtChoix
             END-PERFORM
             IF WmtChoix = 1
              PERFORM MAINT_REAFFECTER_PROF
             END-IF
             PERFORM MAINT_REFERENCES_PROF
            END-IF
            IF WmtNbCours > 0
             DISPLAY 'des cours a venir restent en 'WmtMatiere','
             DISPLAY 'changement de matiere refuse'
            ELSE
             OPEN I-O fprof
              MOVE WmtId TO fp_id
              READ fprof
              NOT INVALID KEY
               MOVE WmatiereProf TO fp_matiere
               REWRITE profTamp
               END-REWRITE
               DISPLAY 'Professeur modifie !'
              END-READ
             CLOSE fprof
            END-IF
           END-IF
          END-IF
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       SUPPRIMER_PROFESSEUR.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Identifiant du professeur a supprimer ?'
         ACCEPT WmtId
         OPEN INPUT fprof
          MOVE WmtId TO fp_id
          READ fprof
          INVALID KEY
           DISPLAY 'Professeur inexistant'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fp_matiere TO WmtMatiere
           DISPLAY 'Professeur : 'fp_nom' 'fp_prenom' ('fp_matiere')'
          END-READ
         CLOSE fprof
         IF Wtrouve = 1
          PERFORM MAINT_REFERENCES_PROF
          IF WmtNbClasses > 0 OR WmtNbCours > 0 OR WmtNbConvoc > 0
           IF WmtNbClasses > 0
            MOVE 9 TO WmtChoix
            PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
             DISPLAY 'Designer un nouveau tuteur pour ces classes ?'
             DISPLAY '1 ou 0'
             ACCEPT WmtChoix
            END-PERFORM
            IF WmtChoix = 1
             PERFORM MAINT_NOUVEAU_TUTEUR
            END-IF
           END-IF
           IF WmtNbCours > 0
            MOVE 9 TO WmtChoix
            PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
             DISPLAY 'Reaffecter les cours a venir a un autre'
             DISPLAY 'professeur ? 1 ou 0'
             ACCEPT WmtChoix
            END-PERFORM
            IF WmtChoix = 1
             PERFORM MAINT_REAFFECTER_PROF
            END-IF
           END-IF
           IF WmtNbConvoc > 0
            MOVE 9 TO WmtChoix
            PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
             DISPLAY 'Reaffecter les surveillances a venir a un autre'
             DISPLAY 'professeur ? 1 ou 0'
             ACCEPT WmtChoix
            END-PERFORM
            IF WmtChoix = 1
             PERFORM MAINT_REAFFECTER_SURV
            END-IF
           END-IF
           PERFORM MAINT_REFERENCES_PROF
          END-IF
          IF WmtNbClasses = 0 AND WmtNbCours = 0 AND WmtNbPasses = 0
             AND WmtNbConvoc = 0
           OPEN I-O fprof
            MOVE WmtId TO fp_id
            READ fprof
            NOT INVALID KEY
             DELETE fprof RECORD
             DISPLAY 'Professeur supprime !'
            END-READ
           CLOSE fprof
           MOVE 'OK' TO WsecResultat
          ELSE
           MOVE 'REFUS' TO WsecResultat
           DISPLAY 'des references subsistent, suppression refusee'
           IF WmtNbPasses > 0
            DISPLAY 'les cours passes sont retires par PURGE_HISTORIQUE'
           END-IF
           IF WmtNbConvoc > 0
            DISPLAY 'des surveillances a venir restent a pourvoir'
           END-IF
          END-IF
          MOVE 'SUPPRIMER_PROFESSEUR' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING 'professeur ' WmtId INTO WsecParametres
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       MODIFIER_CLASSE.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Identifiant de la classe a modifier ?'
         ACCEPT WmtId
         OPEN INPUT fclasse
          MOVE WmtId TO fc_id
          READ fclasse
          INVALID KEY
           DISPLAY 'classe inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fc_nbEleves TO WmtNbEleves
           DISPLAY 'Niveau : 'fc_niveau
           DISPLAY 'Professeur tuteur actuel : 'fc_idProf
           DISPLAY 'Nombre max d eleves actuel : 'fc_nbElevesMax
           DISPLAY 'Nombre d eleves : 'fc_nbEleves
          END-READ
         CLOSE fclasse
         IF Wtrouve = 1
          MOVE 0 TO WmtChoix
          PERFORM WITH TEST AFTER UNTIL WmtChoix > 0 AND WmtChoix < 3
           DISPLAY '1 : modifier le nombre max d eleves'
           DISPLAY '2 : modifier le professeur tuteur'
           ACCEPT WmtChoix
          END-PERFORM
          IF WmtChoix = 1
           MOVE 0 TO WmtMax
           PERFORM WITH TEST AFTER UNTIL WmtMax < 41 AND WmtMax > 19
            DISPLAY 'Quel est le nouveau nombre max d eleves ?'
            DISPLAY 'min : 20, max 40'
            ACCEPT WmtMax
           END-PERFORM
           IF WmtMax < WmtNbEleves
            DISPLAY 'la classe compte deja 'WmtNbEleves' eleves,'
            DISPLAY 'modification refusee'
           ELSE
            OPEN I-O fclasse
             MOVE WmtId TO fc_id
             READ fclasse
             NOT INVALID KEY
              MOVE WmtMax TO fc_nbElevesMax
              REWRITE classeTamp
              END-REWRITE
              DISPLAY 'Classe modifiee !'
             END-READ
            CLOSE fclasse
           END-IF
          ELSE
           MOVE 0 TO Wtrouve
           DISPLAY 'Identifiant du nouveau professeur tuteur ?'
           ACCEPT WmtNouv
           OPEN INPUT fprof
            MOVE WmtNouv TO fp_id
            READ fprof
            INVALID KEY
             DISPLAY 'Professeur inexistant'
            NOT INVALID KEY
             MOVE 1 TO Wtrouve
             DISPLAY 'Nouveau tuteur : 'fp_nom' 'fp_prenom
            END-READ
           CLOSE fprof
           IF Wtrouve = 1
            OPEN I-O fclasse
             MOVE WmtId TO fc_id
             READ fclasse
             NOT INVALID KEY
              MOVE WmtNouv TO fc_idProf
              REWRITE classeTamp
              END-REWRITE
              DISPLAY 'Classe modifiee !'
             END-READ
            CLOSE fclasse
           END-IF
          END-IF
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       SUPPRIMER_CLASSE.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Identifiant de la classe a supprimer ?'
         ACCEPT WmtId
         OPEN INPUT fclasse
          MOVE WmtId TO fc_id
          READ fclasse
          INVALID KEY
           DISPLAY 'classe inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           MOVE fc_niveau TO WmtNiv
           DISPLAY 'Classe 'fc_id' niveau 'fc_niveau' : '
               fc_nbEleves' eleves'
          END-READ
         CLOSE fclasse
         IF Wtrouve = 1
          PERFORM MAINT_REFERENCES_CLASSE
          IF WmtNbEleves > 0 OR WmtNbCours > 0
           IF WmtNbEleves > 0
            MOVE 9 TO WmtChoix
            PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
             DISPLAY 'Transferer les eleves dans une autre classe'
             DISPLAY 'du niveau ? 1 ou 0'
             ACCEPT WmtChoix
            END-PERFORM
            IF WmtChoix = 1
             PERFORM MAINT_TRANSFERT_CLASSE
            END-IF
           END-IF
           IF WmtNbCours > 0
            MOVE 9 TO WmtChoix
            PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
             DISPLAY 'Annuler les cours a venir de la classe ? 1 ou 0'
             ACCEPT WmtChoix
            END-PERFORM
            IF WmtChoix = 1
             PERFORM MAINT_ANNULER_COURS
            END-IF
           END-IF
           PERFORM MAINT_REFERENCES_CLASSE
          END-IF
          IF WmtNbEleves = 0 AND WmtNbCours = 0 AND WmtNbPasses = 0
           OPEN I-O fclasse
            MOVE WmtId TO fc_id
            READ fclasse
            NOT INVALID KEY
             DELETE fclasse RECORD
             DISPLAY 'Classe supprimee !'
            END-READ
           CLOSE fclasse
           MOVE 'OK' TO WsecResultat
          ELSE
           MOVE 'REFUS' TO WsecResultat
           DISPLAY 'des references subsistent, suppression refusee'
           IF WmtNbPasses > 0
            DISPLAY 'les cours passes sont retires par PURGE_HISTORIQUE'
           END-IF
          END-IF
          MOVE 'SUPPRIMER_CLASSE' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING 'classe ' WmtId INTO WsecParametres
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       MODIFIER_SALLE.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Numero de la salle a modifier ?'
         ACCEPT WmtId
         OPEN INPUT fsalle
          MOVE WmtId TO fs_num
          READ fsalle
          INVALID KEY
           DISPLAY 'salle inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           DISPLAY 'Capacite actuelle : 'fs_capacite
           DISPLAY 'Type actuel : 'fs_type
          END-READ
         CLOSE fsalle
         IF Wtrouve = 1
          MOVE 0 TO WmtChoix
          PERFORM WITH TEST AFTER UNTIL WmtChoix > 0 AND WmtChoix < 3
           DISPLAY '1 : modifier la capacite'
           DISPLAY '2 : modifier le type'
           ACCEPT WmtChoix
          END-PERFORM
          IF WmtChoix = 1
           MOVE 0 TO WmtCap
           PERFORM WITH TEST AFTER UNTIL WmtCap > 0 AND WmtCap < 100
            DISPLAY 'Quelle est la nouvelle capacite ? (1 a 99 places)'
            ACCEPT WmtCap
           END-PERFORM
           PERFORM MAINT_REFERENCES_SALLE
           MOVE 0 TO WmtNbKo
           OPEN INPUT fclasse
           MOVE 1 TO WmtI
           PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbCours
             MOVE WmtCoClasse(WmtI) TO WmtCle
             MOVE WmtCleId TO fc_id
             READ fclasse
             NOT INVALID KEY
              IF fc_nbEleves > WmtCap
               DISPLAY '  classe 'fc_id' : 'fc_nbEleves' eleves le '
                   WmtCoJour(WmtI)'/'WmtCoMois(WmtI)
               ADD 1 TO WmtNbKo
              END-IF
             END-READ
             ADD 1 TO WmtI
           END-PERFORM
           CLOSE fclasse
           IF WmtNbKo > 0
            DISPLAY 'salle trop petite pour 'WmtNbKo' cours a venir,'
            DISPLAY 'modification refusee'
           ELSE
            OPEN I-O fsalle
             MOVE WmtId TO fs_num
             READ fsalle
             NOT INVALID KEY
              MOVE WmtCap TO fs_capacite
              REWRITE salleTamp
              END-REWRITE
              DISPLAY 'Salle modifiee !'
             END-READ
            CLOSE fsalle
           END-IF
          ELSE
           MOVE SPACES TO WmtType
           DISPLAY 'Quel est son nouveau type ? (cours, labo...)'
           ACCEPT WmtType
           OPEN I-O fsalle
            MOVE WmtId TO fs_num
            READ fsalle
            NOT INVALID KEY
             MOVE WmtType TO fs_type
             REWRITE salleTamp
             END-REWRITE
             DISPLAY 'Salle modifiee !'
            END-READ
           CLOSE fsalle
          END-IF
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       SUPPRIMER_SALLE.
        MOVE 0 TO Wrep
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
         MOVE 0 TO Wtrouve
         DISPLAY 'Numero de la salle a supprimer ?'
         ACCEPT WmtId
         OPEN INPUT fsalle
          MOVE WmtId TO fs_num
          READ fsalle
          INVALID KEY
           DISPLAY 'salle inexistante'
          NOT INVALID KEY
           MOVE 1 TO Wtrouve
           DISPLAY 'Salle 'fs_num' : 'fs_capacite' places, 'fs_type
          END-READ
         CLOSE fsalle
         IF Wtrouve = 1
          PERFORM MAINT_REFERENCES_SALLE
          IF WmtNbCours > 0
           MOVE 9 TO WmtChoix
           PERFORM WITH TEST AFTER UNTIL WmtChoix = 0 OR WmtChoix = 1
            DISPLAY 'Deplacer les cours a venir dans une autre salle ?'
            DISPLAY '1 ou 0'
            ACCEPT WmtChoix
           END-PERFORM
           IF WmtChoix = 1
            PERFORM MAINT_DEPLACER_COURS
            PERFORM MAINT_REFERENCES_SALLE
           END-IF
          END-IF
          IF WmtNbCours = 0
           OPEN I-O fsalle
            MOVE WmtId TO fs_num
            READ fsalle
            NOT INVALID KEY
             DELETE fsalle RECORD
             DISPLAY 'Salle supprimee !'
            END-READ
           CLOSE fsalle
           MOVE 'OK' TO WsecResultat
          ELSE
           MOVE 'REFUS' TO WsecResultat
           DISPLAY 'des cours a venir subsistent, suppression refusee'
          END-IF
          MOVE 'SUPPRIMER_SALLE' TO WsecOperation
          MOVE SPACES TO WsecParametres
          STRING 'salle ' WmtId INTO WsecParametres
          PERFORM JOURNAL_SECURITE
         END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM.

       MAINT_DATE_JOUR.
           PERFORM ANNEE_COURANTE
           MOVE WanneeMM TO WcalMois
           MOVE WanneeJJ TO WcalJour
           PERFORM CALCUL_RANG_JOUR
           MOVE WcalRang TO WmtRangJour.

       MAINT_COURS_A_VENIR.
           MOVE 0 TO WmtAVenir
           IF fco_annee > WanneeCourante
             MOVE 1 TO WmtAVenir
           ELSE
             IF fco_annee = WanneeCourante
               MOVE fco_mois TO WcalMois
               MOVE fco_jour TO WcalJour
               PERFORM CALCUL_RANG_JOUR
               IF WcalRang >= WmtRangJour
                 MOVE 1 TO WmtAVenir
               END-IF
             END-IF
           END-IF.

       MAINT_CONVOC_A_VENIR.
           MOVE 0 TO WmtAVenir
           IF fcv_annee > WanneeCourante
             MOVE 1 TO WmtAVenir
           ELSE
             IF fcv_annee = WanneeCourante
               MOVE fcv_mois TO WcalMois
               MOVE fcv_jour TO WcalJour
               PERFORM CALCUL_RANG_JOUR
               IF WcalRang >= WmtRangJour
                 MOVE 1 TO WmtAVenir
               END-IF
             END-IF
           END-IF.

       MAINT_GARDER_COURS.
           PERFORM MAINT_COURS_A_VENIR
           IF WmtAVenir = 1
             IF WmtNbCours < 100
               ADD 1 TO WmtNbCours
               MOVE fco_numS TO WmtCoNumS(WmtNbCours)
               MOVE fco_mois TO WmtCoMois(WmtNbCours)
               MOVE fco_jour TO WmtCoJour(WmtNbCours)
               MOVE fco_horaireD TO WmtCoHD(WmtNbCours)
               MOVE fco_horaireF TO WmtCoHF(WmtNbCours)
               MOVE fco_annee TO WmtCoAnnee(WmtNbCours)
               MOVE fco_classe TO WmtCoClasse(WmtNbCours)
               MOVE fco_profId TO WmtCoProf(WmtNbCours)
               MOVE fco_matiere TO WmtCoMatiere(WmtNbCours)
             ELSE
               DISPLAY 'table pleine, cours du 'fco_jour'/'fco_mois
                   ' ignore'
             END-IF
           ELSE
             ADD 1 TO WmtNbPasses
           END-IF.

       MAINT_AFFICHER_COURS.
           MOVE 1 TO WmtI
           PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbCours
             DISPLAY '  le 'WmtCoJour(WmtI)'/'WmtCoMois(WmtI)' '
                 WmtCoHD(WmtI)'h-'WmtCoHF(WmtI)'h salle '
                 WmtCoNumS(WmtI)' classe 'WmtCoClasse(WmtI)
                 ' prof 'WmtCoProf(WmtI)' annee 'WmtCoAnnee(WmtI)
             ADD 1 TO WmtI
           END-PERFORM.

       MAINT_LIRE_COURS.
           MOVE WmtCoNumS(WmtI) TO fco_numS
           MOVE WmtCoMois(WmtI) TO fco_mois
           MOVE WmtCoJour(WmtI) TO fco_jour
           MOVE WmtCoHD(WmtI) TO fco_horaireD
           MOVE WmtCoHF(WmtI) TO fco_horaireF
           MOVE WmtCoAnnee(WmtI) TO fco_annee.

       MAINT_REFERENCES_PROF.
           PERFORM MAINT_DATE_JOUR
           MOVE 0 TO WmtNbClasses
           MOVE 0 TO WmtNbCours
           MOVE 0 TO WmtNbPasses
           MOVE 0 TO WmtNbConvoc
           MOVE 0 TO WmtNbSurv
           DISPLAY '--- References au professeur 'WmtId' ---'
           MOVE 0 TO Wfin
           OPEN INPUT fclasse
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fclasse NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fc_idProf = WmtId
                   DISPLAY '  tuteur de la classe 'fc_id
                   IF WmtNbClasses < 50
                     ADD 1 TO WmtNbClasses
                     MOVE fc_id TO WmtClId(WmtNbClasses)
                   ELSE
                     DISPLAY 'table pleine : classe 'fc_id
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fclasse
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtId TO fco_profId
           START fcours KEY IS = fco_profId
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_profId NOT = WmtId
                   MOVE 1 TO Wfin
                  ELSE
                   PERFORM MAINT_GARDER_COURS
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           IF WmtNbCours > 0
             DISPLAY '  'WmtNbCours' cours a venir :'
             PERFORM MAINT_AFFICHER_COURS
           END-IF
           IF WmtNbPasses > 0
             DISPLAY '  'WmtNbPasses' cours passes'
           END-IF
           MOVE 0 TO Wfin
           OPEN INPUT fconvoc
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fconvoc NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fcv_type = 'S' AND fcv_profId = WmtId
                   PERFORM MAINT_CONVOC_A_VENIR
                   IF WmtAVenir = 1
                     DISPLAY '  surveillance le 'fcv_jour'/'fcv_mois'/'
                         fcv_annee' 'fcv_horaireD'h niveau 'fcv_niveau
                         ' salle 'fcv_salle
                     ADD 1 TO WmtNbConvoc
                     IF WmtNbSurv < 50
                       ADD 1 TO WmtNbSurv
                       MOVE fcv_examen TO WmtSvExamen(WmtNbSurv)
                       MOVE fcv_horaireF TO WmtSvHF(WmtNbSurv)
                       MOVE fcv_salle TO WmtSvSalle(WmtNbSurv)
                     ELSE
                       DISPLAY 'table pleine : surveillance du '
                           fcv_jour'/'fcv_mois
                     END-IF
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fconvoc
           IF WmtNbClasses = 0 AND WmtNbCours = 0 AND WmtNbPasses = 0
              AND WmtNbConvoc = 0
             DISPLAY '  aucune reference'
           END-IF.

       MAINT_NOUVEAU_TUTEUR.
           MOVE 0 TO Wtrouve
           DISPLAY 'Identifiant du nouveau professeur tuteur ?'
           ACCEPT WmtNouv
           IF WmtNouv = WmtId
             DISPLAY 'le tuteur doit etre un autre professeur'
           ELSE
             OPEN INPUT fprof
              MOVE WmtNouv TO fp_id
              READ fprof
              INVALID KEY
                DISPLAY 'Professeur inexistant'
              NOT INVALID KEY
                MOVE 1 TO Wtrouve
                DISPLAY 'Nouveau tuteur : 'fp_nom' 'fp_prenom
              END-READ
             CLOSE fprof
           END-IF
           IF Wtrouve = 1
             OPEN I-O fclasse
             MOVE 1 TO WmtI
             PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbClasses
               MOVE WmtClId(WmtI) TO fc_id
               READ fclasse
               NOT INVALID KEY
                 MOVE WmtNouv TO fc_idProf
                 REWRITE classeTamp
                 END-REWRITE
               END-READ
               ADD 1 TO WmtI
             END-PERFORM
             CLOSE fclasse
             DISPLAY 'Tuteur remplace pour 'WmtNbClasses' classe(s)'
           END-IF.

       MAINT_REAFFECTER_PROF.
           MOVE 0 TO WmtNbOk
           MOVE 0 TO WmtNbKo
           DISPLAY 'Professeurs de la matiere 'WmtMatiere' :'
           MOVE 0 TO Wfin
           OPEN INPUT fprof
           MOVE WmtMatiere TO fp_matiere
           START fprof KEY IS = fp_matiere
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fprof NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fp_matiere NOT = WmtMatiere
                   MOVE 1 TO Wfin
                  ELSE
                   IF fp_id NOT = WmtId
                    DISPLAY '  'fp_id' : 'fp_nom' 'fp_prenom
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fprof
           MOVE 0 TO Wtrouve
           DISPLAY 'Identifiant du remplacant ? '
           ACCEPT WmtNouv
           IF WmtNouv = WmtId
             DISPLAY 'le remplacant doit etre un autre professeur'
           ELSE
             OPEN INPUT fprof
              MOVE WmtNouv TO fp_id
              READ fprof
              INVALID KEY
                DISPLAY 'professeur inconnu'
              NOT INVALID KEY
                IF fp_matiere NOT = WmtMatiere
                  DISPLAY 'ce professeur n enseigne pas 'WmtMatiere
                ELSE
                  MOVE 1 TO Wtrouve
                  DISPLAY 'Remplacant : 'fp_nom' 'fp_prenom
                END-IF
              END-READ
             CLOSE fprof
           END-IF
           IF Wtrouve = 1
             MOVE 1 TO WmtI
             PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbCours
               PERFORM MAINT_PROF_LIBRE
               IF WmtLibre = 1
                 OPEN I-O fcours
                  PERFORM MAINT_LIRE_COURS
                  READ fcours
                  NOT INVALID KEY
                   MOVE WmtNouv TO fco_profId
                   REWRITE coursTamp
                   END-REWRITE
                   ADD 1 TO WmtNbOk
                  END-READ
                 CLOSE fcours
               ELSE
                 DISPLAY '  le 'WmtCoJour(WmtI)'/'WmtCoMois(WmtI)' '
                     WmtCoHD(WmtI)'h-'WmtCoHF(WmtI)'h classe '
                     WmtCoClasse(WmtI)' : NON POURVU'
                 ADD 1 TO WmtNbKo
               END-IF
               ADD 1 TO WmtI
             END-PERFORM
             DISPLAY 'Cours reaffectes : 'WmtNbOk
             DISPLAY 'Cours non pourvus : 'WmtNbKo
           END-IF.

       MAINT_REAFFECTER_SURV.
           MOVE 0 TO WmtNbOk
           MOVE 0 TO WmtNbKo
           DISPLAY 'Professeurs :'
           MOVE 0 TO Wfin
           OPEN INPUT fprof
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fprof NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fp_id > 0 AND fp_id NOT = WmtId
                   DISPLAY '  'fp_id' : 'fp_nom' 'fp_prenom' ('
                       fp_matiere')'
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fprof
           MOVE 0 TO Wtrouve
           DISPLAY 'Identifiant du remplacant ? '
           ACCEPT WmtNouv
           IF WmtNouv = WmtId
             DISPLAY 'le remplacant doit etre un autre professeur'
           ELSE
             OPEN INPUT fprof
              MOVE WmtNouv TO fp_id
              READ fprof
              INVALID KEY
                DISPLAY 'professeur inconnu'
              NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE fp_matiere TO WmtNouvMatiere
                DISPLAY 'Remplacant : 'fp_nom' 'fp_prenom
              END-READ
             CLOSE fprof
           END-IF
           IF Wtrouve = 1
             MOVE 1 TO WmtJ
             PERFORM WITH TEST BEFORE UNTIL WmtJ > WmtNbSurv
               MOVE 1 TO WmtLibre
               OPEN INPUT fexamen
                MOVE WmtSvExamen(WmtJ) TO fex_cle
                READ fexamen
                NOT INVALID KEY
                 IF fex_matiere = WmtNouvMatiere
                  DISPLAY '  le 'WmtSvJour(WmtJ)'/'WmtSvMois(WmtJ)' '
                      WmtSvHD(WmtJ)'h niveau 'WmtSvNiveau(WmtJ)
                      ' : le remplacant enseigne 'fex_matiere
                  MOVE 0 TO WmtLibre
                 END-IF
                END-READ
               CLOSE fexamen
               IF WmtLibre = 1
                 PERFORM MAINT_SURV_LIBRE
               END-IF
               IF WmtLibre = 1
                 OPEN I-O fconvoc
                  MOVE WmtSvExamen(WmtJ) TO fcv_examen
                  MOVE 'S' TO fcv_type
                  MOVE SPACES TO fcv_ident
                  MOVE WmtId TO fcv_profId
                  READ fconvoc
                  INVALID KEY
                   MOVE 0 TO WmtLibre
                  NOT INVALID KEY
                   DELETE fconvoc RECORD
                   MOVE WmtSvExamen(WmtJ) TO fcv_examen
                   MOVE 'S' TO fcv_type
                   MOVE SPACES TO fcv_ident
                   MOVE WmtNouv TO fcv_profId
                   MOVE WmtSvSalle(WmtJ) TO fcv_salle
                   MOVE 0 TO fcv_place
                   MOVE WmtSvHF(WmtJ) TO fcv_horaireF
                   WRITE convocTamp
                   INVALID KEY
                    MOVE 0 TO WmtLibre
                    MOVE WmtId TO fcv_profId
                    WRITE convocTamp
                    END-WRITE
                   END-WRITE
                  END-READ
                 CLOSE fconvoc
               END-IF
               IF WmtLibre = 1
                 ADD 1 TO WmtNbOk
               ELSE
                 DISPLAY '  le 'WmtSvJour(WmtJ)'/'WmtSvMois(WmtJ)' '
                     WmtSvHD(WmtJ)'h-'WmtSvHF(WmtJ)'h salle '
                     WmtSvSalle(WmtJ)' : NON POURVU'
                 ADD 1 TO WmtNbKo
               END-IF
               ADD 1 TO WmtJ
             END-PERFORM
             DISPLAY 'Surveillances reaffectees : 'WmtNbOk
             DISPLAY 'Surveillances non pourvues : 'WmtNbKo
           END-IF.

       MAINT_SURV_LIBRE.
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtNouv TO fco_profId
           START fcours KEY IS = fco_profId
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_profId NOT = WmtNouv
                   MOVE 1 TO Wfin
                  ELSE
                   IF fco_mois = WmtSvMois(WmtJ)
                      AND fco_jour = WmtSvJour(WmtJ)
                      AND fco_annee = WmtSvAnnee(WmtJ)
                      AND fco_horaireD < WmtSvHF(WmtJ)
                      AND fco_horaireF > WmtSvHD(WmtJ)
                    MOVE 0 TO WmtLibre
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           MOVE 0 TO Wfin
           OPEN INPUT fconvoc
           MOVE WmtSvMois(WmtJ) TO fcv_mois
           MOVE WmtSvJour(WmtJ) TO fcv_jour
           MOVE 0 TO fcv_horaireD
           MOVE 0 TO fcv_niveau
           MOVE 0 TO fcv_annee
           MOVE SPACES TO fcv_type
           MOVE SPACES TO fcv_ident
           START fconvoc KEY IS >= fcv_cle
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fconvoc NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fcv_mois NOT = WmtSvMois(WmtJ)
                     OR fcv_jour NOT = WmtSvJour(WmtJ)
                   MOVE 1 TO Wfin
                  ELSE
                   IF fcv_type = 'S' AND fcv_profId = WmtNouv
                      AND fcv_annee = WmtSvAnnee(WmtJ)
                      AND fcv_horaireD < WmtSvHF(WmtJ)
                      AND fcv_horaireF > WmtSvHD(WmtJ)
                    MOVE 0 TO WmtLibre
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fconvoc
           IF WmtLibre = 0
             DISPLAY '  le 'WmtSvJour(WmtJ)'/'WmtSvMois(WmtJ)' '
                 WmtSvHD(WmtJ)'h niveau 'WmtSvNiveau(WmtJ)
                 ' : remplacant deja occupe'
           END-IF.

       MAINT_PROF_LIBRE.
           MOVE 1 TO WmtLibre
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtNouv TO fco_profId
           START fcours KEY IS = fco_profId
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_profId NOT = WmtNouv
                   MOVE 1 TO Wfin
                  ELSE
                   PERFORM MAINT_CHEVAUCHEMENT
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours.

       MAINT_SALLE_LIBRE.
           MOVE 1 TO WmtLibre
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtNouv TO fco_numS
           START fcours KEY IS = fco_numS
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_numS NOT = WmtNouv
                   MOVE 1 TO Wfin
                  ELSE
                   PERFORM MAINT_CHEVAUCHEMENT
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours.

       MAINT_CHEVAUCHEMENT.
           IF fco_mois = WmtCoMois(WmtI) AND fco_jour = WmtCoJour(WmtI)
              AND fco_annee = WmtCoAnnee(WmtI)
            IF fco_horaireD = WmtCoHD(WmtI)
             MOVE 0 TO WmtLibre
            END-IF
            IF fco_horaireF = WmtCoHF(WmtI)
             MOVE 0 TO WmtLibre
            END-IF
            IF WmtCoHD(WmtI) < fco_horaireF
               AND WmtCoHD(WmtI) >= fco_horaireD
             MOVE 0 TO WmtLibre
            END-IF
            IF WmtCoHF(WmtI) < fco_horaireF
               AND WmtCoHF(WmtI) >= fco_horaireD
             MOVE 0 TO WmtLibre
            END-IF
           END-IF.

       MAINT_REFERENCES_CLASSE.
           PERFORM MAINT_DATE_JOUR
           MOVE 0 TO WmtNbEleves
           MOVE 0 TO WmtNbCours
           MOVE 0 TO WmtNbPasses
           DISPLAY '--- References a la classe 'WmtId' ---'
           MOVE 0 TO Wfin
           OPEN INPUT feleves
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feleves NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fe_classe = WmtId
                   DISPLAY '  eleve 'fe_ine' 'fe_nom' 'fe_prenom
                   ADD 1 TO WmtNbEleves
                 END-IF
               END-READ
           END-PERFORM
           CLOSE feleves
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtId TO WmtClasseKey
           MOVE WmtClasseKey TO fco_classe
           START fcours KEY IS = fco_classe
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_classe NOT = WmtClasseKey
                   MOVE 1 TO Wfin
                  ELSE
                   PERFORM MAINT_GARDER_COURS
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           IF WmtNbCours > 0
             DISPLAY '  'WmtNbCours' cours a venir :'
             PERFORM MAINT_AFFICHER_COURS
           END-IF
           IF WmtNbPasses > 0
             DISPLAY '  'WmtNbPasses' cours passes'
           END-IF
           IF WmtNbEleves = 0 AND WmtNbCours = 0 AND WmtNbPasses = 0
             DISPLAY '  aucune reference'
           END-IF.

       MAINT_TRANSFERT_CLASSE.
           MOVE 0 TO Wtrouve
           DISPLAY 'Classes de niveau 'WmtNiv' :'
           MOVE 0 TO Wfin
           OPEN INPUT fclasse
           MOVE WmtNiv TO fc_niveau
           START fclasse KEY IS = fc_niveau
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fclasse NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fc_niveau NOT = WmtNiv
                   MOVE 1 TO Wfin
                  ELSE
                   IF fc_id NOT = WmtId
                    DISPLAY '  classe 'fc_id' : 'fc_nbEleves' / '
                        fc_nbElevesMax
                   END-IF
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fclasse
           DISPLAY 'Identifiant de la classe de destination ?'
           ACCEPT WmtNouv
           IF WmtNouv = WmtId
             DISPLAY 'la classe de destination doit etre differente'
           ELSE
             OPEN INPUT fclasse
              MOVE WmtNouv TO fc_id
              READ fclasse
              INVALID KEY
               DISPLAY 'classe inexistante'
              NOT INVALID KEY
               IF fc_niveau NOT = WmtNiv
                DISPLAY 'niveaux differents, transfert refuse'
               ELSE
                IF fc_nbEleves + WmtNbEleves > fc_nbElevesMax
                 DISPLAY 'places insuffisantes, transfert refuse'
                ELSE
                 MOVE 1 TO Wtrouve
                END-IF
               END-IF
              END-READ
             CLOSE fclasse
           END-IF
           IF Wtrouve = 1
             MOVE 0 TO Wfin
             OPEN I-O feleves
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ feleves NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                   IF fe_classe = WmtId
                     MOVE WmtNouv TO fe_classe
                     REWRITE eleveTamp
                     END-REWRITE
                   END-IF
                 END-READ
             END-PERFORM
             CLOSE feleves
             OPEN I-O fclasse
              MOVE WmtId TO fc_id
              READ fclasse
              NOT INVALID KEY
               MOVE 0 TO fc_nbEleves
               REWRITE classeTamp
              END-READ
              MOVE WmtNouv TO fc_id
              READ fclasse
              NOT INVALID KEY
               ADD WmtNbEleves TO fc_nbEleves
               REWRITE classeTamp
              END-READ
             CLOSE fclasse
             DISPLAY 'Eleves transferes : 'WmtNbEleves
           END-IF.

       MAINT_ANNULER_COURS.
           OPEN I-O fcours
           MOVE 1 TO WmtI
           PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbCours
             PERFORM MAINT_LIRE_COURS
             READ fcours
             NOT INVALID KEY
               DELETE fcours RECORD
             END-READ
             ADD 1 TO WmtI
           END-PERFORM
           CLOSE fcours
           DISPLAY 'Cours annules : 'WmtNbCours.

       MAINT_REFERENCES_SALLE.
           PERFORM MAINT_DATE_JOUR
           MOVE 0 TO WmtNbCours
           MOVE 0 TO WmtNbPasses
           DISPLAY '--- Cours a venir en salle 'WmtId' ---'
           MOVE 0 TO Wfin
           OPEN INPUT fcours
           MOVE WmtId TO fco_numS
           START fcours KEY IS = fco_numS
           INVALID KEY
             MOVE 1 TO Wfin
           NOT INVALID KEY
             PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fcours NEXT
                 AT END
                   MOVE 1 TO Wfin
                 NOT AT END
                  IF fco_numS NOT = WmtId
                   MOVE 1 TO Wfin
                  ELSE
                   PERFORM MAINT_GARDER_COURS
                  END-IF
                 END-READ
             END-PERFORM
           END-START
           CLOSE fcours
           IF WmtNbCours > 0
             PERFORM MAINT_AFFICHER_COURS
           ELSE
             DISPLAY '  aucun cours a venir'
           END-IF.

       MAINT_DEPLACER_COURS.
           MOVE 0 TO WmtNbOk
           MOVE 0 TO WmtNbKo
           MOVE 0 TO Wtrouve
           DISPLAY 'Salles disponibles :'
           MOVE 0 TO Wfin
           OPEN INPUT fsalle
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsalle NEXT
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF fs_num NOT = WmtId
                   DISPLAY '  salle 'fs_num' : 'fs_capacite' places, '
                       fs_type
                 END-IF
               END-READ
           END-PERFORM
           CLOSE fsalle
           DISPLAY 'Numero de la salle d accueil ?'
           ACCEPT WmtNouv
           IF WmtNouv = WmtId
             DISPLAY 'la salle d accueil doit etre differente'
           ELSE
             OPEN INPUT fsalle
              MOVE WmtNouv TO fs_num
              READ fsalle
              INVALID KEY
               DISPLAY 'salle inexistante'
              NOT INVALID KEY
               MOVE 1 TO Wtrouve
               MOVE fs_capacite TO WmtCap
              END-READ
             CLOSE fsalle
           END-IF
           IF Wtrouve = 1
             MOVE 1 TO WmtI
             PERFORM WITH TEST BEFORE UNTIL WmtI > WmtNbCours
               MOVE 1 TO WmtLibre
               MOVE WmtCoClasse(WmtI) TO WmtCle
               OPEN INPUT fclasse
                MOVE WmtCleId TO fc_id
                READ fclasse
                NOT INVALID KEY
                 IF fc_nbEleves > WmtCap
                  DISPLAY '  le 'WmtCoJour(WmtI)'/'WmtCoMois(WmtI)' '
                      WmtCoHD(WmtI)'h classe 'WmtCoClasse(WmtI)
                      ' : salle trop petite'
                  MOVE 0 TO WmtLibre
                 END-IF
                END-READ
               CLOSE fclasse
               IF WmtLibre = 1
                 PERFORM MAINT_SALLE_LIBRE
                 IF WmtLibre = 0
                   DISPLAY '  le 'WmtCoJour(WmtI)'/'WmtCoMois(WmtI)' '
                       WmtCoHD(WmtI)'h classe 'WmtCoClasse(WmtI)
                       ' : salle occupee'
                 END-IF
               END-IF
               IF WmtLibre = 1
                 OPEN I-O fcours
                  PERFORM MAINT_LIRE_COURS
                  READ fcours
                  NOT INVALID KEY
                   DELETE fcours RECORD
                  END-READ
                  PERFORM MAINT_LIRE_COURS
                  MOVE WmtNouv TO fco_numS
                  MOVE WmtCoClasse(WmtI) TO fco_classe
                  MOVE WmtCoProf(WmtI) TO fco_profId
                  MOVE WmtCoMatiere(WmtI) TO fco_matiere
                  WRITE coursTamp
                  INVALID KEY
                   DISPLAY '  le 'WmtCoJour(WmtI)'/'WmtCoMois(WmtI)' '
                       WmtCoHD(WmtI)'h classe 'WmtCoClasse(WmtI)
                       ' : ecriture impossible, cours conserve'
                   MOVE 0 TO WmtLibre
                   PERFORM MAINT_LIRE_COURS
                   MOVE WmtCoClasse(WmtI) TO fco_classe
                   MOVE WmtCoProf(WmtI) TO fco_profId
                   MOVE WmtCoMatiere(WmtI) TO fco_matiere
                   WRITE coursTamp
                   END-WRITE
                  END-WRITE
                 CLOSE fcours
               END-IF
               IF WmtLibre = 1
                 ADD 1 TO WmtNbOk
               ELSE
                 ADD 1 TO WmtNbKo
               END-IF
               ADD 1 TO WmtI
             END-PERFORM
             DISPLAY 'Cours deplaces : 'WmtNbOk
             DISPLAY 'Cours non deplaces : 'WmtNbKo
           END-IF.

       JOURNAL_SECURITE.
           OPEN EXTEND fsecurite
            MOVE WutilId TO se_operateur
            ACCEPT se_date FROM DATE YYYYMMDD
            ACCEPT se_heure FROM TIME
            MOVE WsecOperation TO se_operation
            MOVE WsecParametres TO se_parametres
            MOVE WsecResultat TO se_resultat
            IF WbatchMode = 1
             MOVE 'B' TO se_mode
            ELSE
             MOVE 'I' TO se_mode
            END-IF
            WRITE securiteTamp
           CLOSE fsecurite.

       ACCES_REFUSE.
           DISPLAY 'acces reserve a l administrateur'
           MOVE 'acces reserve a l administrateur' TO WsecParametres
           MOVE 'REFUS' TO WsecResultat
           PERFORM JOURNAL_SECURITE.

       RAPPORT_SECURITE.
           MOVE 0 TO WrsNb
           MOVE 0 TO WrsNbEchecs
           MOVE 0 TO WrsNbHors
           MOVE 0 TO WrsNbAlertes
           MOVE 0 TO WrsCount
           MOVE SPACES TO WrsOperateur
           DISPLAY 'Identifiant operateur ? (vide pour tous)'
           ACCEPT WrsOperateur
           DISPLAY 'Date de debut ? (AAAAMMJJ, 0 pour aucune)'
           ACCEPT WrsDateD
           DISPLAY 'Date de fin ? (AAAAMMJJ, 0 pour aucune)'
           ACCEPT WrsDateF
           IF WrsDateF = 0
             MOVE 99999999 TO WrsDateF
           END-IF
           DISPLAY '--- Journal de securite ---'
           MOVE 0 TO Wfin
           OPEN INPUT fsecurite
           OPEN INPUT futil
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsecurite
               AT END
                 MOVE 1 TO Wfin
               NOT AT END
                 IF (WrsOperateur = SPACES
                     OR se_operateur = WrsOperateur)
                    AND se_date >= WrsDateD AND se_date <= WrsDateF
                   ADD 1 TO WrsNb
                   PERFORM RAPPORT_SECURITE_HORAIRE
                   IF se_operation = 'CONNEXION'
                      AND se_resultat = 'ECHEC'
                     ADD 1 TO WrsNbEchecs
                     PERFORM RAPPORT_SECURITE_ECHEC
                   END-IF
                   IF WrsHors = 1
                     ADD 1 TO WrsNbHors
                     DISPLAY se_date' 'WrsHH'h'WrsMN' 'se_mode' '
                         se_operateur' 'se_operation' 'se_resultat
                         ' HORS HORAIRE'
                   ELSE
                     DISPLAY se_date' 'WrsHH'h'WrsMN' 'se_mode' '
                         se_operateur' 'se_operation' 'se_resultat
                   END-IF
                   IF se_parametres NOT = SPACES
                     DISPLAY '    'se_parametres
                   END-IF
                 END-IF
               END-READ
           END-PERFORM
           CLOSE futil
           CLOSE fsecurite
           DISPLAY '--- Synthese ---'
           DISPLAY 'Evenements                  : 'WrsNb
           DISPLAY 'Connexions echouees         : 'WrsNbEchecs
           DISPLAY 'Activite admin hors horaire : 'WrsNbHors
           DISPLAY 'Echecs de connexion repetes (3 ou plus par jour) :'
           MOVE 1 TO WrsI
           PERFORM WITH TEST BEFORE UNTIL WrsI > WrsCount
             IF WrsEcNb(WrsI) > 2
               ADD 1 TO WrsNbAlertes
               DISPLAY '  ALERTE 'WrsEcOperateur(WrsI)' le '
                   WrsEcDate(WrsI)' : 'WrsEcNb(WrsI)' echecs'
             END-IF
             ADD 1 TO WrsI
           END-PERFORM
           IF WrsNbAlertes = 0
             DISPLAY '  aucun'
           END-IF.

       RAPPORT_SECURITE_HORAIRE.
           MOVE 0 TO WrsHors
           MOVE se_heure TO WrsHeure
           MOVE SPACE TO WrsRole
           MOVE se_operateur TO fu_id
           READ futil
           NOT INVALID KEY
             MOVE fu_role TO WrsRole
           END-READ
           IF WrsRole = 'A'
             IF WrsHH < 7 OR WrsHH > 18
               MOVE 1 TO WrsHors
             ELSE
               PERFORM RAPPORT_SECURITE_JOUR
               IF WrsJourSem < 2
                 MOVE 1 TO WrsHors
               END-IF
             END-IF
           END-IF.

       RAPPORT_SECURITE_JOUR.
           MOVE se_date TO WrsDate
           MOVE WrsMM TO WrsM
           MOVE WrsAA TO WrsA
           IF WrsM < 3
             ADD 12 TO WrsM
             SUBTRACT 1 FROM WrsA
           END-IF
           DIVIDE WrsA BY 100 GIVING WrsSiecle REMAINDER WrsAnSiecle
           COMPUTE WrsZ1 = (13 * (WrsM + 1)) / 5
           COMPUTE WrsZ2 = WrsAnSiecle / 4
           COMPUTE WrsZ3 = WrsSiecle / 4
           COMPUTE WrsSomme = WrsJJ + WrsZ1 + WrsAnSiecle + WrsZ2
               + WrsZ3 + 5 * WrsSiecle
           DIVIDE WrsSomme BY 7 GIVING WrsQuot REMAINDER WrsJourSem.

       RAPPORT_SECURITE_ECHEC.
           MOVE 0 TO WdejaVu
           MOVE 1 TO WrsI
           PERFORM WITH TEST BEFORE UNTIL WrsI > WrsCount
                                          OR WdejaVu = 1
             IF WrsEcOperateur(WrsI) = se_operateur
                AND WrsEcDate(WrsI) = se_date
               ADD 1 TO WrsEcNb(WrsI)
               MOVE 1 TO WdejaVu
             ELSE
               ADD 1 TO WrsI
             END-IF
           END-PERFORM
           IF WdejaVu = 0
             IF WrsCount < 100
               ADD 1 TO WrsCount
               MOVE se_operateur TO WrsEcOperateur(WrsCount)
               MOVE se_date TO WrsEcDate(WrsCount)
               MOVE 1 TO WrsEcNb(WrsCount)
             ELSE
               DISPLAY 'table pleine : echecs de 'se_operateur
             END-IF
           END-IF.
