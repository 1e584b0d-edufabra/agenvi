       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulExecutarExtracte.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FEXTR.CPY.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-EXTR.CPY.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerExtractes     PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "F".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30) VALUE SPACES.
         COPY SESSIO-W.CPY.
         COPY SORTAUTO-W.CPY.
         COPY CAMPEXT-W.CPY.
         77 WS-ModeAutomatic         PIC X VALUE "N".
         77 WS-BaseReserves          PIC X VALUE "N".
         77 WS-IndexCamp             PIC 99 VALUE 0.
         77 WS-IndexDic              PIC 99 VALUE 0.
         77 WS-CodiCercat            PIC X(8) VALUE SPACES.
         77 WS-PosicioDic            PIC 99 VALUE 0.
         77 WS-Passa                 PIC X VALUE "S".
         77 WS-Ocurrencies           PIC 9(3) VALUE 0.
         77 WS-Llargada              PIC 99 VALUE 0.
         77 WS-TextLlargada          PIC X(30) VALUE SPACES.
         77 WS-ValorCamp             PIC X(40) VALUE SPACES.
         77 WS-ValorComp             PIC X(40) VALUE SPACES.
         77 WS-NumComp               PIC 9(12) VALUE 0.
         77 WS-TextNum               PIC X(12) JUSTIFIED RIGHT.
         77 WS-TextNormal            PIC X(40) VALUE SPACES.
         77 WS-DiaAux                PIC 99 VALUE 0.
         77 WS-MesAux                PIC 99 VALUE 0.
         77 WS-AnyAux                PIC 9(4) VALUE 0.
         77 WS-DataComp              PIC 9(8) VALUE 0.
         77 WS-LiniaExtracte         PIC X(132) VALUE SPACES.
         77 WS-Punter                PIC 9(3) VALUE 1.
         77 WS-NumOrdres             PIC 9 VALUE 0.
         77 WS-NumFiles              PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3) VALUE 0.
         77 WS-IndexB                PIC 9(3) VALUE 0.
         77 WS-NumExtrets            PIC 9(6) VALUE 0.
         77 WS-NumNoOrdenats         PIC 9(6) VALUE 0.
         77 WS-ProgramaAcces         PIC X(8) VALUE "EXECEXTR".
         77 WS-DniAcces              PIC X(9) VALUE SPACES.
         01 WS-TaulaSeleccio.
           02 WS-SelDic OCCURS 10 TIMES PIC 99.
         01 WS-TaulaFiltres.
           02 WS-FiltreEntry OCCURS 5 TIMES.
             03 WS-FilDic            PIC 99.
             03 WS-FilDes            PIC X(40).
             03 WS-FilFins           PIC X(40).
             03 WS-FilLlargada       PIC 99.
         01 WS-TaulaOrdres.
           02 WS-OrdDic OCCURS 3 TIMES PIC 99.
         01 WS-ClauOrdre             PIC X(120).
         01 WS-TaulaFiles.
           02 WS-FilaEntry OCCURS 500 TIMES.
             03 WS-FilaClau          PIC X(120).
             03 WS-FilaText          PIC X(132).
         01 WS-FilaTempo.
           02 WS-TmpClau             PIC X(120).
           02 WS-TmpText             PIC X(132).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerExtractes, FitxerReserves, FitxerClients,
                 CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "N" TO WS-ModeAutomatic.
           IF WS-SortidaAutomatica EQUAL "I" AND
              WS-ParametreAutomatic NOT EQUAL SPACES
             MOVE "S" TO WS-ModeAutomatic
           END-IF.
           IF WS-ModeAutomatic NOT EQUAL "S" AND WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis d'extraccio" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerExtractes.
           IF EstatFitxerExtractes NOT EQUAL "00"
             IF WS-ModeAutomatic NOT EQUAL "S"
               DISPLAY "ERROR!!! Cap extracte definit" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             EXIT PROGRAM
           END-IF.
           IF WS-ModeAutomatic EQUAL "S"
             MOVE WS-ParametreAutomatic TO NomExtracte
           ELSE
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
             DISPLAY "Nom de l'extracte: " LINE 1 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE SPACES TO NomExtracte
             ACCEPT NomExtracte LINE 1 POSITION 25 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP
           END-IF.
           READ FitxerExtractes.
           IF EstatFitxerExtractes NOT EQUAL "00"
             IF WS-ModeAutomatic NOT EQUAL "S"
               DISPLAY "ERROR!!! Extracte NO definit" BEEP LINE 2
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             PERFORM Sortir
           END-IF.
           CLOSE FitxerExtractes.
           IF WS-ModeAutomatic NOT EQUAL "S"
             DISPLAY DescripcioExtracte LINE 1 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           PERFORM PrepararDefinicio.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             IF WS-ModeAutomatic NOT EQUAL "S"
               DISPLAY "ERROR!!! Fitxer Clients NO existeix" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             PERFORM Sortir
           END-IF.
           IF WS-BaseReserves EQUAL "S"
             OPEN INPUT FitxerReserves
             OPEN INPUT CatalegViatges
           END-IF.
           PERFORM DemanarSortida.
           PERFORM EscriureCapcalera.
           MOVE "NO" TO FiFitxer.
           IF WS-BaseReserves EQUAL "S"
             PERFORM LlegirReserva UNTIL FiFitxer = "SI"
           ELSE
             PERFORM LlegirClient UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-NumOrdres > 0
             PERFORM OrdenarFiles
             PERFORM EscriureFilaOrdenada VARYING WS-Index FROM 1
               BY 1 UNTIL WS-Index > WS-NumFiles
           END-IF.
           CLOSE FitxerSortida.
           IF WS-ModeAutomatic NOT EQUAL "S"
             DISPLAY "Registres extrets: " LINE 20 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY WS-NumExtrets LINE 20 POSITION 25
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             IF WS-NumNoOrdenats > 0
               DISPLAY "AVIS: Excedeixen el limit d'ordenacio: " BEEP
                 LINE 21 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY WS-NumNoOrdenats LINE 21 POSITION 45
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             ACCEPT Tecla NO BEEP
           END-IF.
           IF WS-BaseReserves EQUAL "S"
             CLOSE FitxerReserves
             CLOSE CatalegViatges
           END-IF.
           CLOSE FitxerClients.
           PERFORM Sortir.

        PrepararDefinicio.
           MOVE "N" TO WS-BaseReserves.
           PERFORM PrepararCamp VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 10.
           PERFORM PrepararFiltre VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 5.
           MOVE 0 TO WS-NumOrdres.
           PERFORM PrepararOrdre VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 3.

        PrepararCamp.
           MOVE CampExtracte(WS-IndexCamp) TO WS-CodiCercat.
           PERFORM CercarCodiDic.
           MOVE WS-PosicioDic TO WS-SelDic(WS-IndexCamp).

        PrepararOrdre.
           MOVE CampOrdre(WS-IndexCamp) TO WS-CodiCercat.
           PERFORM CercarCodiDic.
           MOVE WS-PosicioDic TO WS-OrdDic(WS-IndexCamp).
           IF WS-PosicioDic > 0
             ADD 1 TO WS-NumOrdres
           END-IF.

        PrepararFiltre.
           MOVE CampFiltre(WS-IndexCamp) TO WS-CodiCercat.
           PERFORM CercarCodiDic.
           MOVE WS-PosicioDic TO WS-FilDic(WS-IndexCamp).
           MOVE SPACES TO WS-FilDes(WS-IndexCamp).
           MOVE SPACES TO WS-FilFins(WS-IndexCamp).
           MOVE 0 TO WS-FilLlargada(WS-IndexCamp).
           IF WS-PosicioDic > 0
             MOVE ValorFiltreDes(WS-IndexCamp) TO WS-TextLlargada
             PERFORM NormalitzarValorFiltre
             MOVE WS-TextNormal TO WS-FilDes(WS-IndexCamp)
             MOVE WS-Llargada TO WS-FilLlargada(WS-IndexCamp)
             MOVE ValorFiltreFins(WS-IndexCamp) TO WS-TextLlargada
             PERFORM NormalitzarValorFiltre
             MOVE WS-TextNormal TO WS-FilFins(WS-IndexCamp)
           END-IF.

        CercarCodiDic.
           MOVE 0 TO WS-PosicioDic.
           IF WS-CodiCercat NOT EQUAL SPACES
             PERFORM CompararCodiDic VARYING WS-IndexDic FROM 1 BY 1
               UNTIL WS-IndexDic > NumCampsDic
           END-IF.
           IF WS-PosicioDic > 0
             IF DicOrigen(WS-PosicioDic) NOT EQUAL "C"
               MOVE "S" TO WS-BaseReserves
             END-IF
           END-IF.

        CompararCodiDic.
           IF DicCodi(WS-IndexDic) EQUAL WS-CodiCercat
             MOVE WS-IndexDic TO WS-PosicioDic
           END-IF.

        NormalitzarValorFiltre.
           MOVE 30 TO WS-Llargada.
           PERFORM ReduirLlargada UNTIL WS-Llargada = 0 OR
             WS-TextLlargada(WS-Llargada:1) NOT EQUAL SPACE.
           MOVE SPACES TO WS-TextNormal.
           IF WS-Llargada = 0
             EXIT PARAGRAPH
           END-IF.
           EVALUATE DicTipus(WS-PosicioDic)
             WHEN "N"
               MOVE WS-TextLlargada(1:WS-Llargada) TO WS-TextNum
               INSPECT WS-TextNum REPLACING LEADING SPACES BY ZEROS
               MOVE WS-TextNum TO WS-TextNormal
             WHEN "D"
               MOVE 0 TO WS-DiaAux
               MOVE 0 TO WS-MesAux
               MOVE 0 TO WS-AnyAux
               UNSTRING WS-TextLlargada DELIMITED BY "/" INTO
                 WS-DiaAux WS-MesAux WS-AnyAux
               COMPUTE WS-DataComp = WS-AnyAux * 10000 +
                 WS-MesAux * 100 + WS-DiaAux
               MOVE WS-DataComp TO WS-TextNormal
             WHEN OTHER
               MOVE WS-TextLlargada TO WS-TextNormal
           END-EVALUATE.

        ReduirLlargada.
           SUBTRACT 1 FROM WS-Llargada.

        DemanarSortida.
           IF WS-ModeAutomatic EQUAL "S"
             MOVE "I" TO TipusSortida
           ELSE
             MOVE "F" TO TipusSortida
             DISPLAY "Sortida: (F)itxer delimitat (I)mpressora: "
               LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT TipusSortida LINE 2 POSITION 49 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP
             IF NOT SortidaImpressora
               MOVE "F" TO TipusSortida
             END-IF
           END-IF.
           IF SortidaImpressora
             MOVE SPACES TO WS-TitolSpool
             STRING "EXTRACTE " DELIMITED BY SIZE NomExtracte
               DELIMITED BY SIZE INTO WS-TitolSpool
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
           ELSE
             DISPLAY "Nom del fitxer de sortida: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           OPEN OUTPUT FitxerSortida.

        EscriureCapcalera.
           IF SortidaImpressora
             MOVE SPACES TO LiniaSortida
             STRING "EXTRACTE " DELIMITED BY SIZE NomExtracte
               DELIMITED BY SIZE " - " DELIMITED BY SIZE
               DescripcioExtracte DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE SPACES TO WS-LiniaExtracte.
           MOVE 1 TO WS-Punter.
           PERFORM AfegirCapcaleraCamp VARYING WS-IndexCamp FROM 1
             BY 1 UNTIL WS-IndexCamp > 10.
           MOVE WS-LiniaExtracte TO LiniaSortida.
           WRITE LiniaSortida.

        AfegirCapcaleraCamp.
           IF WS-SelDic(WS-IndexCamp) > 0
             MOVE WS-SelDic(WS-IndexCamp) TO WS-IndexDic
             MOVE DicCodi(WS-IndexDic) TO WS-ValorCamp
             PERFORM AfegirValorLinia
           END-IF.

        LlegirReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DniReserva TO Dni
             READ FitxerClients
             IF EstatFitxerClients NOT EQUAL "00"
               MOVE SPACES TO DadesClient
               MOVE DniReserva TO Dni
             END-IF
             MOVE CodiViatgeReservat TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges NOT EQUAL "00"
               MOVE SPACES TO RegistreCatalegViatges
               MOVE CodiViatgeReservat TO CodiViatge
               MOVE 0 TO DuracioViatge
               MOVE 0 TO PreuPersona
             END-IF
             PERFORM ProcessarRegistre
           END-IF.

        LlegirClient.
           READ FitxerClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ProcessarRegistre
           END-IF.

        ProcessarRegistre.
           MOVE "S" TO WS-Passa.
           PERFORM AvaluarFiltre VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 5 OR WS-Passa EQUAL "N".
           IF WS-Passa NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NumExtrets.
           MOVE Dni TO WS-DniAcces.
           CALL "REGACCES.COB" USING WS-ProgramaAcces WS-DniAcces.
           CANCEL "REGACCES.COB".
           MOVE SPACES TO WS-LiniaExtracte.
           MOVE 1 TO WS-Punter.
           PERFORM AfegirCampLinia VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 10.
           IF WS-NumOrdres EQUAL 0
             MOVE WS-LiniaExtracte TO LiniaSortida
             WRITE LiniaSortida
             EXIT PARAGRAPH
           END-IF.
           IF WS-NumFiles < 500
             MOVE SPACES TO WS-ClauOrdre
             PERFORM AfegirClauOrdre VARYING WS-IndexCamp FROM 1 BY 1
               UNTIL WS-IndexCamp > 3
             ADD 1 TO WS-NumFiles
             MOVE WS-ClauOrdre TO WS-FilaClau(WS-NumFiles)
             MOVE WS-LiniaExtracte TO WS-FilaText(WS-NumFiles)
           ELSE
             ADD 1 TO WS-NumNoOrdenats
             MOVE WS-LiniaExtracte TO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvaluarFiltre.
           IF WS-FilDic(WS-IndexCamp) EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-FilDic(WS-IndexCamp) TO WS-IndexDic.
           PERFORM ObtenirValor.
           EVALUATE TRUE
             WHEN FiltreRang(WS-IndexCamp)
               IF WS-FilDes(WS-IndexCamp) NOT EQUAL SPACES AND
                  WS-ValorComp < WS-FilDes(WS-IndexCamp)
                 MOVE "N" TO WS-Passa
               END-IF
               IF WS-FilFins(WS-IndexCamp) NOT EQUAL SPACES AND
                  WS-ValorComp > WS-FilFins(WS-IndexCamp)
                 MOVE "N" TO WS-Passa
               END-IF
             WHEN FiltreConte(WS-IndexCamp)
               MOVE 0 TO WS-Ocurrencies
               IF WS-FilLlargada(WS-IndexCamp) > 0
                 MOVE WS-FilLlargada(WS-IndexCamp) TO WS-Llargada
                 INSPECT WS-ValorComp TALLYING WS-Ocurrencies FOR ALL
                   ValorFiltreDes(WS-IndexCamp)(1:WS-Llargada)
               END-IF
               IF WS-Ocurrencies EQUAL 0
                 MOVE "N" TO WS-Passa
               END-IF
             WHEN OTHER
               IF WS-ValorComp NOT EQUAL WS-FilDes(WS-IndexCamp)
                 MOVE "N" TO WS-Passa
               END-IF
           END-EVALUATE.

        AfegirCampLinia.
           IF WS-SelDic(WS-IndexCamp) > 0
             MOVE WS-SelDic(WS-IndexCamp) TO WS-IndexDic
             PERFORM ObtenirValor
             PERFORM AfegirValorLinia
           END-IF.

        AfegirValorLinia.
           IF SortidaImpressora
             STRING WS-ValorCamp(1:DicLong(WS-IndexDic)) DELIMITED BY
               SIZE " " DELIMITED BY SIZE INTO WS-LiniaExtracte
               WITH POINTER WS-Punter
           ELSE
             IF WS-Punter > 1
               STRING SeparadorExtracte DELIMITED BY SIZE INTO
                 WS-LiniaExtracte WITH POINTER WS-Punter
             END-IF
             STRING WS-ValorCamp DELIMITED BY "  " INTO
               WS-LiniaExtracte WITH POINTER WS-Punter
           END-IF.

        AfegirClauOrdre.
           IF WS-OrdDic(WS-IndexCamp) > 0
             MOVE WS-OrdDic(WS-IndexCamp) TO WS-IndexDic
             PERFORM ObtenirValor
             COMPUTE WS-Index = (WS-IndexCamp - 1) * 40 + 1
             MOVE WS-ValorComp TO WS-ClauOrdre(WS-Index:40)
           END-IF.

        ObtenirValor.
           MOVE SPACES TO WS-ValorCamp.
           MOVE 0 TO WS-NumComp.
           EVALUATE DicCodi(WS-IndexDic)
             WHEN "NUMRESER" MOVE NumeroReserva TO WS-NumComp
             WHEN "DNIRESER" MOVE DniReserva TO WS-ValorCamp
             WHEN "CODIVIAT" MOVE CodiViatgeReservat TO WS-NumComp
             WHEN "DIASORTI" MOVE DiaSortida TO WS-ValorCamp
             WHEN "PLACES"   MOVE PlacesReservades TO WS-NumComp
             WHEN "PREUTOTA" MOVE PreuTotalReserva TO WS-NumComp
             WHEN "DATARESE" MOVE DataReserva TO WS-ValorCamp
             WHEN "IMPPAGAT" MOVE ImportPagat TO WS-NumComp
             WHEN "ESTATRES" MOVE EstatReserva TO WS-ValorCamp
             WHEN "OFICINA"  MOVE OficinaReserva TO WS-NumComp
             WHEN "DNICLIEN" MOVE Dni TO WS-ValorCamp
             WHEN "NOM"      MOVE Nom TO WS-ValorCamp
             WHEN "COGNOM1"  MOVE CNom1 TO WS-ValorCamp
             WHEN "COGNOM2"  MOVE CNom2 TO WS-ValorCamp
             WHEN "CARRER"   MOVE Carrer TO WS-ValorCamp
             WHEN "POBLACIO" MOVE Poblacio TO WS-ValorCamp
             WHEN "PROVINCI" MOVE Provincia TO WS-ValorCamp
             WHEN "CODIPOST" MOVE CodiPostal TO WS-ValorCamp
             WHEN "TELEFON"  MOVE Telefon TO WS-ValorCamp
             WHEN "EMAIL"    MOVE CorreuElectronic TO WS-ValorCamp
             WHEN "TIPUSCLI" MOVE TipusClient TO WS-ValorCamp
             WHEN "DATANAIX" MOVE DataNaixement TO WS-ValorCamp
             WHEN "IDIOMA"   MOVE IdiomaClient TO WS-ValorCamp
             WHEN "TITOL"    MOVE Titol TO WS-ValorCamp
             WHEN "CONTINEN" MOVE Continent TO WS-ValorCamp
             WHEN "MAJORIST" MOVE Majorista TO WS-ValorCamp
             WHEN "PAISOS"   MOVE Paisos TO WS-ValorCamp
             WHEN "TRANSPOR" MOVE MediTransport TO WS-ValorCamp
             WHEN "DURACIO"  MOVE DuracioViatge TO WS-NumComp
             WHEN "PREUPERS" MOVE PreuPersona TO WS-NumComp
           END-EVALUATE.
           EVALUATE DicTipus(WS-IndexDic)
             WHEN "N"
               MOVE WS-NumComp TO WS-TextNum
               MOVE WS-TextNum TO WS-ValorComp
               COMPUTE WS-Index = 13 - DicLong(WS-IndexDic)
               MOVE WS-TextNum(WS-Index:DicLong(WS-IndexDic)) TO
                 WS-ValorCamp
             WHEN "D"
               MOVE 0 TO WS-DiaAux
               MOVE 0 TO WS-MesAux
               MOVE 0 TO WS-AnyAux
               UNSTRING WS-ValorCamp DELIMITED BY "/" INTO
                 WS-DiaAux WS-MesAux WS-AnyAux
               COMPUTE WS-DataComp = WS-AnyAux * 10000 +
                 WS-MesAux * 100 + WS-DiaAux
               MOVE WS-DataComp TO WS-ValorComp
             WHEN OTHER
               MOVE WS-ValorCamp TO WS-ValorComp
               INSPECT WS-ValorComp CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE.

        OrdenarFiles.
           IF WS-NumFiles > 1
             PERFORM OrdenarPassada VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index >= WS-NumFiles
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= WS-NumFiles.

        OrdenarParella.
           IF WS-FilaClau(WS-IndexB) > WS-FilaClau(WS-IndexB + 1)
             MOVE WS-FilaEntry(WS-IndexB) TO WS-FilaTempo
             MOVE WS-FilaEntry(WS-IndexB + 1) TO
               WS-FilaEntry(WS-IndexB)
             MOVE WS-FilaTempo TO WS-FilaEntry(WS-IndexB + 1)
           END-IF.

        EscriureFilaOrdenada.
           MOVE WS-FilaText(WS-Index) TO LiniaSortida.
           WRITE LiniaSortida.

        Sortir.
           IF WS-ModeAutomatic NOT EQUAL "S"
             MOVE "RESTAURA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
           END-IF.
           EXIT PROGRAM.
