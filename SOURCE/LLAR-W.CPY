         01 LlarClient.
           02 LL-Resultat            PIC XX.
           02 LL-CodiLlar            PIC 9(7).
           02 LL-NomLlar             PIC X(30).
           02 LL-DniContacte         PIC X(9).
           02 LL-AdrecaLlar.
             03 LL-Carrer            PIC X(49).
             03 LL-Num               PIC 9(4).
             03 LL-Pis               PIC 9(3).
             03 LL-Porta             PIC 9(3).
             03 LL-Poblacio          PIC X(15).
             03 LL-Provincia         PIC X(15).
             03 LL-CodiPostal        PIC X(5).
           02 LL-NumMembres          PIC 99.
           02 LL-DniMembre OCCURS 10 TIMES PIC X(9).
