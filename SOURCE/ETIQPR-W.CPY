         01 TaulaEP.
           02 FILLER PIC X(45) VALUE
              "INFORMACIO PRECONTRACTUAL - VIATGE COMBINAT".
           02 FILLER PIC X(45) VALUE "Client:".
           02 FILLER PIC X(45) VALUE "Viatge:".
           02 FILLER PIC X(45) VALUE "Sortida:".
           02 FILLER PIC X(45) VALUE "Durada (dies):".
           02 FILLER PIC X(45) VALUE "Destinacio:".
           02 FILLER PIC X(45) VALUE "Transport:".
           02 FILLER PIC X(45) VALUE "Allotjament:".
           02 FILLER PIC X(45) VALUE "Itinerari:".
           02 FILLER PIC X(45) VALUE "Dia".
           02 FILLER PIC X(45) VALUE "Preu per persona:".
           02 FILLER PIC X(45) VALUE "Places:".
           02 FILLER PIC X(45) VALUE "Suplements:".
           02 FILLER PIC X(45) VALUE "Descomptes:".
           02 FILLER PIC X(45) VALUE "Taxa turistica:".
           02 FILLER PIC X(45) VALUE "Asseguranca:".
           02 FILLER PIC X(45) VALUE "Excursions:".
           02 FILLER PIC X(45) VALUE "PREU TOTAL:".
           02 FILLER PIC X(45) VALUE "Grup minim (places):".
           02 FILLER PIC X(45) VALUE
              "Anul-lacio: retorn segons l'antelacio".
           02 FILLER PIC X(45) VALUE "dies o mes abans de la sortida:".
           02 FILLER PIC X(45) VALUE "Requisits d'entrada:".
           02 FILLER PIC X(45) VALUE "Visat:".
           02 FILLER PIC X(45) VALUE "Vacunes:".
           02 FILLER PIC X(45) VALUE
              "Declaro haver rebut aquesta informacio.".
           02 FILLER PIC X(45) VALUE "Signatura del client:".
           02 FILLER PIC X(45) VALUE "Data:".
           02 FILLER PIC X(45) VALUE "CONTRACTADA".
           02 FILLER PIC X(45) VALUE "NO CONTRACTADA".
           02 FILLER PIC X(45) VALUE "Amb".
           02 FILLER PIC X(45) VALUE "VAIXELL".
           02 FILLER PIC X(45) VALUE "AVIO".
           02 FILLER PIC X(45) VALUE "AUTOCAR".
           02 FILLER PIC X(45) VALUE "TREN".
           02 FILLER PIC X(45) VALUE "PENSIO COMPLETA".
           02 FILLER PIC X(45) VALUE "MITJA PENSIO".
           02 FILLER PIC X(45) VALUE "ALLOTJAMENT I ESMORZAR".
           02 FILLER PIC X(45) VALUE
              "Passaport: mesos de validesa minima:".
           02 FILLER PIC X(45) VALUE
              "INFORMACION PRECONTRACTUAL - VIAJE COMBINADO".
           02 FILLER PIC X(45) VALUE "Cliente:".
           02 FILLER PIC X(45) VALUE "Viaje:".
           02 FILLER PIC X(45) VALUE "Salida:".
           02 FILLER PIC X(45) VALUE "Duracion (dias):".
           02 FILLER PIC X(45) VALUE "Destino:".
           02 FILLER PIC X(45) VALUE "Transporte:".
           02 FILLER PIC X(45) VALUE "Alojamiento:".
           02 FILLER PIC X(45) VALUE "Itinerario:".
           02 FILLER PIC X(45) VALUE "Dia".
           02 FILLER PIC X(45) VALUE "Precio por persona:".
           02 FILLER PIC X(45) VALUE "Plazas:".
           02 FILLER PIC X(45) VALUE "Suplementos:".
           02 FILLER PIC X(45) VALUE "Descuentos:".
           02 FILLER PIC X(45) VALUE "Tasa turistica:".
           02 FILLER PIC X(45) VALUE "Seguro:".
           02 FILLER PIC X(45) VALUE "Excursiones:".
           02 FILLER PIC X(45) VALUE "PRECIO TOTAL:".
           02 FILLER PIC X(45) VALUE "Grupo minimo (plazas):".
           02 FILLER PIC X(45) VALUE
              "Anulacion: reembolso segun la antelacion".
           02 FILLER PIC X(45) VALUE "dias o mas antes de la salida:".
           02 FILLER PIC X(45) VALUE "Requisitos de entrada:".
           02 FILLER PIC X(45) VALUE "Visado:".
           02 FILLER PIC X(45) VALUE "Vacunas:".
           02 FILLER PIC X(45) VALUE
              "Declaro haber recibido esta informacion.".
           02 FILLER PIC X(45) VALUE "Firma del cliente:".
           02 FILLER PIC X(45) VALUE "Fecha:".
           02 FILLER PIC X(45) VALUE "CONTRATADO".
           02 FILLER PIC X(45) VALUE "NO CONTRATADO".
           02 FILLER PIC X(45) VALUE "Con".
           02 FILLER PIC X(45) VALUE "BARCO".
           02 FILLER PIC X(45) VALUE "AVION".
           02 FILLER PIC X(45) VALUE "AUTOCAR".
           02 FILLER PIC X(45) VALUE "TREN".
           02 FILLER PIC X(45) VALUE "PENSION COMPLETA".
           02 FILLER PIC X(45) VALUE "MEDIA PENSION".
           02 FILLER PIC X(45) VALUE "ALOJAMIENTO Y DESAYUNO".
           02 FILLER PIC X(45) VALUE
              "Pasaporte: meses de validez minima:".
           02 FILLER PIC X(45) VALUE
              "INFORMATION PRECONTRACTUELLE - FORFAIT".
           02 FILLER PIC X(45) VALUE "Client:".
           02 FILLER PIC X(45) VALUE "Voyage:".
           02 FILLER PIC X(45) VALUE "Depart:".
           02 FILLER PIC X(45) VALUE "Duree (jours):".
           02 FILLER PIC X(45) VALUE "Destination:".
           02 FILLER PIC X(45) VALUE "Transport:".
           02 FILLER PIC X(45) VALUE "Hebergement:".
           02 FILLER PIC X(45) VALUE "Itineraire:".
           02 FILLER PIC X(45) VALUE "Jour".
           02 FILLER PIC X(45) VALUE "Prix par personne:".
           02 FILLER PIC X(45) VALUE "Places:".
           02 FILLER PIC X(45) VALUE "Supplements:".
           02 FILLER PIC X(45) VALUE "Remises:".
           02 FILLER PIC X(45) VALUE "Taxe de sejour:".
           02 FILLER PIC X(45) VALUE "Assurance:".
           02 FILLER PIC X(45) VALUE "Excursions:".
           02 FILLER PIC X(45) VALUE "PRIX TOTAL:".
           02 FILLER PIC X(45) VALUE "Groupe minimum (places):".
           02 FILLER PIC X(45) VALUE
              "Annulation: remboursement selon preavis".
           02 FILLER PIC X(45) VALUE "jours ou plus avant le depart:".
           02 FILLER PIC X(45) VALUE "Formalites d'entree:".
           02 FILLER PIC X(45) VALUE "Visa:".
           02 FILLER PIC X(45) VALUE "Vaccins:".
           02 FILLER PIC X(45) VALUE
              "Je declare avoir recu cette information.".
           02 FILLER PIC X(45) VALUE "Signature du client:".
           02 FILLER PIC X(45) VALUE "Date:".
           02 FILLER PIC X(45) VALUE "SOUSCRITE".
           02 FILLER PIC X(45) VALUE "NON SOUSCRITE".
           02 FILLER PIC X(45) VALUE "A".
           02 FILLER PIC X(45) VALUE "BATEAU".
           02 FILLER PIC X(45) VALUE "AVION".
           02 FILLER PIC X(45) VALUE "AUTOCAR".
           02 FILLER PIC X(45) VALUE "TRAIN".
           02 FILLER PIC X(45) VALUE "PENSION COMPLETE".
           02 FILLER PIC X(45) VALUE "DEMI-PENSION".
           02 FILLER PIC X(45) VALUE "CHAMBRE ET PETIT-DEJEUNER".
           02 FILLER PIC X(45) VALUE
              "Passeport: mois de validite minimum:".
         01 TaulaEtiquetesPrec REDEFINES TaulaEP.
           02 IdiomaEtiquetes OCCURS 3 TIMES.
             03 EtiquetaPrec OCCURS 38 TIMES PIC X(45).
