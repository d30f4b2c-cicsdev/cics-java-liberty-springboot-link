      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPUMS - symbolic map for the GOSPCUS customer master        *
      *           maintenance screen (mapset GOSPUMS, map GOSPUM), as *
      *           generated from the BMS source with TIOAPFX=YES.     *
      *           Keep both layouts in step whenever the BMS source   *
      *           changes.                                             *
      *****************************************************************
       01  GOSPUMI.
           02  FILLER                         PIC X(12).
           02  FUNCL                          PIC S9(4) COMP.
           02  FUNCF                          PIC X(01).
           02  FILLER REDEFINES FUNCF.
               03  FUNCA                      PIC X(01).
           02  FUNCI                          PIC X(01).
           02  UCUSTL                         PIC S9(4) COMP.
           02  UCUSTF                         PIC X(01).
           02  FILLER REDEFINES UCUSTF.
               03  UCUSTA                     PIC X(01).
           02  UCUSTI                         PIC X(10).
           02  UNAMEL                         PIC S9(4) COMP.
           02  UNAMEF                         PIC X(01).
           02  FILLER REDEFINES UNAMEF.
               03  UNAMEA                     PIC X(01).
           02  UNAMEI                         PIC X(40).
           02  USTATL                         PIC S9(4) COMP.
           02  USTATF                         PIC X(01).
           02  FILLER REDEFINES USTATF.
               03  USTATA                     PIC X(01).
           02  USTATI                         PIC X(01).
           02  URSNL                          PIC S9(4) COMP.
           02  URSNF                          PIC X(01).
           02  FILLER REDEFINES URSNF.
               03  URSNA                      PIC X(01).
           02  URSNI                          PIC X(30).
           02  UHDTL                          PIC S9(4) COMP.
           02  UHDTF                          PIC X(01).
           02  FILLER REDEFINES UHDTF.
               03  UHDTA                      PIC X(01).
           02  UHDTI                          PIC X(10).
           02  UABYL                          PIC S9(4) COMP.
           02  UABYF                          PIC X(01).
           02  FILLER REDEFINES UABYF.
               03  UABYA                      PIC X(01).
           02  UABYI                          PIC X(08).
           02  UADTL                          PIC S9(4) COMP.
           02  UADTF                          PIC X(01).
           02  FILLER REDEFINES UADTF.
               03  UADTA                      PIC X(01).
           02  UADTI                          PIC X(10).
           02  UMSGL                          PIC S9(4) COMP.
           02  UMSGF                          PIC X(01).
           02  FILLER REDEFINES UMSGF.
               03  UMSGA                      PIC X(01).
           02  UMSGI                          PIC X(79).
       01  GOSPUMO REDEFINES GOSPUMI.
           02  FILLER                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  FUNCO                          PIC X(01).
           02  FILLER                         PIC X(03).
           02  UCUSTO                         PIC X(10).
           02  FILLER                         PIC X(03).
           02  UNAMEO                         PIC X(40).
           02  FILLER                         PIC X(03).
           02  USTATO                         PIC X(01).
           02  FILLER                         PIC X(03).
           02  URSNO                          PIC X(30).
           02  FILLER                         PIC X(03).
           02  UHDTO                          PIC X(10).
           02  FILLER                         PIC X(03).
           02  UABYO                          PIC X(08).
           02  FILLER                         PIC X(03).
           02  UADTO                          PIC X(10).
           02  FILLER                         PIC X(03).
           02  UMSGO                          PIC X(79).
