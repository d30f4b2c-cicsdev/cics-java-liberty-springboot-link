      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPCSN - configuration snapshot record.  GOSPCSU unloads a   *
      *           region's GOSPCFG routing, GOSPENT entitlement and   *
      *           GOSPSLA latency target files to one sequential      *
      *           snapshot of these 100-byte records: a header naming *
      *           the region and when it was taken, every GOSPCFG,    *
      *           then every GOSPENT, then every GOSPSLA record in    *
      *           key order, and a trailer with the count of each.    *
      *           GOSPCSC compares two snapshots, and GOSPCSL loads   *
      *           an approved one into a target region; both rely on  *
      *           GOSPCSN-SORT-KEY ascending through the file.        *
      *****************************************************************
       01  GOSPCSN-RECORD.
           05  GOSPCSN-SORT-KEY.
               10  GOSPCSN-REC-TYPE           PIC 9(01).
                   88  GOSPCSN-HEADER             VALUE 0.
                   88  GOSPCSN-CFG                VALUE 1.
                   88  GOSPCSN-ENT                VALUE 2.
                   88  GOSPCSN-SLA                VALUE 3.
                   88  GOSPCSN-TRAILER            VALUE 9.
      *        The file record's own key, left-justified: the        *
      *        GOSPCFG or GOSPSLA transid, or the GOSPENT user ID    *
      *        and inquiry type.  Spaces on the header and trailer.  *
               10  GOSPCSN-REC-KEY            PIC X(10).
      *    The file record exactly as it sits on the cluster.         *
           05  GOSPCSN-IMAGE                  PIC X(88).
           05  GOSPCSN-HEADER-DATA REDEFINES GOSPCSN-IMAGE.
               10  GOSPCSN-SNAP-DATE          PIC X(08).
               10  GOSPCSN-SNAP-TIME          PIC X(06).
               10  GOSPCSN-SNAP-REGION        PIC X(08).
               10  FILLER                     PIC X(66).
           05  GOSPCSN-TRAILER-DATA REDEFINES GOSPCSN-IMAGE.
               10  GOSPCSN-CFG-COUNT          PIC 9(09).
               10  GOSPCSN-ENT-COUNT          PIC 9(09).
               10  GOSPCSN-SLA-COUNT          PIC 9(09).
               10  FILLER                     PIC X(61).
           05  GOSPCSN-FILLER                 PIC X(01).
