                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-DECL-IN.

             SELECT ROUTE-MASTER ASSIGN TO "ROUTEMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RT-KEY
                 FILE STATUS IS WS-FS-ROUTE-MST.

             SELECT ROUTE-EXCEPTION-FILE ASSIGN TO "RTEXCP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-ROUTE-EXCP.

             SELECT GPX-EXPORT-FILE ASSIGN TO "GPXOUT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-GPX-OUT.

             SELECT KML-EXPORT-FILE ASSIGN TO "KMLOUT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-KML-OUT.

             SELECT REGION-AUDIT-FILE ASSIGN TO "RGAUDIT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-RGN-AUDIT.

             SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OS-OPERATOR-ID
                 FILE STATUS IS WS-FS-OPER-SEC.

             SELECT OPERATOR-LOAD-FILE ASSIGN TO "OPERIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-OPER-IN.

             SELECT OPERATOR-CARD-FILE ASSIGN TO "OPERID"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-OPER-CARD.

             SELECT DATUM-MASTER ASSIGN TO "DATUMMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DA-CODE
                 FILE STATUS IS WS-FS-DATUM.

             SELECT DATUM-LOAD-FILE ASSIGN TO "DATUMIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-DATUM-IN.

             SELECT TRAVERSE-IN-FILE ASSIGN TO "TRAVIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRAV-IN.

             SELECT TRAVERSE-REPORT-FILE ASSIGN TO "TRAVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRAV-RPT.

             SELECT TRACK-IN-FILE ASSIGN TO "TRACKIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRACK-IN.

             SELECT TRACK-EVENT-FILE ASSIGN TO "TRKEVENT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRACK-EVT.

             SELECT TRACK-REPORT-FILE ASSIGN TO "TRKRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRACK-RPT.

             SELECT TRACK-EXCEPTION-FILE ASSIGN TO "TRKEXCP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-TRACK-EXCP.

             SELECT PLAN-IN-FILE ASSIGN TO "PLANIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-PLAN-IN.

             SELECT PLAN-OUT-FILE ASSIGN TO "PLANOUT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-PLAN-OUT.

             SELECT PLAN-REPORT-FILE ASSIGN TO "PLANRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-PLAN-RPT.

       DATA DIVISION.
         FILE SECTION.
         FD DEGREES-IN-FILE.
         01 DEGREES-IN-RECORD.
             05 DI-DEGREES PIC 999V9999.
             05 DI-HEMISPHERE PIC X.
      * The datum transformation mode reads the same pairs with the
      * source datum code alongside; blank means WGS84
         01 DEGREES-IN-DATUM-RECORD.
             05 DID-DEGREES PIC 999V9999.
             05 DID-HEMISPHERE PIC X.
             05 FILLER PIC X.
             05 DID-DATUM PIC X(06).

         FD DEGREES-OUT-FILE.
         01 DEGREES-OUT-UTM-RECORD.
             05 DOR-REGION PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 DOR-STATUS PIC X(09).
         01 DEGREES-OUT-DATUM-RECORD.
             05 DOT-DEGREES PIC 999V9999.
             05 DOT-HEMISPHERE PIC X.
             05 FILLER PIC X VALUE SPACE.
             05 DOT-DATUM PIC X(06).
             05 FILLER PIC X VALUE SPACE.
             05 DOT-STATUS PIC X(09).

         FD WAYPOINT-MASTER.
         01 WAYPOINT-RECORD.
             05 WP-LON-DMS-SECONDS PIC 99V9999.

         FD CONVERSION-LOG-FILE.
         01 CONVERSION-LOG-RECORD PIC X(90).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD PIC X(80).
             05 WL-LAT-HEMI PIC X.
             05 WL-LON-DEGREES PIC 999V9999.
             05 WL-LON-HEMI PIC X.
             05 FILLER PIC X.
             05 WL-DATUM PIC X(06).

         FD WAYPOINT-EXCEPTION-FILE.
         01 WAYPOINT-EXCEPTION-RECORD PIC X(80).
             05 RC-RECORDS PIC 9(07).
             05 FILLER PIC X.
             05 RC-RETURN-CODE PIC 9(02).
             05 FILLER PIC X.
             05 RC-OVERRIDE PIC X.

         FD REGION-MASTER.
         01 REGION-RECORD.
                 10 WJ-A-LON-DMS-DEG PIC 999.
                 10 WJ-A-LON-DMS-MIN PIC 99.
                 10 WJ-A-LON-DMS-SEC PIC 99V9999.
             05 FILLER PIC X.
             05 WJ-OPERATOR PIC X(08).

      * One record per leg of a stored route; the legs of a route
      * read back in key order are the route in travel order
         FD ROUTE-MASTER.
         01 ROUTE-RECORD.
             05 RT-KEY.
                 10 RT-ROUTE-NAME PIC X(20).
                 10 RT-LEG-SEQ PIC 9(04).
             05 RT-WP-NAME PIC X(20).

         FD ROUTE-EXCEPTION-FILE.
         01 ROUTE-EXCEPTION-RECORD PIC X(80).

         FD GPX-EXPORT-FILE.
         01 GPX-EXPORT-RECORD PIC X(160).

         FD KML-EXPORT-FILE.
         01 KML-EXPORT-RECORD PIC X(160).

         FD REGION-AUDIT-FILE.
         01 REGION-AUDIT-RECORD PIC X(80).

      * One record per operator: the sign-on password, a Y/N flag for
      * each maintenance function, and A(ctive) or S(uspended)
         FD OPERATOR-SECURITY-FILE.
         01 OPERATOR-SECURITY-RECORD.
             05 OS-OPERATOR-ID PIC X(08).
             05 OS-OPERATOR-NAME PIC X(30).
             05 OS-PASSWORD PIC X(08).
             05 OS-AUTHORITY.
                 10 OS-AUTH-WAYPOINT PIC X.
                 10 OS-AUTH-REGION PIC X.
                 10 OS-AUTH-DECLINATION PIC X.
                 10 OS-AUTH-ROUTE PIC X.
                 10 OS-AUTH-DATUM PIC X.
             05 OS-STATUS PIC X.
                 88 OS-ACTIVE VALUE "A".

         FD OPERATOR-LOAD-FILE.
         01 OPERATOR-LOAD-RECORD.
             05 OL-OPERATOR-ID PIC X(08).
             05 OL-OPERATOR-NAME PIC X(30).
             05 OL-PASSWORD PIC X(08).
             05 OL-AUTH-WAYPOINT PIC X.
             05 OL-AUTH-REGION PIC X.
             05 OL-AUTH-DECLINATION PIC X.
             05 OL-AUTH-ROUTE PIC X.
             05 OL-AUTH-DATUM PIC X.
             05 OL-STATUS PIC X.

         FD OPERATOR-CARD-FILE.
         01 OPERATOR-CARD-RECORD PIC X(80).

      * One record per geodetic datum: the ellipsoid (semi-major
      * axis in metres, inverse flattening) and the X/Y/Z shift in
      * metres that carries the datum onto WGS84
         FD DATUM-MASTER.
         01 DATUM-RECORD.
             05 DA-CODE PIC X(06).
             05 DA-NAME PIC X(20).
             05 DA-ELLIPSOID PIC X(10).
             05 DA-SEMI-MAJOR PIC 9(07)V999.
             05 DA-INV-FLATTENING PIC 9(03)V9(09).
             05 DA-SHIFT-X PIC S9(04)V9 SIGN LEADING SEPARATE.
             05 DA-SHIFT-Y PIC S9(04)V9 SIGN LEADING SEPARATE.
             05 DA-SHIFT-Z PIC S9(04)V9 SIGN LEADING SEPARATE.

         FD DATUM-LOAD-FILE.
         01 DATUM-LOAD-RECORD.
             05 DN-CODE PIC X(06).
             05 DN-NAME PIC X(20).
             05 DN-ELLIPSOID PIC X(10).
             05 DN-SEMI-MAJOR PIC 9(07)V999.
             05 DN-INV-FLATTENING PIC 9(03)V9(09).
             05 DN-SHIFT-X PIC S9(04)V9 SIGN LEADING SEPARATE.
             05 DN-SHIFT-Y PIC S9(04)V9 SIGN LEADING SEPARATE.
             05 DN-SHIFT-Z PIC S9(04)V9 SIGN LEADING SEPARATE.

      * A traverse is an S record naming the starting waypoint, one
      * L record per leg in the order run, and a C record naming the
      * closing waypoint.  Bearings are decimal degrees flagged M(ag-
      * netic) or T(rue); distances are metres.  The C record may
      * carry a bearing observed from the closing waypoint to a
      * reference waypoint, which gives the angular closure.
         FD TRAVERSE-IN-FILE.
         01 TRAVERSE-START-RECORD.
             05 TV-TYPE PIC X.
             05 FILLER PIC X.
             05 TV-S-ID PIC X(08).
             05 FILLER PIC X.
             05 TV-S-WAYPOINT PIC X(20).
         01 TRAVERSE-LEG-RECORD.
             05 FILLER PIC X.
             05 FILLER PIC X.
             05 TV-L-BEARING PIC 999V9999.
             05 FILLER PIC X.
             05 TV-L-REFERENCE PIC X.
             05 FILLER PIC X.
             05 TV-L-DISTANCE PIC 9(06)V999.
             05 FILLER PIC X.
             05 TV-L-STATION PIC X(20).
         01 TRAVERSE-CLOSE-RECORD.
             05 FILLER PIC X.
             05 FILLER PIC X.
             05 TV-C-WAYPOINT PIC X(20).
             05 FILLER PIC X.
             05 TV-C-REF-WAYPOINT PIC X(20).
             05 FILLER PIC X.
             05 TV-C-BEARING PIC 999V9999.
             05 FILLER PIC X.
             05 TV-C-REFERENCE PIC X.

         FD TRAVERSE-REPORT-FILE.
         01 TRAVERSE-REPORT-RECORD PIC X(132).

      * GPS fixes, sorted by unit and time.  The timestamp is UTC
      * as YYYYMMDDHHMMSS; positions are in the usual degrees and
      * hemisphere form.
         FD TRACK-IN-FILE.
         01 TRACK-IN-RECORD.
             05 TK-UNIT PIC X(08).
             05 FILLER PIC X.
             05 TK-TIMESTAMP.
                 10 TK-DATE PIC 9(08).
                 10 TK-TIME.
                     15 TK-HH PIC 99.
                     15 TK-MM PIC 99.
                     15 TK-SS PIC 99.
             05 FILLER PIC X.
             05 TK-LAT-DEGREES PIC 999V9999.
             05 TK-LAT-HEMI PIC X.
             05 FILLER PIC X.
             05 TK-LON-DEGREES PIC 999V9999.
             05 TK-LON-HEMI PIC X.

      * One record each time a unit is first seen inside a region
      * (ENTER) or first seen outside it again (EXIT)
         FD TRACK-EVENT-FILE.
         01 TRACK-EVENT-RECORD.
             05 TE-UNIT PIC X(08).
             05 FILLER PIC X.
             05 TE-TIMESTAMP PIC 9(14).
             05 FILLER PIC X.
             05 TE-EVENT PIC X(05).
             05 FILLER PIC X.
             05 TE-REGION PIC X(20).
             05 FILLER PIC X.
             05 TE-LAT PIC S999V9999 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 TE-LON PIC S999V9999 SIGN LEADING SEPARATE.

         FD TRACK-REPORT-FILE.
         01 TRACK-REPORT-RECORD PIC X(132).

         FD TRACK-EXCEPTION-FILE.
         01 TRACK-EXCEPTION-RECORD PIC X(132).

      * The visit planner reads and writes the ROUTEIN layout: the
      * first name in is the start, the rest the stops in the order
      * submitted; the planned order comes out ready for the route
      * leg report.
         FD PLAN-IN-FILE.
         01 PLAN-IN-RECORD.
             05 PI-NAME PIC X(20).
             05 FILLER PIC X(60).

         FD PLAN-OUT-FILE.
         01 PLAN-OUT-RECORD.
             05 PO-NAME PIC X(20).
             05 FILLER PIC X(60).

         FD PLAN-REPORT-FILE.
         01 PLAN-REPORT-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-SELECTION PIC 9 VALUE 3.
         01 WS-WPL-DUPLICATES PIC 9(07) VALUE ZERO.
         01 WS-WPL-REJECTED PIC 9(07) VALUE ZERO.
         01 WS-WPL-REASON PIC X(30).
         01 WS-WPL-SHIFTED PIC 9(07) VALUE ZERO.

      * Waypoint master change journal work fields; every add and
      * delete against WAYPTMST writes a before/after image to the
         01 WS-GEO-DIST-KM-VISUAL PIC ZZZZ9.999.
         01 WS-GEO-DIST-NM-VISUAL PIC ZZZZ9.999.
         01 WS-GEO-BEARING-VISUAL PIC ZZ9.99.
      * Direct problem: the point WS-GEO-DIST-KM along bearing
      * WS-GEO-BEARING from WS-GEO-LAT1 / WS-GEO-LON1
         01 WS-GEO-RBEARING USAGE COMP-2.
         01 WS-GEO-DELTA USAGE COMP-2.
         01 WS-GEO-SIN-DELTA USAGE COMP-2.
         01 WS-GEO-COS-DELTA USAGE COMP-2.
         01 WS-GEO-SIN-BEARING USAGE COMP-2.
         01 WS-GEO-COS-BEARING USAGE COMP-2.
         01 WS-GEO-RLAT2-OUT USAGE COMP-2.

         01 WS-BATCH-EOF-SWITCH PIC X VALUE "N".
             88 WS-BATCH-EOF VALUE "Y".
             05 WS-RTE-DET-CUM-KM PIC ZZZZZ9.999.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RTE-DET-MAG PIC X(10).
      * The leg report reads its names from ROUTEIN unless a stored
      * route name is given, in which case the legs come off
      * ROUTEMST in sequence order
         01 WS-RTE-ROUTE-NAME PIC X(20) VALUE SPACES.
         01 WS-RTE-NEXT-NAME PIC X(20).

      * Stored route master maintenance work fields.  Legs are
      * numbered in steps of 10 so a resequence has room to slot a
      * leg between two others before the route is renumbered; the
      * table holds one route's legs while it is being reordered.
         01 WS-RTM-NAME PIC X(20).
         01 WS-RTM-LAST-SEQ PIC 9(04) VALUE ZERO.
         01 WS-RTM-NEXT-SEQ PIC 9(05) VALUE ZERO.
         01 WS-RTM-MOVE-SEQ PIC 9(04) VALUE ZERO.
         01 WS-RTM-NEW-SEQ PIC 9(04) VALUE ZERO.
         01 WS-RTM-LEGS PIC 9(05) VALUE ZERO.
         01 WS-RTM-USES PIC 9(05) VALUE ZERO.
         01 WS-RTM-PREV-ROUTE PIC X(20).
      * A route name must be one word so the batch PARM can carry it
         01 WS-RTM-NAME-WORD PIC X(20).
         01 WS-RTM-NAME-REST PIC X(20).
         01 WS-RTM-SEQ-VISUAL PIC ZZZ9.
         01 WS-RTM-EOF-SWITCH PIC X VALUE "N".
             88 WS-RTM-EOF VALUE "Y".
         01 WS-RTM-FOUND-SWITCH PIC X VALUE "N".
             88 WS-RTM-FOUND VALUE "Y".
         01 WS-RTM-CONFIRM PIC X VALUE "N".
             88 WS-RTM-CONFIRMED VALUE "Y" "y".
         01 WS-RTM-COUNT PIC 9(04) COMP VALUE ZERO.
         01 WS-RTM-I PIC 9(04) COMP.
         01 WS-RTM-J PIC 9(04) COMP.
         01 WS-RTM-SWAP-SWITCH PIC X VALUE "N".
             88 WS-RTM-SWAPPED VALUE "Y".
         01 WS-RTM-HOLD PIC X(28).
         01 WS-RTM-TABLE.
             05 WS-RTM-ENTRY OCCURS 999 TIMES.
                 10 WS-RTM-SEQ PIC 9(04).
                 10 WS-RTM-OLD-SEQ PIC 9(04).
                 10 WS-RTM-WP PIC X(20).

      * Route referential-integrity sweep control totals
         01 WS-RTI-ROUTES PIC 9(07) VALUE ZERO.
         01 WS-RTI-LEGS-READ PIC 9(07) VALUE ZERO.
         01 WS-RTI-MISSING PIC 9(07) VALUE ZERO.
         01 WS-RTI-DETAIL-LINE.
             05 WS-RTI-DET-ROUTE PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 WS-RTI-DET-SEQ PIC ZZZ9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RTI-DET-WP PIC X(20).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RTI-DET-TEXT PIC X(20).

      * GPX / KML export selections and control totals.  Every
      * waypoint read is either written or skipped by the selection,
      * every region read is written, and every route leg read is
      * either written or missing from WAYPTMST.
         01 WS-EXP-FRAGMENT PIC X(20) VALUE SPACES.
         01 WS-EXP-FRAG-UPPER PIC X(20).
         01 WS-EXP-FRAG-LEN PIC 9(03) COMP VALUE ZERO.
         01 WS-EXP-REGION PIC X(20) VALUE SPACES.
         01 WS-EXP-ROUTE PIC X(20) VALUE SPACES.
         01 WS-EXP-CODE PIC X(20).
         01 WS-EXP-VALUE PIC X(20).
         01 WS-EXP-PARM-SWITCH PIC X VALUE "Y".
             88 WS-EXP-PARM-VALID VALUE "Y".
         01 WS-EXP-SELECT-SWITCH PIC X.
             88 WS-EXP-SELECTED VALUE "Y".
         01 WS-EXP-EOF-SWITCH PIC X VALUE "N".
             88 WS-EXP-EOF VALUE "Y".
         01 WS-EXP-RG-IX PIC 9(03) COMP VALUE ZERO.
         01 WS-EXP-NAME-UPPER PIC X(20).
         01 WS-EXP-HITS PIC 9(03) COMP.
         01 WS-EXP-WP-READ PIC 9(07) VALUE ZERO.
         01 WS-EXP-WP-WRITTEN PIC 9(07) VALUE ZERO.
         01 WS-EXP-WP-SKIPPED PIC 9(07) VALUE ZERO.
         01 WS-EXP-RG-READ PIC 9(07) VALUE ZERO.
         01 WS-EXP-RG-WRITTEN PIC 9(07) VALUE ZERO.
         01 WS-EXP-LEG-READ PIC 9(07) VALUE ZERO.
         01 WS-EXP-LEG-WRITTEN PIC 9(07) VALUE ZERO.
         01 WS-EXP-LEG-MISSING PIC 9(07) VALUE ZERO.
         01 WS-EXP-WRITE-ERRORS PIC 9(07) VALUE ZERO.
         01 WS-EXP-LOG-RG PIC 9(03).
         01 WS-EXP-LOG-LEG PIC 9(04).

      * XML text of one name: the raw name, its escaped form with
      * & < > " and ' replaced by entity references, and the
      * significant lengths of each
         01 WS-EXP-RAW-NAME PIC X(20).
         01 WS-EXP-RAW-LEN PIC 9(03) COMP.
         01 WS-EXP-RAW-IX PIC 9(03) COMP.
         01 WS-EXP-ESC-NAME PIC X(120).
         01 WS-EXP-ESC-LEN PIC 9(03) COMP.
         01 WS-EXP-CHAR PIC X.

      * One coordinate as XML wants it: signed decimal degrees with
      * no padding
         01 WS-EXP-LAT PIC S999V9999.
         01 WS-EXP-LON PIC S999V9999.
         01 WS-EXP-COORD PIC S999V9999.
         01 WS-EXP-COORD-EDIT PIC -(3)9.9999.
         01 WS-EXP-COORD-TEXT PIC X(09).
         01 WS-EXP-COORD-LEAD PIC 9(03) COMP.
         01 WS-EXP-LAT-TEXT PIC X(09).
         01 WS-EXP-LAT-LEN PIC 9(03) COMP.
         01 WS-EXP-LON-TEXT PIC X(09).
         01 WS-EXP-LON-LEN PIC 9(03) COMP.

      * Region overlap and coverage audit.  Every waypoint read falls
      * in no region, exactly one, or more than one; the per-region
      * counts run parallel to WS-RGC-TABLE.
         01 WS-RGA-IX PIC 9(03) COMP.
         01 WS-RGA-JX PIC 9(03) COMP.
         01 WS-RGA-HITS PIC 9(03) COMP.
         01 WS-RGA-EOF-SWITCH PIC X VALUE "N".
             88 WS-RGA-EOF VALUE "Y".
         01 WS-RGA-OVL-LAT-MIN PIC S999V9999.
         01 WS-RGA-OVL-LAT-MAX PIC S999V9999.
         01 WS-RGA-OVL-LON-MIN PIC S999V9999.
         01 WS-RGA-OVL-LON-MAX PIC S999V9999.
         01 WS-RGA-PAIRS PIC 9(07) VALUE ZERO.
         01 WS-RGA-WP-READ PIC 9(07) VALUE ZERO.
         01 WS-RGA-IN-ONE PIC 9(07) VALUE ZERO.
         01 WS-RGA-IN-NONE PIC 9(07) VALUE ZERO.
         01 WS-RGA-IN-MULTI PIC 9(07) VALUE ZERO.
         01 WS-RGA-EMPTY PIC 9(07) VALUE ZERO.
         01 WS-RGA-REGIONS PIC 9(03).
         01 WS-RGA-LOG-PAIRS PIC 9(05).
         01 WS-RGA-LOG-NONE PIC 9(05).
         01 WS-RGA-LOG-MULTI PIC 9(05).
         01 WS-RGA-COUNT-TABLE.
             05 WS-RGA-WP-COUNT PIC 9(07) OCCURS 200 TIMES.
         01 WS-RGA-PAIR-LINE.
             05 WS-RGA-PR-NAME-A PIC X(20).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RGA-PR-NAME-B PIC X(20).
         01 WS-RGA-RECT-LINE.
             05 FILLER PIC X(16) VALUE "      LATITUDE  ".
             05 WS-RGA-RC-LAT-MIN PIC -(3)9.9999.
             05 FILLER PIC X(04) VALUE " TO ".
             05 WS-RGA-RC-LAT-MAX PIC -(3)9.9999.
             05 FILLER PIC X(13) VALUE "   LONGITUDE ".
             05 WS-RGA-RC-LON-MIN PIC -(3)9.9999.
             05 FILLER PIC X(04) VALUE " TO ".
             05 WS-RGA-RC-LON-MAX PIC -(3)9.9999.
         01 WS-RGA-WP-LINE.
             05 WS-RGA-WL-NAME PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 WS-RGA-WL-LAT PIC -(3)9.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-RGA-WL-LON PIC -(3)9.9999.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RGA-WL-TEXT PIC X(30).
         01 WS-RGA-COUNT-LINE.
             05 WS-RGA-CL-NAME PIC X(20).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RGA-CL-COUNT PIC Z,ZZZ,ZZ9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-RGA-CL-TEXT PIC X(20).
         01 WS-RGA-HITS-EDIT PIC ZZ9.

      * The signed-on operator.  Interactive work signs on against
      * OPERSEC; a batch run takes its operator from the OPERID card
      * and is stamped BATCH when there is none.  The ID goes on
      * every WPJRNL and CONVLOG record.
         01 WS-OPR-ID PIC X(08) VALUE SPACES.
         01 WS-OPR-NAME PIC X(30) VALUE SPACES.
         01 WS-OPR-AUTHORITY.
             05 WS-OPR-AUTH-WAYPOINT PIC X VALUE "N".
             05 WS-OPR-AUTH-REGION PIC X VALUE "N".
             05 WS-OPR-AUTH-DECLINATION PIC X VALUE "N".
             05 WS-OPR-AUTH-ROUTE PIC X VALUE "N".
             05 WS-OPR-AUTH-DATUM PIC X VALUE "N".
         01 WS-OPR-SIGNON-SWITCH PIC X VALUE "N".
             88 WS-OPR-SIGNED-ON VALUE "Y".
         01 WS-OPR-FOUND-SWITCH PIC X VALUE "N".
             88 WS-OPR-FOUND VALUE "Y".
         01 WS-OPR-ALLOWED-SWITCH PIC X VALUE "N".
             88 WS-OPR-ALLOWED VALUE "Y".
         01 WS-OPR-FUNCTION PIC X.
             88 WS-OPR-FUNC-WAYPOINT VALUE "W".
             88 WS-OPR-FUNC-REGION VALUE "G".
             88 WS-OPR-FUNC-DECLINATION VALUE "D".
             88 WS-OPR-FUNC-ROUTE VALUE "T".
             88 WS-OPR-FUNC-DATUM VALUE "P".
         01 WS-OPR-FUNC-TEXT PIC X(24).
         01 WS-OPR-ID-INPUT PIC X(08).
         01 WS-OPR-PASSWORD-INPUT PIC X(08).
         01 WS-OPR-ATTEMPTS PIC 9 VALUE ZERO.

      * Operator security load control totals
         01 WS-OPL-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-OPL-LOADED PIC 9(07) VALUE ZERO.
         01 WS-OPL-REJECTED PIC 9(07) VALUE ZERO.
         01 WS-OPL-EOF-SWITCH PIC X VALUE "N".
             88 WS-OPL-EOF VALUE "Y".
         01 WS-OPL-VALID-SWITCH PIC X VALUE "Y".
             88 WS-OPL-VALID VALUE "Y".

      * Datum transformation.  Every datum is carried to and from
      * WGS84 with the abridged Molodensky shift, so a NAD27 to ED50
      * request goes NAD27 > WGS84 > ED50.  WGS84 itself is built
      * in and needs no master record.
         01 WS-DTM-OPEN-SWITCH PIC X VALUE "N".
             88 WS-DTM-OPENED VALUE "Y".
         01 WS-DTM-FOUND-SWITCH PIC X VALUE "N".
             88 WS-DTM-FOUND VALUE "Y".
         01 WS-DTM-VALID-SWITCH PIC X VALUE "N".
             88 WS-DTM-VALID VALUE "Y".
         01 WS-DTM-CODE PIC X(06).
         01 WS-DTM-SOURCE PIC X(06).
         01 WS-DTM-TARGET PIC X(06).
         01 WS-DTM-LOADED-SOURCE PIC X(06) VALUE SPACES.
         01 WS-DTM-LOADED-TARGET PIC X(06) VALUE SPACES.
         01 WS-DTM-LK-A USAGE COMP-2.
         01 WS-DTM-LK-F USAGE COMP-2.
         01 WS-DTM-LK-DX USAGE COMP-2.
         01 WS-DTM-LK-DY USAGE COMP-2.
         01 WS-DTM-LK-DZ USAGE COMP-2.
         01 WS-DTM-SRC-A USAGE COMP-2.
         01 WS-DTM-SRC-F USAGE COMP-2.
         01 WS-DTM-SRC-DX USAGE COMP-2.
         01 WS-DTM-SRC-DY USAGE COMP-2.
         01 WS-DTM-SRC-DZ USAGE COMP-2.
         01 WS-DTM-TGT-A USAGE COMP-2.
         01 WS-DTM-TGT-F USAGE COMP-2.
         01 WS-DTM-TGT-DX USAGE COMP-2.
         01 WS-DTM-TGT-DY USAGE COMP-2.
         01 WS-DTM-TGT-DZ USAGE COMP-2.
         01 WS-DTM-WGS-A USAGE COMP-2 VALUE 6378137.
         01 WS-DTM-WGS-F USAGE COMP-2.
         01 WS-DTM-LAT USAGE COMP-2.
         01 WS-DTM-LON USAGE COMP-2.
         01 WS-DTM-FROM-A USAGE COMP-2.
         01 WS-DTM-FROM-F USAGE COMP-2.
         01 WS-DTM-TO-A USAGE COMP-2.
         01 WS-DTM-TO-F USAGE COMP-2.
         01 WS-DTM-DX USAGE COMP-2.
         01 WS-DTM-DY USAGE COMP-2.
         01 WS-DTM-DZ USAGE COMP-2.
         01 WS-DTM-DA USAGE COMP-2.
         01 WS-DTM-DF USAGE COMP-2.
         01 WS-DTM-E2 USAGE COMP-2.
         01 WS-DTM-PHI USAGE COMP-2.
         01 WS-DTM-LAM USAGE COMP-2.
         01 WS-DTM-SINPHI USAGE COMP-2.
         01 WS-DTM-COSPHI USAGE COMP-2.
         01 WS-DTM-SINLAM USAGE COMP-2.
         01 WS-DTM-COSLAM USAGE COMP-2.
         01 WS-DTM-SIN2PHI USAGE COMP-2.
         01 WS-DTM-T1 USAGE COMP-2.
         01 WS-DTM-T2 USAGE COMP-2.
         01 WS-DTM-RM USAGE COMP-2.
         01 WS-DTM-RN USAGE COMP-2.
         01 WS-DTM-DPHI USAGE COMP-2.
         01 WS-DTM-DLAM USAGE COMP-2.
         01 WS-DTM-SHIFT-M USAGE COMP-2.
         01 WS-DTM-SHIFT-VISUAL PIC ZZZZ9.99.
         01 WS-DTM-OUT-DEGREES PIC 999V9999.
         01 WS-DTM-LAT-HEMI PIC X.
         01 WS-DTM-LON-HEMI PIC X.
         01 WS-DTM-EOF-SWITCH PIC X VALUE "N".
             88 WS-DTM-EOF VALUE "Y".
         01 WS-DTM-PAIR-VALID-SWITCH PIC X VALUE "Y".
             88 WS-DTM-PAIR-VALID VALUE "Y".
         01 WS-DTM-LAT-DEGREES PIC 999V9999.
         01 WS-DTM-LON-DEGREES PIC 999V9999.
         01 WS-DTM-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-DTM-PAIRS-CONVERTED PIC 9(07) VALUE ZERO.
         01 WS-DTM-PAIRS-REJECTED PIC 9(07) VALUE ZERO.

      * Datum master load control totals
         01 WS-DTL-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-DTL-LOADED PIC 9(07) VALUE ZERO.
         01 WS-DTL-REJECTED PIC 9(07) VALUE ZERO.
         01 WS-DTL-EOF-SWITCH PIC X VALUE "N".
             88 WS-DTL-EOF VALUE "Y".

      * Survey traverse computation.  The legs of one traverse are
      * held until its closing record arrives, since the compass-
      * rule adjustment needs the total length before any station
      * can be corrected.
         01 WS-TRV-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-TRV-TRAVERSES PIC 9(07) VALUE ZERO.
         01 WS-TRV-PASSED PIC 9(07) VALUE ZERO.
         01 WS-TRV-FAILED PIC 9(07) VALUE ZERO.
         01 WS-TRV-REJECTED PIC 9(07) VALUE ZERO.
         01 WS-TRV-BAD-RECORDS PIC 9(07) VALUE ZERO.
         01 WS-TRV-WRITTEN PIC 9(07) VALUE ZERO.
         01 WS-TRV-EOF-SWITCH PIC X VALUE "N".
             88 WS-TRV-EOF VALUE "Y".
         01 WS-TRV-ACTIVE-SWITCH PIC X VALUE "N".
             88 WS-TRV-ACTIVE VALUE "Y".
         01 WS-TRV-WPLOAD-SWITCH PIC X VALUE "N".
             88 WS-TRV-WPLOAD VALUE "Y".
         01 WS-TRV-PASS-SWITCH PIC X VALUE "N".
             88 WS-TRV-PASS VALUE "Y".
         01 WS-TRV-TOLERANCE PIC 9(08) VALUE 5000.
         01 WS-TRV-ID PIC X(08).
         01 WS-TRV-START-NAME PIC X(20).
         01 WS-TRV-CLOSE-NAME PIC X(20).
         01 WS-TRV-REF-NAME PIC X(20).
         01 WS-TRV-REF-BEARING PIC 999V9999.
         01 WS-TRV-REF-TYPE PIC X.
         01 WS-TRV-REASON PIC X(40).
         01 WS-TRV-LEGS PIC 9(03) COMP VALUE ZERO.
         01 WS-TRV-IX PIC 9(03) COMP.
         01 WS-TRV-LEG-NUMBER PIC 9(03).
         01 WS-TRV-START-LAT USAGE COMP-2.
         01 WS-TRV-START-LON USAGE COMP-2.
         01 WS-TRV-CLOSE-LAT USAGE COMP-2.
         01 WS-TRV-CLOSE-LON USAGE COMP-2.
         01 WS-TRV-REF-LAT USAGE COMP-2.
         01 WS-TRV-REF-LON USAGE COMP-2.
         01 WS-TRV-PREV-LAT USAGE COMP-2.
         01 WS-TRV-PREV-LON USAGE COMP-2.
         01 WS-TRV-LENGTH-M USAGE COMP-2.
         01 WS-TRV-MISCLOSE-M USAGE COMP-2.
         01 WS-TRV-MISCLOSE-BRG USAGE COMP-2.
         01 WS-TRV-RATIO USAGE COMP-2.
         01 WS-TRV-ANGLE-SEC USAGE COMP-2.
         01 WS-TRV-ANGLE-TEXT PIC X(30).
         01 WS-TRV-ANGLE-SWITCH PIC X VALUE "N".
             88 WS-TRV-ANGLE-OBSERVED VALUE "Y".
         01 WS-TRV-BAD-TEXT PIC X(30).
         01 WS-TRV-BRG-A USAGE COMP-2.
         01 WS-TRV-CORR-LAT USAGE COMP-2.
         01 WS-TRV-CORR-LON USAGE COMP-2.
         01 WS-TRV-ADJ-LAT USAGE COMP-2.
         01 WS-TRV-ADJ-LON USAGE COMP-2.
         01 WS-TRV-FRACTION USAGE COMP-2.
         01 WS-TRV-STATION-TABLE.
             05 WS-TRV-STATION OCCURS 200 TIMES.
                 10 WS-TRV-T-NAME PIC X(20).
                 10 WS-TRV-T-BEARING-IN PIC 999V9999.
                 10 WS-TRV-T-REFERENCE PIC X.
                 10 WS-TRV-T-TRUE USAGE COMP-2.
                 10 WS-TRV-T-DIST-M USAGE COMP-2.
                 10 WS-TRV-T-CUM-M USAGE COMP-2.
                 10 WS-TRV-T-LAT USAGE COMP-2.
                 10 WS-TRV-T-LON USAGE COMP-2.
         01 WS-TRV-DETAIL-LINE.
             05 WS-TRV-DET-SEQ PIC ZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TRV-DET-NAME PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-BRG-IN PIC ZZ9.9999.
             05 WS-TRV-DET-REF PIC X.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-TRUE PIC ZZ9.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-DIST PIC ZZZZZ9.999.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TRV-DET-LAT PIC -ZZ9.9999999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LON PIC -ZZ9.9999999.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TRV-DET-LAT-DEG PIC ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LAT-MIN PIC 99.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LAT-SEC PIC 99.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LAT-HEMI PIC X.
             05 FILLER PIC X(02) VALUE SPACES.
             05 WS-TRV-DET-LON-DEG PIC ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LON-MIN PIC 99.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LON-SEC PIC 99.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-TRV-DET-LON-HEMI PIC X.
         01 WS-TRV-LENGTH-VISUAL PIC ZZZZZZ9.999.
         01 WS-TRV-MISCLOSE-VISUAL PIC ZZZZZ9.999.
         01 WS-TRV-BRG-VISUAL PIC ZZ9.99.
      * The misclosure is folded into +/-180 degrees, so six integer
      * digits carry the worst case of 648000 seconds
         01 WS-TRV-ANGLE-VISUAL PIC -ZZZZZ9.9.
         01 WS-TRV-RATIO-VISUAL PIC ZZZZZZZ9.
         01 WS-TRV-TOL-VISUAL PIC ZZZZZZZ9.
         01 WS-TRV-LEGS-VISUAL PIC ZZ9.
         01 WS-TRV-CORR-VISUAL PIC -9.9999999.
         01 WS-TRV-CORR-VISUAL-2 PIC -9.9999999.
         01 WS-TRV-RATIO-WHOLE PIC 9(08).

      * GPS track processing.  A unit's place in every region is
      * carried from fix to fix in the state table, which runs
      * parallel to the region table; a fix that fails the sequence
      * or speed checks is listed and does not move the unit.
         01 WS-TRK-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-TRK-ACCEPTED PIC 9(07) VALUE ZERO.
         01 WS-TRK-INVALID PIC 9(07) VALUE ZERO.
         01 WS-TRK-OUT-OF-ORDER PIC 9(07) VALUE ZERO.
         01 WS-TRK-SPEED-REJECTS PIC 9(07) VALUE ZERO.
         01 WS-TRK-GAPS PIC 9(07) VALUE ZERO.
         01 WS-TRK-UNITS PIC 9(07) VALUE ZERO.
         01 WS-TRK-ENTRIES PIC 9(07) VALUE ZERO.
         01 WS-TRK-EXITS PIC 9(07) VALUE ZERO.
         01 WS-TRK-EOF-SWITCH PIC X VALUE "N".
             88 WS-TRK-EOF VALUE "Y".
         01 WS-TRK-UNIT-SWITCH PIC X VALUE "N".
             88 WS-TRK-UNIT-OPEN VALUE "Y".
         01 WS-TRK-FIX-SWITCH PIC X VALUE "Y".
             88 WS-TRK-FIX-VALID VALUE "Y".
         01 WS-TRK-INSIDE-SWITCH PIC X VALUE "N".
             88 WS-TRK-INSIDE VALUE "Y".
         01 WS-TRK-GAP-LIMIT PIC 9(05) VALUE 30.
         01 WS-TRK-SPEED-LIMIT PIC 9(05) VALUE 200.
         01 WS-TRK-UNIT PIC X(08).
         01 WS-TRK-PREV-UNIT PIC X(08).
         01 WS-TRK-DAYS PIC 9(07).
         01 WS-TRK-SECS PIC 9(12).
         01 WS-TRK-PREV-SECS PIC 9(12).
         01 WS-TRK-PREV-TIMESTAMP PIC 9(14).
         01 WS-TRK-FIRST-TIMESTAMP PIC 9(14).
         01 WS-TRK-ELAPSED PIC 9(12).
         01 WS-TRK-UNIT-FIXES PIC 9(07).
         01 WS-TRK-SEQ-BREAKS PIC 9(07) VALUE ZERO.
         01 WS-TRK-LAT PIC S999V9999.
         01 WS-TRK-LON PIC S999V9999.
         01 WS-TRK-PREV-LAT PIC S999V9999.
         01 WS-TRK-PREV-LON PIC S999V9999.
         01 WS-TRK-SPEED USAGE COMP-2.
         01 WS-TRK-REASON PIC X(50).
         01 WS-TRK-EVENT PIC X(05).
         01 WS-TRK-DWELL-LINES PIC 9(03) COMP.
         01 WS-TRK-STATE-TABLE.
             05 WS-TRK-STATE OCCURS 200 TIMES.
                 10 WS-TRK-S-INSIDE PIC X.
                 10 WS-TRK-S-ENTERED PIC 9(12).
                 10 WS-TRK-S-ENTRIES PIC 9(05).
                 10 WS-TRK-S-DWELL PIC 9(12).
         01 WS-TRK-DWELL-HOURS PIC 9(07).
         01 WS-TRK-DWELL-REST PIC 9(05).
         01 WS-TRK-DWELL-MINUTES PIC 99.
         01 WS-TRK-DWELL-SECONDS PIC 99.
         01 WS-TRK-SUMMARY-LINE.
             05 WS-TRK-SUM-UNIT PIC X(08).
             05 FILLER PIC XX VALUE SPACES.
             05 WS-TRK-SUM-REGION PIC X(20).
             05 FILLER PIC XX VALUE SPACES.
             05 WS-TRK-SUM-ENTRIES PIC ZZZZ9.
             05 FILLER PIC XX VALUE SPACES.
             05 WS-TRK-SUM-HOURS PIC ZZZZZZ9.
             05 WS-TRK-SUM-COLON-1 PIC X.
             05 WS-TRK-SUM-MINUTES PIC 99.
             05 WS-TRK-SUM-COLON-2 PIC X.
             05 WS-TRK-SUM-SECONDS PIC 99.
             05 FILLER PIC XX VALUE SPACES.
             05 WS-TRK-SUM-NOTE PIC X(25).
      * The exception listing echoes the fix as read, so a record
      * that failed validation still shows exactly what was sent
         01 WS-TRK-EXCP-LINE.
             05 WS-TRK-EXC-RECORD PIC X(41).
             05 FILLER PIC XX VALUE SPACES.
             05 WS-TRK-EXC-REASON PIC X(50).
         01 WS-TRK-MINUTES-VISUAL PIC ZZZZZZ9.
         01 WS-TRK-SPEED-VISUAL PIC ZZZZZZ9.

      * Visit-sequence planner.  Point 1 is the start and points 2
      * on are the stops in the order submitted; the tour table
      * holds point numbers in visiting order, position 1 always
      * being the start.  Leg distances are worked once into the
      * distance table, which both passes then read.
         01 WS-PLN-NAMES-READ PIC 9(05) VALUE ZERO.
         01 WS-PLN-NOT-FOUND PIC 9(05) VALUE ZERO.
         01 WS-PLN-DUPLICATES PIC 9(05) VALUE ZERO.
         01 WS-PLN-OVERFLOW PIC 9(05) VALUE ZERO.
         01 WS-PLN-STOPS PIC 9(05) VALUE ZERO.
         01 WS-PLN-SWAPS PIC 9(05) VALUE ZERO.
         01 WS-PLN-EOF-SWITCH PIC X VALUE "N".
             88 WS-PLN-EOF VALUE "Y".
         01 WS-PLN-DUP-SWITCH PIC X VALUE "N".
             88 WS-PLN-DUP VALUE "Y".
         01 WS-PLN-IMPROVED-SWITCH PIC X VALUE "N".
             88 WS-PLN-IMPROVED VALUE "Y".
         01 WS-PLN-KEPT-SWITCH PIC X VALUE "N".
             88 WS-PLN-KEPT VALUE "Y".
         01 WS-PLN-NO-START-SWITCH PIC X VALUE "N".
             88 WS-PLN-NO-START VALUE "Y".
         01 WS-PLN-COUNT PIC 9(03) COMP VALUE ZERO.
         01 WS-PLN-IX PIC 9(03) COMP.
         01 WS-PLN-JX PIC 9(03) COMP.
         01 WS-PLN-POS PIC 9(03) COMP.
         01 WS-PLN-BEST-IX PIC 9(03) COMP.
         01 WS-PLN-I PIC 9(03) COMP.
         01 WS-PLN-K PIC 9(03) COMP.
         01 WS-PLN-A PIC 9(03) COMP.
         01 WS-PLN-B PIC 9(03) COMP.
         01 WS-PLN-C PIC 9(03) COMP.
         01 WS-PLN-D PIC 9(03) COMP.
         01 WS-PLN-LO PIC 9(03) COMP.
         01 WS-PLN-HI PIC 9(03) COMP.
         01 WS-PLN-HOLD PIC 9(03) COMP.
         01 WS-PLN-PASSES PIC 9(03) COMP.
         01 WS-PLN-BEST-KM USAGE COMP-2.
         01 WS-PLN-DELTA USAGE COMP-2.
         01 WS-PLN-KM USAGE COMP-2.
         01 WS-PLN-CUM-KM USAGE COMP-2.
         01 WS-PLN-SUBMITTED-KM USAGE COMP-2.
         01 WS-PLN-NN-KM USAGE COMP-2.
         01 WS-PLN-PLANNED-KM USAGE COMP-2.
         01 WS-PLN-SAVING-PCT USAGE COMP-2.
         01 WS-PLN-NAME PIC X(20).
         01 WS-PLN-POINT-TABLE.
             05 WS-PLN-POINT OCCURS 200 TIMES.
                 10 WS-PLN-P-NAME PIC X(20).
                 10 WS-PLN-P-LAT PIC S999V9999.
                 10 WS-PLN-P-LON PIC S999V9999.
                 10 WS-PLN-P-VISITED PIC X.
         01 WS-PLN-TOUR-TABLE.
             05 WS-PLN-TOUR PIC 9(03) COMP OCCURS 200 TIMES.
         01 WS-PLN-DIST-TABLE.
             05 WS-PLN-DIST-ROW OCCURS 200 TIMES.
                 10 WS-PLN-DIST USAGE COMP-2 OCCURS 200 TIMES.
         01 WS-PLN-DETAIL-LINE.
             05 WS-PLN-DET-SEQ PIC ZZ9.
             05 FILLER PIC XX VALUE SPACES.
             05 WS-PLN-DET-NAME PIC X(20).
             05 FILLER PIC XX VALUE SPACES.
             05 WS-PLN-DET-SUBMITTED PIC ZZ9.
             05 FILLER PIC X(04) VALUE SPACES.
             05 WS-PLN-DET-LEG-KM PIC ZZZZ9.999.
             05 FILLER PIC XX VALUE SPACES.
             05 WS-PLN-DET-CUM-KM PIC ZZZZZ9.999.
         01 WS-PLN-KM-VISUAL PIC -ZZZZZ9.999.
         01 WS-PLN-PCT-VISUAL PIC -ZZ9.9.
         01 WS-PLN-LOG-KM-1 PIC ZZZZ9.9.
         01 WS-PLN-LOG-KM-2 PIC ZZZZ9.9.

         01 WS-FS-DEGREES-IN PIC XX.
         01 WS-FS-DEGREES-OUT PIC XX.
         01 WS-FS-RECON-RPT PIC XX.
         01 WS-FS-DMS-IN PIC XX.
         01 WS-FS-DMS-DEG PIC XX.
         01 WS-FS-ROUTE-MST PIC XX.
         01 WS-FS-ROUTE-EXCP PIC XX.
         01 WS-FS-GPX-OUT PIC XX.
         01 WS-FS-KML-OUT PIC XX.
         01 WS-FS-RGN-AUDIT PIC XX.
         01 WS-FS-OPER-SEC PIC XX.
         01 WS-FS-OPER-IN PIC XX.
         01 WS-FS-OPER-CARD PIC XX.
         01 WS-FS-DATUM PIC XX.
         01 WS-FS-DATUM-IN PIC XX.
         01 WS-FS-TRAV-IN PIC XX.
         01 WS-FS-TRAV-RPT PIC XX.
         01 WS-FS-TRACK-IN PIC XX.
         01 WS-FS-TRACK-EVT PIC XX.
         01 WS-FS-TRACK-RPT PIC XX.
         01 WS-FS-TRACK-EXCP PIC XX.
         01 WS-FS-PLAN-IN PIC XX.
         01 WS-FS-PLAN-OUT PIC XX.
         01 WS-FS-PLAN-RPT PIC XX.

         01 WS-CURRENT-DATE-TIME PIC X(21).
         01 WS-LOG-RECORD-AREA.
             05 WS-LOG-MODE PIC X(10).
             05 FILLER PIC X VALUE SPACE.
             05 WS-LOG-DETAIL PIC X(50).
             05 FILLER PIC X VALUE SPACE.
             05 WS-LOG-OPERATOR PIC X(08).

         01 WS-PARM-STRING PIC X(80).
         01 WS-AUTOMATED-SWITCH PIC X VALUE "N".
             88 WS-AUTOMATED-DONE VALUE "Y".
      * The mode is held as characters so two-digit modes survive
      * the UNSTRING; single digits compare space-padded.  The
      * values are wide enough to carry a full 20-character route
      * or waypoint name.
         01 WS-PARM-MODE PIC X(02).
         01 WS-PARM-VAL1 PIC X(20) VALUE SPACES.
         01 WS-PARM-VAL2 PIC X(20) VALUE SPACES.
         01 WS-PARM-VAL3 PIC X(20) VALUE SPACES.
         01 WS-PARM-VAL4 PIC X(20) VALUE SPACES.
      * The fifth value only ever carries a trailing R override; a
      * word landing in WS-PARM-EXTRA means the PARM is too long
         01 WS-PARM-VAL5 PIC X(20) VALUE SPACES.
         01 WS-PARM-EXTRA PIC X(20) VALUE SPACES.
         01 WS-PARM-LAST-WORD PIC 9 VALUE ZERO.
         01 WS-PARM-FIELD-SWITCH PIC X VALUE "Y".
             88 WS-PARM-FIELDS-VALID VALUE "Y".

         IF WS-AUTOMATED-DONE
             STOP RUN
         END-IF.
         PERFORM SIGNON-PARA THRU SIGNON-PARA-EXIT.
         IF NOT WS-OPR-SIGNED-ON
             DISPLAY "Sign-on failed -- the menu is not available."
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.

         MENU-PARA.
         DISPLAY "== COBOL Degree and DMS Converter ==".
         DISPLAY "Signed on as " WS-OPR-ID " " WS-OPR-NAME.
         DISPLAY "Please, select an option from below:".
         DISPLAY "[0] Convert degrees to DMS notation".
         DISPLAY "[1] Convert DMS notation to degrees".
         DISPLAY "[4] Waypoint maintenance (add/list/delete)".
         DISPLAY "[5] Distance / bearing between two waypoints".
         DISPLAY "[6] Proximity search around a coordinate".
         DISPLAY "[7] UTM grid and datum conversions".
         DISPLAY "[8] Region maintenance (add/list/delete)".
         DISPLAY "[9] Exit".
         DISPLAY " ".
         DISPLAY "    [0] Add a waypoint".
         DISPLAY "    [1] List all waypoints".
         DISPLAY "    [2] Delete a waypoint".
         DISPLAY "    [3] Route leg report (ROUTEIN or stored route)".
         DISPLAY "    [4] Browse waypoints by name fragment".
         DISPLAY "    [5] Combined report from a stored waypoint".
         DISPLAY "    [6] Stored route maintenance".
         DISPLAY "    [7] Back to main menu".
         DISPLAY "    >>> " WITH NO ADVANCING.
         ACCEPT WS-SUB-SELECTION
             ON EXCEPTION
                   GO TO WAYPOINT-REPORT-PARA

               WHEN WS-SUB-SELECTION = 6
                   GO TO ROUTE-MENU-PARA

               WHEN WS-SUB-SELECTION = 7
                   GO TO MENU-PARA

               WHEN OTHER


         ADD-WAYPOINT-PARA.
         MOVE "W" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter a name for this waypoint (20 chars): "
             WITH NO ADVANCING.
         ACCEPT WS-WP-NAME


         DELETE-WAYPOINT-PARA.
         MOVE "W" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter the name of the waypoint to delete: "
             WITH NO ADVANCING.
         ACCEPT WS-WP-NAME
                 GO TO SUBMENU-PARA
         END-READ.

      * A waypoint still named by stored route legs would leave
      * those legs dangling; list them and make the operator say so
         PERFORM RTM-USAGE-CHECK-PARA THRU RTM-USAGE-CHECK-PARA-EXIT.
         IF WS-RTM-USES > ZERO
             MOVE WS-RTM-USES TO WS-COUNT-VISUAL
             DISPLAY "    WARNING: waypoint "WS-WP-NAME" is used by "
                 WS-COUNT-VISUAL" stored route leg(s)."
             DISPLAY "    Delete it anyway (Y/N): " WITH NO ADVANCING
             ACCEPT WS-RTM-CONFIRM
                 ON EXCEPTION
                     PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
             END-ACCEPT
             IF NOT WS-RTM-CONFIRMED
                 DISPLAY "    Delete cancelled."
                 CLOSE WAYPOINT-MASTER
                 GO TO SUBMENU-PARA
             END-IF
         END-IF.

      * Hold the record image across the DELETE so the journal can
      * carry a trustworthy before image
         MOVE WAYPOINT-RECORD TO WS-WPJ-HOLD-RECORD.

         ROUTE-REPORT-PARA.
         DISPLAY "    > Route leg report <    ".
         DISPLAY "    Stored route name (blank to read ROUTEIN): "
             WITH NO ADVANCING.
         ACCEPT WS-RTE-ROUTE-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF WS-RTE-ROUTE-NAME = SPACES
             DISPLAY "    Reading from ROUTEIN, writing to ROUTERPT."
         ELSE
             DISPLAY "    Reading route "WS-RTE-ROUTE-NAME
                 " from ROUTEMST, writing to ROUTERPT."
         END-IF.
         PERFORM ROUTE-RUN-PARA THRU ROUTE-RUN-PARA-EXIT.
         GO TO SUBMENU-PARA.

      * Caller leaves a stored route name in WS-RTE-ROUTE-NAME, or
      * spaces to take the waypoint names from ROUTEIN
         ROUTE-RUN-PARA.
         MOVE ZERO TO WS-RTE-NAMES-READ.
         MOVE ZERO TO WS-RTE-LEG-COUNT.
         MOVE "N" TO WS-RTE-EOF-SWITCH.
         MOVE "N" TO WS-RTE-HAVE-PREV-SWITCH.

         IF WS-RTE-ROUTE-NAME = SPACES
             OPEN INPUT ROUTE-IN-FILE
             IF WS-FS-ROUTE-IN NOT = "00"
                 DISPLAY "    Unable to open ROUTEIN, status "
                     WS-FS-ROUTE-IN
                 MOVE 16 TO RETURN-CODE
                 GO TO ROUTE-RUN-PARA-EXIT
             END-IF
         ELSE
             PERFORM ROUTE-OPEN-STORED-PARA THRU
                 ROUTE-OPEN-STORED-PARA-EXIT
             IF NOT WS-RTM-FOUND
                 GO TO ROUTE-RUN-PARA-EXIT
             END-IF
         END-IF.
         OPEN OUTPUT ROUTE-REPORT-FILE.
         IF WS-FS-ROUTE-RPT NOT = "00"
             DISPLAY "    Unable to open ROUTERPT, status "
                 WS-FS-ROUTE-RPT
             PERFORM ROUTE-CLOSE-SOURCE-PARA THRU
                 ROUTE-CLOSE-SOURCE-PARA-EXIT
             MOVE 16 TO RETURN-CODE
             GO TO ROUTE-RUN-PARA-EXIT
         END-IF.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             PERFORM ROUTE-CLOSE-SOURCE-PARA THRU
                 ROUTE-CLOSE-SOURCE-PARA-EXIT
             CLOSE ROUTE-REPORT-FILE
             MOVE 16 TO RETURN-CODE
             GO TO ROUTE-RUN-PARA-EXIT
         MOVE ZERO TO WS-RTE-NO-DECL.
         PERFORM DCL-OPEN-PARA THRU DCL-OPEN-PARA-EXIT.

         IF WS-RTE-ROUTE-NAME = SPACES
             MOVE "ROUTE LEG REPORT" TO ROUTE-REPORT-RECORD
         ELSE
             MOVE SPACES TO ROUTE-REPORT-RECORD
             STRING "ROUTE LEG REPORT - STORED ROUTE "
                 DELIMITED BY SIZE
                 WS-RTE-ROUTE-NAME DELIMITED BY SIZE
                 INTO ROUTE-REPORT-RECORD
             END-STRING
         END-IF.
         WRITE ROUTE-REPORT-RECORD.
         MOVE SPACES TO ROUTE-REPORT-RECORD.
         MOVE "FROM" TO ROUTE-REPORT-RECORD(1:4).
         END-STRING.
         WRITE ROUTE-REPORT-RECORD.

         PERFORM ROUTE-CLOSE-SOURCE-PARA THRU
             ROUTE-CLOSE-SOURCE-PARA-EXIT.
         CLOSE ROUTE-REPORT-FILE.
         CLOSE WAYPOINT-MASTER.
         PERFORM DCL-CLOSE-PARA THRU DCL-CLOSE-PARA-EXIT.
         EXIT.

         ROUTE-PROCESS-NAME-PARA.
         PERFORM ROUTE-NEXT-NAME-PARA THRU ROUTE-NEXT-NAME-PARA-EXIT.
         IF WS-RTE-EOF
             GO TO ROUTE-PROCESS-NAME-PARA-EXIT
         END-IF.
         IF WS-RTE-NEXT-NAME = SPACES
             GO TO ROUTE-PROCESS-NAME-PARA-EXIT
         END-IF.
         ADD 1 TO WS-RTE-NAMES-READ.

         MOVE WS-RTE-NEXT-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF NOT WS-WP-FOUND
             ADD 1 TO WS-RTE-NOT-FOUND
             MOVE SPACES TO ROUTE-REPORT-RECORD
             STRING "** NOT ON MASTER: " WS-RTE-NEXT-NAME
                 DELIMITED BY SIZE
                 INTO ROUTE-REPORT-RECORD
             END-STRING
         ROUTE-PROCESS-NAME-PARA-EXIT.
         EXIT.

      * Positions ROUTEMST on the first leg of the requested route;
      * a route with no legs on file is refused before the report is
      * opened so an empty ROUTERPT never looks like a good run
         ROUTE-OPEN-STORED-PARA.
         MOVE "N" TO WS-RTM-FOUND-SWITCH.
         OPEN INPUT ROUTE-MASTER.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to open ROUTEMST, status "
                 WS-FS-ROUTE-MST
             MOVE 16 TO RETURN-CODE
             GO TO ROUTE-OPEN-STORED-PARA-EXIT
         END-IF.
         MOVE WS-RTE-ROUTE-NAME TO RT-ROUTE-NAME.
         MOVE ZERO TO RT-LEG-SEQ.
         START ROUTE-MASTER KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
                 GO TO ROUTE-OPEN-STORED-NONE
         END-START.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 GO TO ROUTE-OPEN-STORED-NONE
         END-READ.
         IF RT-ROUTE-NAME NOT = WS-RTE-ROUTE-NAME
             GO TO ROUTE-OPEN-STORED-NONE
         END-IF.
         MOVE WS-RTE-ROUTE-NAME TO RT-ROUTE-NAME.
         MOVE ZERO TO RT-LEG-SEQ.
         START ROUTE-MASTER KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
                 GO TO ROUTE-OPEN-STORED-NONE
         END-START.
         MOVE "Y" TO WS-RTM-FOUND-SWITCH.
         GO TO ROUTE-OPEN-STORED-PARA-EXIT.
         ROUTE-OPEN-STORED-NONE.
         DISPLAY "    Route "WS-RTE-ROUTE-NAME" is not on ROUTEMST.".
         CLOSE ROUTE-MASTER.
         MOVE 16 TO RETURN-CODE.
         ROUTE-OPEN-STORED-PARA-EXIT.
         EXIT.

      * Next waypoint name for the leg report, from whichever source
      * the run was started against
         ROUTE-NEXT-NAME-PARA.
         MOVE SPACES TO WS-RTE-NEXT-NAME.
         IF WS-RTE-ROUTE-NAME = SPACES
             READ ROUTE-IN-FILE
                 AT END
                     MOVE "Y" TO WS-RTE-EOF-SWITCH
                     GO TO ROUTE-NEXT-NAME-PARA-EXIT
             END-READ
             MOVE RI-NAME TO WS-RTE-NEXT-NAME
             GO TO ROUTE-NEXT-NAME-PARA-EXIT
         END-IF.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTE-EOF-SWITCH
                 GO TO ROUTE-NEXT-NAME-PARA-EXIT
         END-READ.
         IF RT-ROUTE-NAME NOT = WS-RTE-ROUTE-NAME
             MOVE "Y" TO WS-RTE-EOF-SWITCH
             GO TO ROUTE-NEXT-NAME-PARA-EXIT
         END-IF.
         MOVE RT-WP-NAME TO WS-RTE-NEXT-NAME.
         ROUTE-NEXT-NAME-PARA-EXIT.
         EXIT.

         ROUTE-CLOSE-SOURCE-PARA.
         IF WS-RTE-ROUTE-NAME = SPACES
             CLOSE ROUTE-IN-FILE
         ELSE
             CLOSE ROUTE-MASTER
         END-IF.
         ROUTE-CLOSE-SOURCE-PARA-EXIT.
         EXIT.



         ROUTE-MENU-PARA.
         DISPLAY "    > Stored route maintenance <    ".
         DISPLAY "    [0] Add a route, or add legs to a route".
         DISPLAY "    [1] List stored routes".
         DISPLAY "    [2] Resequence a route".
         DISPLAY "    [3] Delete a route or a single leg".
         DISPLAY "    [4] Back to waypoint maintenance".
         DISPLAY "    >>> " WITH NO ADVANCING.
         ACCEPT WS-SUB-SELECTION
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.

           EVALUATE TRUE
               WHEN WS-SUB-SELECTION = 0
                   GO TO ADD-ROUTE-PARA

               WHEN WS-SUB-SELECTION = 1
                   GO TO LIST-ROUTES-PARA

               WHEN WS-SUB-SELECTION = 2
                   GO TO RESEQUENCE-ROUTE-PARA

               WHEN WS-SUB-SELECTION = 3
                   GO TO DELETE-ROUTE-PARA

               WHEN WS-SUB-SELECTION = 4
                   GO TO WAYPOINT-MENU-PARA

               WHEN OTHER
                   DISPLAY "    That is not a valid option."
                   GO TO ROUTE-MENU-PARA
           END-EVALUATE.



      * Legs are keyed one waypoint name at a time and appended
      * after the route's current last leg; every name must already
      * be on the waypoint master
         ADD-ROUTE-PARA.
         MOVE "T" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter the route name (20 chars): "
             WITH NO ADVANCING.
         ACCEPT WS-RTM-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF WS-RTM-NAME = SPACES
             DISPLAY "    Enter a route name."
             GO TO ADD-ROUTE-PARA
         END-IF.
         MOVE SPACES TO WS-RTM-NAME-WORD.
         MOVE SPACES TO WS-RTM-NAME-REST.
         UNSTRING WS-RTM-NAME DELIMITED BY ALL SPACE
             INTO WS-RTM-NAME-WORD WS-RTM-NAME-REST
         END-UNSTRING.
         IF WS-RTM-NAME(1:1) = SPACE OR WS-RTM-NAME-REST NOT = SPACES
             DISPLAY "    A route name cannot contain spaces; the "
                 "batch reports take it as one word."
             GO TO ADD-ROUTE-PARA
         END-IF.

         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    No waypoints have been saved yet."
             GO TO SUBMENU-PARA
         END-IF.
         PERFORM OPEN-ROUTE-IO-PARA THRU OPEN-ROUTE-IO-PARA-EXIT.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to open ROUTEMST, status "
                 WS-FS-ROUTE-MST
             CLOSE WAYPOINT-MASTER
             GO TO SUBMENU-PARA
         END-IF.

         PERFORM RTM-LAST-SEQ-PARA THRU RTM-LAST-SEQ-PARA-EXIT.
         MOVE ZERO TO WS-RTM-LEGS.
         IF WS-RTM-LAST-SEQ > ZERO
             MOVE WS-RTM-LAST-SEQ TO WS-RTM-SEQ-VISUAL
             DISPLAY "    Route "WS-RTM-NAME" exists; new legs follow "
                 "leg "WS-RTM-SEQ-VISUAL"."
         END-IF.

         ADD-ROUTE-GET-LEG.
         COMPUTE WS-RTM-NEXT-SEQ = WS-RTM-LAST-SEQ + 10.
         IF WS-RTM-NEXT-SEQ > 9990
             DISPLAY "    Route is full; resequence it to add more "
                 "legs."
             GO TO ADD-ROUTE-FINISH
         END-IF.
         MOVE WS-RTM-NEXT-SEQ TO WS-RTM-SEQ-VISUAL.
         DISPLAY "    Waypoint for leg "WS-RTM-SEQ-VISUAL
             " (blank to finish): " WITH NO ADVANCING.
         ACCEPT WS-WP-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF WS-WP-NAME = SPACES
             GO TO ADD-ROUTE-FINISH
         END-IF.
         MOVE WS-WP-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF NOT WS-WP-FOUND
             DISPLAY "    Waypoint "WS-WP-NAME" is not on the master."
             GO TO ADD-ROUTE-GET-LEG
         END-IF.

         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         MOVE WS-RTM-NEXT-SEQ TO RT-LEG-SEQ.
         MOVE WS-WP-NAME TO RT-WP-NAME.
         WRITE ROUTE-RECORD.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to save leg, status "WS-FS-ROUTE-MST
             GO TO ADD-ROUTE-FINISH
         END-IF.
         MOVE WS-RTM-NEXT-SEQ TO WS-RTM-LAST-SEQ.
         ADD 1 TO WS-RTM-LEGS.
         GO TO ADD-ROUTE-GET-LEG.

         ADD-ROUTE-FINISH.
         CLOSE ROUTE-MASTER.
         CLOSE WAYPOINT-MASTER.
         MOVE WS-RTM-LEGS TO WS-COUNT-VISUAL.
         DISPLAY "    "WS-COUNT-VISUAL" leg(s) added to route "
             WS-RTM-NAME.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "RTADD" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "ROUTE=" WS-RTM-NAME DELIMITED BY "  "
             " LEGS=" DELIMITED BY SIZE
             WS-COUNT-VISUAL DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         GO TO SUBMENU-PARA.



         LIST-ROUTES-PARA.
         DISPLAY "    Route name to list (blank for all): "
             WITH NO ADVANCING.
         ACCEPT WS-RTM-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         OPEN INPUT ROUTE-MASTER.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    No routes have been saved yet."
             GO TO SUBMENU-PARA
         END-IF.

         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         MOVE ZERO TO RT-LEG-SEQ.
         MOVE "N" TO WS-RTM-EOF-SWITCH.
         START ROUTE-MASTER KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
         END-START.
         MOVE ZERO TO WS-RTM-LEGS.
         MOVE SPACES TO WS-RTM-PREV-ROUTE.
         PERFORM LIST-ROUTES-READ-PARA THRU
             LIST-ROUTES-READ-PARA-EXIT
             UNTIL WS-RTM-EOF.
         CLOSE ROUTE-MASTER.

         IF WS-RTM-LEGS = ZERO
             IF WS-RTM-NAME = SPACES
                 DISPLAY "    No routes have been saved yet."
             ELSE
                 DISPLAY "    Route "WS-RTM-NAME" was not found."
             END-IF
         END-IF.

         GO TO SUBMENU-PARA.

         LIST-ROUTES-READ-PARA.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
                 GO TO LIST-ROUTES-READ-PARA-EXIT
         END-READ.
         IF WS-RTM-NAME NOT = SPACES
             AND RT-ROUTE-NAME NOT = WS-RTM-NAME
             MOVE "Y" TO WS-RTM-EOF-SWITCH
             GO TO LIST-ROUTES-READ-PARA-EXIT
         END-IF.
         IF RT-ROUTE-NAME NOT = WS-RTM-PREV-ROUTE
             DISPLAY "    ROUTE "RT-ROUTE-NAME
             DISPLAY "        LEG   WAYPOINT"
             MOVE RT-ROUTE-NAME TO WS-RTM-PREV-ROUTE
         END-IF.
         ADD 1 TO WS-RTM-LEGS.
         MOVE RT-LEG-SEQ TO WS-RTM-SEQ-VISUAL.
         DISPLAY "        "WS-RTM-SEQ-VISUAL"  "RT-WP-NAME.
         LIST-ROUTES-READ-PARA-EXIT.
         EXIT.



      * Resequence: one leg may be given a new sequence number (any
      * unused number, so it can be slotted between two others),
      * then the whole route is renumbered 10, 20, 30 ... in the
      * resulting order.  A leg number of zero renumbers only.
         RESEQUENCE-ROUTE-PARA.
         MOVE "T" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter the route name to resequence: "
             WITH NO ADVANCING.
         ACCEPT WS-RTM-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         PERFORM OPEN-ROUTE-IO-PARA THRU OPEN-ROUTE-IO-PARA-EXIT.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to open ROUTEMST, status "
                 WS-FS-ROUTE-MST
             GO TO SUBMENU-PARA
         END-IF.
         PERFORM RTM-LOAD-ROUTE-PARA THRU RTM-LOAD-ROUTE-PARA-EXIT.
         IF WS-RTM-COUNT = ZERO
             DISPLAY "    Route "WS-RTM-NAME" was not found."
             CLOSE ROUTE-MASTER
             GO TO SUBMENU-PARA
         END-IF.

         DISPLAY "        LEG   WAYPOINT".
         MOVE 1 TO WS-RTM-I.
         PERFORM RTM-SHOW-LEG-PARA THRU RTM-SHOW-LEG-PARA-EXIT
             UNTIL WS-RTM-I > WS-RTM-COUNT.

         RESEQUENCE-GET-LEG.
         DISPLAY "    Leg to move (0 to renumber only): "
             WITH NO ADVANCING.
         ACCEPT WS-RAW-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF FUNCTION TEST-NUMVAL(WS-RAW-INPUT) NOT = 0
             DISPLAY "    Not a valid number. Please try again."
             GO TO RESEQUENCE-GET-LEG
         END-IF.
         IF FUNCTION NUMVAL(WS-RAW-INPUT) < ZERO
             OR FUNCTION NUMVAL(WS-RAW-INPUT) > 9999
             OR FUNCTION NUMVAL(WS-RAW-INPUT) NOT =
                 FUNCTION INTEGER-PART(FUNCTION NUMVAL(WS-RAW-INPUT))
             DISPLAY "    Enter a whole number from 0 to 9999."
             GO TO RESEQUENCE-GET-LEG
         END-IF.
         MOVE FUNCTION NUMVAL(WS-RAW-INPUT) TO WS-RTM-MOVE-SEQ.
         IF WS-RTM-MOVE-SEQ = ZERO
             GO TO RESEQUENCE-REWRITE
         END-IF.
         MOVE "N" TO WS-RTM-FOUND-SWITCH.
         MOVE 1 TO WS-RTM-J.
         PERFORM RTM-FIND-SEQ-PARA THRU RTM-FIND-SEQ-PARA-EXIT
             UNTIL WS-RTM-FOUND OR WS-RTM-J > WS-RTM-COUNT.
         IF NOT WS-RTM-FOUND
             DISPLAY "    That leg is not on the route."
             GO TO RESEQUENCE-GET-LEG
         END-IF.
         MOVE WS-RTM-J TO WS-RTM-I.

         RESEQUENCE-GET-NEW-SEQ.
         DISPLAY "    New sequence number for that leg: "
             WITH NO ADVANCING.
         ACCEPT WS-RAW-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF FUNCTION TEST-NUMVAL(WS-RAW-INPUT) NOT = 0
             DISPLAY "    Not a valid number. Please try again."
             GO TO RESEQUENCE-GET-NEW-SEQ
         END-IF.
         IF FUNCTION NUMVAL(WS-RAW-INPUT) < ZERO
             OR FUNCTION NUMVAL(WS-RAW-INPUT) > 9999
             OR FUNCTION NUMVAL(WS-RAW-INPUT) NOT =
                 FUNCTION INTEGER-PART(FUNCTION NUMVAL(WS-RAW-INPUT))
             DISPLAY "    Enter a number from 1 to 9999."
             GO TO RESEQUENCE-GET-NEW-SEQ
         END-IF.
         MOVE FUNCTION NUMVAL(WS-RAW-INPUT) TO WS-RTM-NEW-SEQ.
         IF WS-RTM-NEW-SEQ = ZERO
             DISPLAY "    Enter a number from 1 to 9999."
             GO TO RESEQUENCE-GET-NEW-SEQ
         END-IF.
         MOVE WS-RTM-NEW-SEQ TO WS-RTM-MOVE-SEQ.
         MOVE "N" TO WS-RTM-FOUND-SWITCH.
         MOVE 1 TO WS-RTM-J.
         PERFORM RTM-FIND-SEQ-PARA THRU RTM-FIND-SEQ-PARA-EXIT
             UNTIL WS-RTM-FOUND OR WS-RTM-J > WS-RTM-COUNT.
         IF WS-RTM-FOUND
             DISPLAY "    That sequence number is already in use."
             GO TO RESEQUENCE-GET-NEW-SEQ
         END-IF.
         MOVE WS-RTM-NEW-SEQ TO WS-RTM-SEQ(WS-RTM-I).
         PERFORM RTM-SORT-PARA THRU RTM-SORT-PARA-EXIT.

      * Old keys out first, then the new numbering back in
         RESEQUENCE-REWRITE.
         MOVE 1 TO WS-RTM-I.
         PERFORM RTM-DELETE-OLD-PARA THRU RTM-DELETE-OLD-PARA-EXIT
             UNTIL WS-RTM-I > WS-RTM-COUNT.
         MOVE 1 TO WS-RTM-I.
         PERFORM RTM-WRITE-NEW-PARA THRU RTM-WRITE-NEW-PARA-EXIT
             UNTIL WS-RTM-I > WS-RTM-COUNT.
         CLOSE ROUTE-MASTER.

         MOVE WS-RTM-COUNT TO WS-COUNT-VISUAL.
         DISPLAY "    Route "WS-RTM-NAME" renumbered, "
             WS-COUNT-VISUAL" leg(s).".

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "RTRESEQ" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "ROUTE=" WS-RTM-NAME DELIMITED BY "  "
             " LEGS=" DELIMITED BY SIZE
             WS-COUNT-VISUAL DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         GO TO SUBMENU-PARA.



         DELETE-ROUTE-PARA.
         MOVE "T" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter the route name: " WITH NO ADVANCING.
         ACCEPT WS-RTM-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         DELETE-ROUTE-GET-LEG.
         DISPLAY "    Leg to delete (0 for the whole route): "
             WITH NO ADVANCING.
         ACCEPT WS-RAW-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF FUNCTION TEST-NUMVAL(WS-RAW-INPUT) NOT = 0
             DISPLAY "    Not a valid number. Please try again."
             GO TO DELETE-ROUTE-GET-LEG
         END-IF.
         IF FUNCTION NUMVAL(WS-RAW-INPUT) < ZERO
             OR FUNCTION NUMVAL(WS-RAW-INPUT) > 9999
             OR FUNCTION NUMVAL(WS-RAW-INPUT) NOT =
                 FUNCTION INTEGER-PART(FUNCTION NUMVAL(WS-RAW-INPUT))
             DISPLAY "    Enter a whole number from 0 to 9999."
             GO TO DELETE-ROUTE-GET-LEG
         END-IF.
         MOVE FUNCTION NUMVAL(WS-RAW-INPUT) TO WS-RTM-MOVE-SEQ.

         PERFORM OPEN-ROUTE-IO-PARA THRU OPEN-ROUTE-IO-PARA-EXIT.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to open ROUTEMST, status "
                 WS-FS-ROUTE-MST
             GO TO SUBMENU-PARA
         END-IF.

         MOVE ZERO TO WS-RTM-LEGS.
         IF WS-RTM-MOVE-SEQ > ZERO
             MOVE WS-RTM-NAME TO RT-ROUTE-NAME
             MOVE WS-RTM-MOVE-SEQ TO RT-LEG-SEQ
             READ ROUTE-MASTER
                 INVALID KEY
                     DISPLAY "    That leg is not on the route."
                     CLOSE ROUTE-MASTER
                     GO TO SUBMENU-PARA
             END-READ
             DELETE ROUTE-MASTER RECORD
             IF WS-FS-ROUTE-MST = "00"
                 ADD 1 TO WS-RTM-LEGS
             END-IF
         ELSE
             PERFORM RTM-LOAD-ROUTE-PARA THRU
                 RTM-LOAD-ROUTE-PARA-EXIT
             MOVE 1 TO WS-RTM-I
             PERFORM RTM-DELETE-OLD-PARA THRU
                 RTM-DELETE-OLD-PARA-EXIT
                 UNTIL WS-RTM-I > WS-RTM-COUNT
             MOVE WS-RTM-COUNT TO WS-RTM-LEGS
         END-IF.
         CLOSE ROUTE-MASTER.

         IF WS-RTM-LEGS = ZERO
             DISPLAY "    Route "WS-RTM-NAME" was not found."
             GO TO SUBMENU-PARA
         END-IF.
         MOVE WS-RTM-LEGS TO WS-COUNT-VISUAL.
         DISPLAY "    "WS-COUNT-VISUAL" leg(s) deleted from route "
             WS-RTM-NAME.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "RTDELETE" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         MOVE WS-RTM-MOVE-SEQ TO WS-RTM-SEQ-VISUAL.
         STRING "ROUTE=" WS-RTM-NAME DELIMITED BY "  "
             " LEG=" DELIMITED BY SIZE
             WS-RTM-SEQ-VISUAL DELIMITED BY SIZE
             " LEGS=" DELIMITED BY SIZE
             WS-COUNT-VISUAL DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         GO TO SUBMENU-PARA.



      * Route master helpers.  The caller has ROUTEMST open and the
      * route name in WS-RTM-NAME.
         RTM-LAST-SEQ-PARA.
         MOVE ZERO TO WS-RTM-LAST-SEQ.
         MOVE "N" TO WS-RTM-EOF-SWITCH.
         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         MOVE ZERO TO RT-LEG-SEQ.
         START ROUTE-MASTER KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
                 GO TO RTM-LAST-SEQ-PARA-EXIT
         END-START.
         PERFORM RTM-LAST-SEQ-READ-PARA THRU
             RTM-LAST-SEQ-READ-PARA-EXIT
             UNTIL WS-RTM-EOF.
         RTM-LAST-SEQ-PARA-EXIT.
         EXIT.

         RTM-LAST-SEQ-READ-PARA.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
                 GO TO RTM-LAST-SEQ-READ-PARA-EXIT
         END-READ.
         IF RT-ROUTE-NAME NOT = WS-RTM-NAME
             MOVE "Y" TO WS-RTM-EOF-SWITCH
             GO TO RTM-LAST-SEQ-READ-PARA-EXIT
         END-IF.
         MOVE RT-LEG-SEQ TO WS-RTM-LAST-SEQ.
         RTM-LAST-SEQ-READ-PARA-EXIT.
         EXIT.

         RTM-LOAD-ROUTE-PARA.
         MOVE ZERO TO WS-RTM-COUNT.
         MOVE "N" TO WS-RTM-EOF-SWITCH.
         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         MOVE ZERO TO RT-LEG-SEQ.
         START ROUTE-MASTER KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
                 GO TO RTM-LOAD-ROUTE-PARA-EXIT
         END-START.
         PERFORM RTM-LOAD-LEG-PARA THRU RTM-LOAD-LEG-PARA-EXIT
             UNTIL WS-RTM-EOF.
         RTM-LOAD-ROUTE-PARA-EXIT.
         EXIT.

         RTM-LOAD-LEG-PARA.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
                 GO TO RTM-LOAD-LEG-PARA-EXIT
         END-READ.
         IF RT-ROUTE-NAME NOT = WS-RTM-NAME
             MOVE "Y" TO WS-RTM-EOF-SWITCH
             GO TO RTM-LOAD-LEG-PARA-EXIT
         END-IF.
         IF WS-RTM-COUNT >= 999
             DISPLAY "    Route table full -- remaining legs "
                 "ignored."
             MOVE "Y" TO WS-RTM-EOF-SWITCH
             GO TO RTM-LOAD-LEG-PARA-EXIT
         END-IF.
         ADD 1 TO WS-RTM-COUNT.
         MOVE RT-LEG-SEQ TO WS-RTM-SEQ(WS-RTM-COUNT).
         MOVE RT-LEG-SEQ TO WS-RTM-OLD-SEQ(WS-RTM-COUNT).
         MOVE RT-WP-NAME TO WS-RTM-WP(WS-RTM-COUNT).
         RTM-LOAD-LEG-PARA-EXIT.
         EXIT.

         RTM-SHOW-LEG-PARA.
         MOVE WS-RTM-SEQ(WS-RTM-I) TO WS-RTM-SEQ-VISUAL.
         DISPLAY "        "WS-RTM-SEQ-VISUAL"  "WS-RTM-WP(WS-RTM-I).
         ADD 1 TO WS-RTM-I.
         RTM-SHOW-LEG-PARA-EXIT.
         EXIT.

      * Leaves WS-RTM-J on the entry carrying WS-RTM-MOVE-SEQ
         RTM-FIND-SEQ-PARA.
         IF WS-RTM-SEQ(WS-RTM-J) = WS-RTM-MOVE-SEQ
             MOVE "Y" TO WS-RTM-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-RTM-J
         END-IF.
         RTM-FIND-SEQ-PARA-EXIT.
         EXIT.

      * Bubble sort on the new sequence numbers, same shape as the
      * proximity and audit sorts
         RTM-SORT-PARA.
         IF WS-RTM-COUNT < 2
             GO TO RTM-SORT-PARA-EXIT
         END-IF.
         MOVE "Y" TO WS-RTM-SWAP-SWITCH.
         PERFORM RTM-SORT-PASS-PARA THRU RTM-SORT-PASS-PARA-EXIT
             UNTIL NOT WS-RTM-SWAPPED.
         RTM-SORT-PARA-EXIT.
         EXIT.

         RTM-SORT-PASS-PARA.
         MOVE "N" TO WS-RTM-SWAP-SWITCH.
         MOVE 1 TO WS-RTM-J.
         PERFORM RTM-SORT-COMPARE-PARA THRU
             RTM-SORT-COMPARE-PARA-EXIT
             UNTIL WS-RTM-J >= WS-RTM-COUNT.
         RTM-SORT-PASS-PARA-EXIT.
         EXIT.

         RTM-SORT-COMPARE-PARA.
         COMPUTE WS-RTM-I = WS-RTM-J + 1.
         IF WS-RTM-SEQ(WS-RTM-J) > WS-RTM-SEQ(WS-RTM-I)
             MOVE WS-RTM-ENTRY(WS-RTM-J) TO WS-RTM-HOLD
             MOVE WS-RTM-ENTRY(WS-RTM-I) TO WS-RTM-ENTRY(WS-RTM-J)
             MOVE WS-RTM-HOLD TO WS-RTM-ENTRY(WS-RTM-I)
             MOVE "Y" TO WS-RTM-SWAP-SWITCH
         END-IF.
         ADD 1 TO WS-RTM-J.
         RTM-SORT-COMPARE-PARA-EXIT.
         EXIT.

         RTM-DELETE-OLD-PARA.
         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         MOVE WS-RTM-OLD-SEQ(WS-RTM-I) TO RT-LEG-SEQ.
         DELETE ROUTE-MASTER RECORD
             INVALID KEY
                 DISPLAY "    Unable to delete leg, status "
                     WS-FS-ROUTE-MST
         END-DELETE.
         ADD 1 TO WS-RTM-I.
         RTM-DELETE-OLD-PARA-EXIT.
         EXIT.

         RTM-WRITE-NEW-PARA.
         MOVE WS-RTM-NAME TO RT-ROUTE-NAME.
         COMPUTE RT-LEG-SEQ = WS-RTM-I * 10.
         MOVE WS-RTM-WP(WS-RTM-I) TO RT-WP-NAME.
         WRITE ROUTE-RECORD
             INVALID KEY
                 DISPLAY "    Unable to rewrite leg, status "
                     WS-FS-ROUTE-MST
         END-WRITE.
         ADD 1 TO WS-RTM-I.
         RTM-WRITE-NEW-PARA-EXIT.
         EXIT.

      * Counts (and lists) the stored route legs naming the waypoint
      * in WS-WP-NAME.  No route master simply means no uses.
         RTM-USAGE-CHECK-PARA.
         MOVE ZERO TO WS-RTM-USES.
         OPEN INPUT ROUTE-MASTER.
         IF WS-FS-ROUTE-MST NOT = "00"
             GO TO RTM-USAGE-CHECK-PARA-EXIT
         END-IF.
         MOVE "N" TO WS-RTM-EOF-SWITCH.
         PERFORM RTM-USAGE-READ-PARA THRU RTM-USAGE-READ-PARA-EXIT
             UNTIL WS-RTM-EOF.
         CLOSE ROUTE-MASTER.
         RTM-USAGE-CHECK-PARA-EXIT.
         EXIT.

         RTM-USAGE-READ-PARA.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
                 GO TO RTM-USAGE-READ-PARA-EXIT
         END-READ.
         IF RT-WP-NAME = WS-WP-NAME
             ADD 1 TO WS-RTM-USES
             MOVE RT-LEG-SEQ TO WS-RTM-SEQ-VISUAL
             DISPLAY "    Used by route "RT-ROUTE-NAME" leg "
                 WS-RTM-SEQ-VISUAL
         END-IF.
         RTM-USAGE-READ-PARA-EXIT.
         EXIT.



         WAYPOINT-BROWSE-PARA.
         DISPLAY "    > Browse waypoints by name fragment <    ".
         DISPLAY "    Enter a leading name fragment: "
             WITH NO ADVANCING.
         ACCEPT WS-BRW-FRAG
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF WS-BRW-FRAG = SPACES
             DISPLAY "    Enter at least one character."
             GO TO WAYPOINT-BROWSE-PARA
         END-IF.
         MOVE 20 TO WS-BRW-LEN.
         PERFORM WAYPOINT-BROWSE-TRIM-PARA THRU
             WAYPOINT-BROWSE-TRIM-PARA-EXIT
             UNTIL WS-BRW-FRAG(WS-BRW-LEN:1) NOT = SPACE.

         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    No waypoints have been saved yet."
             GO TO SUBMENU-PARA
         END-IF.

         DISPLAY "    NAME                 LATITUDE  LONGITUDE".
         MOVE ZERO TO WS-BRW-MATCHES.
         MOVE "N" TO WS-WP-EOF-SWITCH.
         PERFORM WAYPOINT-BROWSE-READ-PARA THRU
             WAYPOINT-BROWSE-READ-PARA-EXIT
             UNTIL WS-WP-EOF.
         CLOSE WAYPOINT-MASTER.

         IF WS-BRW-MATCHES = ZERO
             DISPLAY "    No waypoint names start with "WS-BRW-FRAG
         END-IF.

         GO TO SUBMENU-PARA.

         WAYPOINT-BROWSE-TRIM-PARA.
         SUBTRACT 1 FROM WS-BRW-LEN.
         WAYPOINT-BROWSE-TRIM-PARA-EXIT.
         EXIT.

         WAYPOINT-BROWSE-READ-PARA.
         READ WAYPOINT-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-WP-EOF-SWITCH
                 GO TO WAYPOINT-BROWSE-READ-PARA-EXIT
         END-READ.
         IF WP-NAME(1:WS-BRW-LEN) NOT = WS-BRW-FRAG(1:WS-BRW-LEN)
             GO TO WAYPOINT-BROWSE-READ-PARA-EXIT
         END-IF.
         ADD 1 TO WS-BRW-MATCHES.
         MOVE WP-LAT-DEGREES TO WS-DEGREES-VISUAL.
         MOVE WP-LON-DEGREES TO WS-DEGREES-VISUAL-2.
         DISPLAY "    "WP-NAME" "WS-DEGREES-VISUAL" "WP-LAT-HEMISPHERE
             " "WS-DEGREES-VISUAL-2" "WP-LON-HEMISPHERE.
         WAYPOINT-BROWSE-READ-PARA-EXIT.
         EXIT.



      * Combined DD / DDM / DMS / UTM report straight from a stored
      * waypoint, so nobody retypes coordinates the master already
      * holds
         WAYPOINT-REPORT-PARA.
         DISPLAY "    > Combined report from a stored waypoint <   ".
         DISPLAY "    Enter the waypoint name: " WITH NO ADVANCING.
         ACCEPT WS-WP-NAME
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         PERFORM GET-PRECISION-PARA THRU GET-PRECISION-PARA-EXIT.

         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    No waypoints have been saved yet."
             GO TO SUBMENU-PARA
         END-IF.
         MOVE WS-WP-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF NOT WS-WP-FOUND
             DISPLAY "    Waypoint "WS-WP-NAME" was not found. The "
                 "browse function accepts a name fragment."
             CLOSE WAYPOINT-MASTER
             GO TO SUBMENU-PARA
         END-IF.
         MOVE WP-LAT-DEGREES TO WS-WP-LAT-SIGNED.
         MOVE WP-LAT-HEMISPHERE TO WS-WP-LAT-HEMI.
         MOVE WP-LON-DEGREES TO WS-WP-LON-SIGNED.
         MOVE WP-LON-HEMISPHERE TO WS-WP-LON-HEMI.
         CLOSE WAYPOINT-MASTER.

         DISPLAY "    ---------------------------------------".
         DISPLAY "    Waypoint "WS-WP-NAME.
         MOVE WS-WP-LAT-SIGNED TO WS-DEGREES.
         MOVE WS-WP-LAT-HEMI TO WS-HEMISPHERE.
      * box; the southern and western edges must lie below the
      * northern and eastern edges
         ADD-REGION-PARA.
         MOVE "G" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter a name for this region (20 chars): "
             WITH NO ADVANCING.
         ACCEPT WS-RGN-NAME


         DELETE-REGION-PARA.
         MOVE "G" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             GO TO SUBMENU-PARA
         END-IF.
         DISPLAY "    Enter the name of the region to delete: "
             WITH NO ADVANCING.
         ACCEPT WS-RGN-NAME


         UTM-MENU-PARA.
         DISPLAY "       > UTM grid and datum conversions <    ".
         DISPLAY "    [0] Lat/lon to UTM grid".
         DISPLAY "    [1] UTM grid to lat/lon".
         DISPLAY "    [2] Datum transformation".
         DISPLAY "    [3] Back to main menu".
         DISPLAY "    >>> " WITH NO ADVANCING.
         ACCEPT WS-SUB-SELECTION
             ON EXCEPTION
                   GO TO UTM-INVERSE-ENTRY-PARA

               WHEN WS-SUB-SELECTION = 2
                   GO TO DATUM-ENTRY-PARA

               WHEN WS-SUB-SELECTION = 3
                   GO TO MENU-PARA

               WHEN OTHER
         GO TO SUBMENU-PARA.


      * Datum transformation at the terminal: a position read off
      * an old NAD27 or ED50 control sheet is carried onto another
      * datum, and the shift is shown in metres so the operator can
      * see what the old datum was costing
         DATUM-ENTRY-PARA.
         DISPLAY "       > Datum transformation <    ".
         PERFORM DTM-OPEN-PARA THRU DTM-OPEN-PARA-EXIT.
         DATUM-GET-SOURCE.
         DISPLAY "    Source datum code (e.g. NAD27, ED50, WGS84): "
             WITH NO ADVANCING.
         ACCEPT WS-DTM-SOURCE
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         MOVE FUNCTION UPPER-CASE(WS-DTM-SOURCE) TO WS-DTM-SOURCE.
         IF WS-DTM-SOURCE = SPACES
             MOVE "WGS84" TO WS-DTM-SOURCE
         END-IF.
         DATUM-GET-TARGET.
         DISPLAY "    Target datum code: " WITH NO ADVANCING.
         ACCEPT WS-DTM-TARGET
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         MOVE FUNCTION UPPER-CASE(WS-DTM-TARGET) TO WS-DTM-TARGET.
         IF WS-DTM-TARGET = SPACES
             MOVE "WGS84" TO WS-DTM-TARGET
         END-IF.
         PERFORM DTM-SETUP-PARA THRU DTM-SETUP-PARA-EXIT.
         IF NOT WS-DTM-VALID
             PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT
             GO TO SUBMENU-PARA
         END-IF.

         DATUM-GET-LAT-HEMI.
         DISPLAY "    Latitude hemisphere N/S: " WITH NO ADVANCING.
         ACCEPT WS-HEMISPHERE
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF NOT WS-HEMI-LAT
             DISPLAY "    Enter N or S."
             GO TO DATUM-GET-LAT-HEMI
         END-IF.
         DATUM-GET-LAT-VALUE.
         DISPLAY "    Enter latitude in degrees (XXX.XXXX): "
             WITH NO ADVANCING.
         ACCEPT WS-RAW-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         PERFORM VALIDATE-DEGREES-PARA THRU
             VALIDATE-DEGREES-PARA-EXIT.
         IF WS-INPUT-VALID AND WS-DEGREES > 90
             DISPLAY "    Latitude must be between 000.0000 and "
                 "090.0000."
             MOVE "N" TO WS-VALID-SWITCH
         END-IF.
         IF WS-INPUT-INVALID
             GO TO DATUM-GET-LAT-VALUE
         END-IF.
         MOVE WS-DEGREES TO WS-GEO-LAT1.
         IF WS-HEMI-SOUTH
             COMPUTE WS-GEO-LAT1 = WS-GEO-LAT1 * -1
         END-IF.

         DATUM-GET-LON-HEMI.
         DISPLAY "    Longitude hemisphere E/W: " WITH NO ADVANCING.
         ACCEPT WS-HEMISPHERE
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         IF NOT WS-HEMI-LON
             DISPLAY "    Enter E or W."
             GO TO DATUM-GET-LON-HEMI
         END-IF.
         DATUM-GET-LON-VALUE.
         DISPLAY "    Enter longitude in degrees (XXX.XXXX): "
             WITH NO ADVANCING.
         ACCEPT WS-RAW-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         PERFORM VALIDATE-DEGREES-PARA THRU
             VALIDATE-DEGREES-PARA-EXIT.
         IF WS-INPUT-VALID AND WS-DEGREES > 180
             DISPLAY "    Longitude must be between 000.0000 and "
                 "180.0000."
             MOVE "N" TO WS-VALID-SWITCH
         END-IF.
         IF WS-INPUT-INVALID
             GO TO DATUM-GET-LON-VALUE
         END-IF.
         MOVE WS-DEGREES TO WS-GEO-LON1.
         IF WS-HEMI-WEST
             COMPUTE WS-GEO-LON1 = WS-GEO-LON1 * -1
         END-IF.
         PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT.

         MOVE WS-GEO-LAT1 TO WS-DTM-LAT.
         MOVE WS-GEO-LON1 TO WS-DTM-LON.
         PERFORM DTM-TRANSFORM-PARA THRU DTM-TRANSFORM-PARA-EXIT.
         MOVE WS-DTM-LAT TO WS-GEO-LAT2.
         MOVE WS-DTM-LON TO WS-GEO-LON2.
         PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT.
         COMPUTE WS-DTM-SHIFT-M = WS-GEO-DIST-KM * 1000.
         MOVE WS-DTM-SHIFT-M TO WS-DTM-SHIFT-VISUAL.

         MOVE WS-GEO-LAT2 TO WS-DEGREES-VISUAL.
         MOVE WS-GEO-LON2 TO WS-DEGREES-VISUAL-2.
         DISPLAY "    "WS-DTM-TARGET" latitude  : "WS-DEGREES-VISUAL
             "°  (negative = south)".
         DISPLAY "    "WS-DTM-TARGET" longitude : "
             WS-DEGREES-VISUAL-2 "°  (negative = west)".
         DISPLAY "    Datum shift : "WS-DTM-SHIFT-VISUAL" m".

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "DATUM" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING WS-DTM-SOURCE DELIMITED BY SIZE
             ">" WS-DTM-TARGET DELIMITED BY SIZE
             " LAT=" DELIMITED BY SIZE
             WS-DEGREES-VISUAL DELIMITED BY SIZE
             " LON=" DELIMITED BY SIZE
             WS-DEGREES-VISUAL-2 DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         GO TO SUBMENU-PARA.



         PROXIMITY-SEARCH-PARA.
         DISPLAY "    > Proximity search <    ".
         PROXIMITY-GET-LAT-HEMI.
         DISPLAY "    Latitude hemisphere N/S: " WITH NO ADVANCING.
         MOVE ZERO TO WS-WPL-LOADED.
         MOVE ZERO TO WS-WPL-DUPLICATES.
         MOVE ZERO TO WS-WPL-REJECTED.
         MOVE ZERO TO WS-WPL-SHIFTED.
         MOVE "N" TO WS-WPL-EOF-SWITCH.
         MOVE SPACES TO WS-DTM-LOADED-SOURCE.
         MOVE SPACES TO WS-DTM-LOADED-TARGET.
         MOVE "WGS84" TO WS-DTM-TARGET.

         MOVE "W" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             MOVE 16 TO RETURN-CODE
             GO TO WPL-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT WAYPOINT-LOAD-FILE.
         IF WS-FS-WP-LOAD NOT = "00"
         END-IF.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         PERFORM WPJ-OPEN-PARA THRU WPJ-OPEN-PARA-EXIT.
         PERFORM DTM-OPEN-PARA THRU DTM-OPEN-PARA-EXIT.

         PERFORM WPL-RECORD-PARA THRU WPL-RECORD-PARA-EXIT
             UNTIL WS-WPL-EOF.

         PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT.
         PERFORM WPJ-CLOSE-PARA THRU WPJ-CLOSE-PARA-EXIT.
         CLOSE WAYPOINT-LOAD-FILE.
         CLOSE WAYPOINT-EXCEPTION-FILE.
         DISPLAY "    Loaded       : "WS-WPL-LOADED.
         DISPLAY "    Duplicates   : "WS-WPL-DUPLICATES.
         DISPLAY "    Rejected     : "WS-WPL-REJECTED.
         DISPLAY "    Datum shifted: "WS-WPL-SHIFTED.

         MOVE "WPLOAD" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         IF WS-WPL-REASON = SPACES AND NOT WS-HEMI-LON
             MOVE "LONGITUDE HEMISPHERE BAD" TO WS-WPL-REASON
         END-IF.
         IF WS-WPL-REASON = SPACES
             PERFORM WPL-DATUM-PARA THRU WPL-DATUM-PARA-EXIT
         END-IF.

         IF WS-WPL-REASON NOT = SPACES
             ADD 1 TO WS-WPL-REJECTED
         WPL-RECORD-PARA-EXIT.
         EXIT.

      * A load record tagged with a datum other than WGS84 has its
      * coordinates carried onto WGS84 in place before they are
      * converted to DMS, so the master only ever holds WGS84
         WPL-DATUM-PARA.
         MOVE FUNCTION UPPER-CASE(WL-DATUM) TO WS-DTM-SOURCE.
         IF WS-DTM-SOURCE = SPACES OR WS-DTM-SOURCE = "WGS84"
             GO TO WPL-DATUM-PARA-EXIT
         END-IF.
         IF WS-DTM-SOURCE NOT = WS-DTM-LOADED-SOURCE
             PERFORM DTM-SETUP-PARA THRU DTM-SETUP-PARA-EXIT
             IF NOT WS-DTM-VALID
                 MOVE "DATUM NOT ON DATUMMST" TO WS-WPL-REASON
                 GO TO WPL-DATUM-PARA-EXIT
             END-IF
         END-IF.

         MOVE WL-LAT-DEGREES TO WS-DTM-LAT.
         IF WL-LAT-HEMI = "S" OR WL-LAT-HEMI = "s"
             COMPUTE WS-DTM-LAT = WS-DTM-LAT * -1
         END-IF.
         MOVE WL-LON-DEGREES TO WS-DTM-LON.
         IF WL-LON-HEMI = "W" OR WL-LON-HEMI = "w"
             COMPUTE WS-DTM-LON = WS-DTM-LON * -1
         END-IF.
         PERFORM DTM-TRANSFORM-PARA THRU DTM-TRANSFORM-PARA-EXIT.
         IF WS-DTM-LAT > 90 OR WS-DTM-LAT < -90
             MOVE "LATITUDE OVER 90 ON WGS84" TO WS-WPL-REASON
             GO TO WPL-DATUM-PARA-EXIT
         END-IF.

         IF WS-DTM-LAT < 0
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LAT * -1
             MOVE "S" TO WL-LAT-HEMI
         ELSE
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LAT
             MOVE "N" TO WL-LAT-HEMI
         END-IF.
         MOVE WS-DTM-OUT-DEGREES TO WL-LAT-DEGREES.
         IF WS-DTM-LON < 0
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LON * -1
             MOVE "W" TO WL-LON-HEMI
         ELSE
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LON
             MOVE "E" TO WL-LON-HEMI
         END-IF.
         MOVE WS-DTM-OUT-DEGREES TO WL-LON-DEGREES.
         ADD 1 TO WS-WPL-SHIFTED.
         WPL-DATUM-PARA-EXIT.
         EXIT.

      * Waypoint master unload to the WPBACKUP flat file, with a
      * trailer carrying the record count and degree hash total
         WPB-UNLOAD-PARA.
         MOVE "N" TO WS-WPB-EOF-SWITCH.
         MOVE "N" TO WS-WPB-TRAILER-SWITCH.

      * The reload replaces the whole master, so it needs the same
      * waypoint authority as a load; the journal replay comes
      * through here and is covered by the same check
         MOVE "W" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             MOVE 16 TO RETURN-CODE
             GO TO WPB-RELOAD-PARA-EXIT
         END-IF.

         OPEN INPUT WAYPOINT-BACKUP-FILE.
         IF WS-FS-WP-BACKUP NOT = "00"
             DISPLAY "    Unable to open WPBACKUP, status "
         END-STRING.
         MOVE WS-WPJ-MODE TO WJ-MODE.
         MOVE WS-WPJ-ACTION TO WJ-ACTION.
         MOVE WS-OPR-ID TO WJ-OPERATOR.
         IF WS-WPJ-ACTION = "D"
             MOVE WP-NAME TO WJ-B-NAME
             MOVE WP-LAT-DEGREES TO WJ-B-LAT-DEGREES



      * Batch datum transformation: DEGIN records are taken in
      * pairs (latitude record first, as in the batch UTM mode),
      * each carrying its source datum code in columns 10-15, blank
      * meaning WGS84.  Every pair is carried onto the target datum
      * named on the PARM (WGS84 when none is given) and written to
      * DEGOUT as a pair in the same layout, tagged with the target
      * datum, so the output can feed the other DEGIN modes.
         DTM-RUN-PARA.
         MOVE ZERO TO WS-DTM-RECORDS-READ.
         MOVE ZERO TO WS-DTM-PAIRS-CONVERTED.
         MOVE ZERO TO WS-DTM-PAIRS-REJECTED.
         MOVE "N" TO WS-DTM-EOF-SWITCH.
         MOVE SPACES TO WS-DTM-LOADED-SOURCE.
         MOVE SPACES TO WS-DTM-LOADED-TARGET.

         MOVE FUNCTION UPPER-CASE(WS-PARM-VAL1) TO WS-DTM-TARGET.
         IF WS-DTM-TARGET = SPACES
             MOVE "WGS84" TO WS-DTM-TARGET
         END-IF.
         PERFORM DTM-OPEN-PARA THRU DTM-OPEN-PARA-EXIT.
         MOVE "WGS84" TO WS-DTM-SOURCE.
         PERFORM DTM-SETUP-PARA THRU DTM-SETUP-PARA-EXIT.
         IF NOT WS-DTM-VALID
             PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT
             MOVE 16 TO RETURN-CODE
             GO TO DTM-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT DEGREES-IN-FILE.
         IF WS-FS-DEGREES-IN NOT = "00"
             DISPLAY "    Unable to open DEGIN, status "
                 WS-FS-DEGREES-IN
             PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT
             MOVE 16 TO RETURN-CODE
             GO TO DTM-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT DEGREES-OUT-FILE.
         IF WS-FS-DEGREES-OUT NOT = "00"
             DISPLAY "    Unable to open DEGOUT, status "
                 WS-FS-DEGREES-OUT
             CLOSE DEGREES-IN-FILE
             PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT
             MOVE 16 TO RETURN-CODE
             GO TO DTM-RUN-PARA-EXIT
         END-IF.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.

         PERFORM DTM-PAIR-PARA THRU DTM-PAIR-PARA-EXIT
             UNTIL WS-DTM-EOF.

         CLOSE DEGREES-IN-FILE.
         CLOSE DEGREES-OUT-FILE.
         PERFORM DTM-CLOSE-PARA THRU DTM-CLOSE-PARA-EXIT.

         DISPLAY "    --- Batch datum transformation control totals "
             "---".
         DISPLAY "    Target datum    : "WS-DTM-TARGET.
         DISPLAY "    Records read    : "WS-DTM-RECORDS-READ.
         DISPLAY "    Pairs converted : "WS-DTM-PAIRS-CONVERTED.
         DISPLAY "    Pairs rejected  : "WS-DTM-PAIRS-REJECTED.

         MOVE "BATCHDTM" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY READ=" WS-DTM-RECORDS-READ
                 DELIMITED BY SIZE
             " OK=" DELIMITED BY SIZE
             WS-DTM-PAIRS-CONVERTED DELIMITED BY SIZE
             " REJ=" DELIMITED BY SIZE
             WS-DTM-PAIRS-REJECTED DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-DTM-PAIRS-REJECTED > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         DTM-RUN-PARA-EXIT.
         EXIT.

         DTM-PAIR-PARA.
         READ DEGREES-IN-FILE
             AT END
                 MOVE "Y" TO WS-DTM-EOF-SWITCH
                 GO TO DTM-PAIR-PARA-EXIT
         END-READ.
         ADD 1 TO WS-DTM-RECORDS-READ.
         MOVE "Y" TO WS-DTM-PAIR-VALID-SWITCH.
         MOVE DID-DEGREES TO WS-DTM-LAT-DEGREES.
         MOVE DID-HEMISPHERE TO WS-DTM-LAT-HEMI.
         MOVE FUNCTION UPPER-CASE(DID-DATUM) TO WS-DTM-SOURCE.
         IF WS-DTM-SOURCE = SPACES
             MOVE "WGS84" TO WS-DTM-SOURCE
         END-IF.
         MOVE DID-HEMISPHERE TO WS-HEMISPHERE.
         IF DID-DEGREES NOT NUMERIC
             MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
         ELSE
             IF DID-DEGREES > 90 OR NOT WS-HEMI-LAT
                 MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
             END-IF
         END-IF.

         READ DEGREES-IN-FILE
             AT END
                 MOVE "Y" TO WS-DTM-EOF-SWITCH
                 MOVE ZERO TO WS-DTM-LON-DEGREES
                 MOVE SPACE TO WS-DTM-LON-HEMI
                 ADD 1 TO WS-DTM-PAIRS-REJECTED
                 PERFORM DTM-WRITE-REJECT-PARA THRU
                     DTM-WRITE-REJECT-PARA-EXIT
                 GO TO DTM-PAIR-PARA-EXIT
         END-READ.
         ADD 1 TO WS-DTM-RECORDS-READ.
         MOVE DID-DEGREES TO WS-DTM-LON-DEGREES.
         MOVE DID-HEMISPHERE TO WS-DTM-LON-HEMI.
         MOVE DID-HEMISPHERE TO WS-HEMISPHERE.
         IF DID-DEGREES NOT NUMERIC
             MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
         ELSE
             IF DID-DEGREES > 180 OR NOT WS-HEMI-LON
                 MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
             END-IF
         END-IF.
      * Both halves of a pair must be on the same datum
         MOVE FUNCTION UPPER-CASE(DID-DATUM) TO WS-DTM-CODE.
         IF WS-DTM-CODE NOT = SPACES
             AND WS-DTM-CODE NOT = WS-DTM-SOURCE
             MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
         END-IF.

         IF WS-DTM-PAIR-VALID
             AND WS-DTM-SOURCE NOT = WS-DTM-LOADED-SOURCE
             PERFORM DTM-SETUP-PARA THRU DTM-SETUP-PARA-EXIT
             IF NOT WS-DTM-VALID
                 MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
             END-IF
         END-IF.

         IF WS-DTM-PAIR-VALID
             MOVE WS-DTM-LAT-DEGREES TO WS-DTM-LAT
             IF WS-DTM-LAT-HEMI = "S" OR WS-DTM-LAT-HEMI = "s"
                 COMPUTE WS-DTM-LAT = WS-DTM-LAT * -1
             END-IF
             MOVE WS-DTM-LON-DEGREES TO WS-DTM-LON
             IF WS-HEMI-WEST
                 COMPUTE WS-DTM-LON = WS-DTM-LON * -1
             END-IF
             PERFORM DTM-TRANSFORM-PARA THRU DTM-TRANSFORM-PARA-EXIT
             IF WS-DTM-LAT > 90 OR WS-DTM-LAT < -90
                 MOVE "N" TO WS-DTM-PAIR-VALID-SWITCH
             END-IF
         END-IF.

         IF NOT WS-DTM-PAIR-VALID
             ADD 1 TO WS-DTM-PAIRS-REJECTED
             PERFORM DTM-WRITE-REJECT-PARA THRU
                 DTM-WRITE-REJECT-PARA-EXIT
             MOVE "BATCHDTM" TO WS-LOG-MODE
             MOVE SPACES TO WS-LOG-DETAIL
             STRING "PAIR " WS-DTM-SOURCE DELIMITED BY SIZE
                 " REJECTED" DELIMITED BY SIZE
                 INTO WS-LOG-DETAIL
             END-STRING
             PERFORM LOG-CONVERSION-PARA THRU
                 LOG-CONVERSION-PARA-EXIT
             GO TO DTM-PAIR-PARA-EXIT
         END-IF.

         ADD 1 TO WS-DTM-PAIRS-CONVERTED.
         MOVE SPACES TO DEGREES-OUT-DATUM-RECORD.
         IF WS-DTM-LAT < 0
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LAT * -1
             MOVE "S" TO DOT-HEMISPHERE
         ELSE
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LAT
             MOVE "N" TO DOT-HEMISPHERE
         END-IF.
         MOVE WS-DTM-OUT-DEGREES TO DOT-DEGREES.
         MOVE WS-DTM-TARGET TO DOT-DATUM.
         MOVE "CONVERTED" TO DOT-STATUS.
         WRITE DEGREES-OUT-DATUM-RECORD.
         MOVE SPACES TO DEGREES-OUT-DATUM-RECORD.
         IF WS-DTM-LON < 0
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LON * -1
             MOVE "W" TO DOT-HEMISPHERE
         ELSE
             COMPUTE WS-DTM-OUT-DEGREES ROUNDED = WS-DTM-LON
             MOVE "E" TO DOT-HEMISPHERE
         END-IF.
         MOVE WS-DTM-OUT-DEGREES TO DOT-DEGREES.
         MOVE WS-DTM-TARGET TO DOT-DATUM.
         MOVE "CONVERTED" TO DOT-STATUS.
         WRITE DEGREES-OUT-DATUM-RECORD.

         MOVE WS-DTM-LAT TO WS-DEGREES-VISUAL.
         MOVE WS-DTM-LON TO WS-DEGREES-VISUAL-2.
         MOVE "BATCHDTM" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "PAIR " WS-DTM-SOURCE DELIMITED BY SIZE
             ">" WS-DTM-TARGET DELIMITED BY SIZE
             WS-DEGREES-VISUAL DELIMITED BY SIZE
             WS-DEGREES-VISUAL-2 DELIMITED BY SIZE
             " CONVERTED" DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         DTM-PAIR-PARA-EXIT.
         EXIT.

      * A rejected pair is written back as read, so DEGOUT stays in
      * step with DEGIN pair for pair
         DTM-WRITE-REJECT-PARA.
         MOVE SPACES TO DEGREES-OUT-DATUM-RECORD.
         MOVE WS-DTM-LAT-DEGREES TO DOT-DEGREES.
         MOVE WS-DTM-LAT-HEMI TO DOT-HEMISPHERE.
         MOVE WS-DTM-SOURCE TO DOT-DATUM.
         MOVE "REJECTED " TO DOT-STATUS.
         WRITE DEGREES-OUT-DATUM-RECORD.
         MOVE SPACES TO DEGREES-OUT-DATUM-RECORD.
         MOVE WS-DTM-LON-DEGREES TO DOT-DEGREES.
         MOVE WS-DTM-LON-HEMI TO DOT-HEMISPHERE.
         MOVE WS-DTM-SOURCE TO DOT-DATUM.
         MOVE "REJECTED " TO DOT-STATUS.
         WRITE DEGREES-OUT-DATUM-RECORD.
         DTM-WRITE-REJECT-PARA-EXIT.
         EXIT.



      * Batch point-in-region classifier: DEGIN records are taken
      * in travel pairs (latitude record first, same convention as
      * the batch UTM mode), each point is tagged with the first
             ADD 1 TO WS-AUD-J
             GO TO AUD-INNER-PARA-EXIT
         END-IF.
         ADD 1 TO WS-ADP-COUNT.
         MOVE WS-AUD-NAME(WS-AUD-I) TO WS-ADP-NAME1(WS-ADP-COUNT).
         MOVE WS-AUD-LAT(WS-AUD-I) TO WS-ADP-LAT1(WS-ADP-COUNT).
         MOVE WS-AUD-LON(WS-AUD-I) TO WS-ADP-LON1(WS-ADP-COUNT).
         MOVE WS-AUD-NAME(WS-AUD-J) TO WS-ADP-NAME2(WS-ADP-COUNT).
         MOVE WS-AUD-LAT(WS-AUD-J) TO WS-ADP-LAT2(WS-ADP-COUNT).
         MOVE WS-AUD-LON(WS-AUD-J) TO WS-ADP-LON2(WS-ADP-COUNT).
         MOVE WS-GEO-DIST-KM TO WS-ADP-KM(WS-ADP-COUNT).
         ADD 1 TO WS-AUD-J.
         AUD-INNER-PARA-EXIT.
         EXIT.

         AUD-FORMAT-LIVE-PAIR-PARA.
         MOVE SPACES TO WS-AUD-DETAIL-LINE.
         MOVE WS-AUD-NAME(WS-AUD-I) TO WS-AUD-DET-NAME1.
         MOVE WS-AUD-LAT(WS-AUD-I) TO WS-AUD-DET-LAT1.
         MOVE WS-AUD-LON(WS-AUD-I) TO WS-AUD-DET-LON1.
         MOVE WS-AUD-NAME(WS-AUD-J) TO WS-AUD-DET-NAME2.
         MOVE WS-AUD-LAT(WS-AUD-J) TO WS-AUD-DET-LAT2.
         MOVE WS-AUD-LON(WS-AUD-J) TO WS-AUD-DET-LON2.
         MOVE WS-GEO-DIST-KM TO WS-AUD-DET-KM.
         MOVE WS-AUD-DETAIL-LINE TO WAYPOINT-AUDIT-RECORD.
         WRITE WAYPOINT-AUDIT-RECORD.
         AUD-FORMAT-LIVE-PAIR-PARA-EXIT.
         EXIT.

      * Straight bubble sort on pair distance, nearest first, the
      * same shape as the proximity sort
         AUD-SORT-PARA.
         IF WS-ADP-COUNT < 2
             GO TO AUD-SORT-PARA-EXIT
         END-IF.
         MOVE "Y" TO WS-ADP-SWAP-SWITCH.
         PERFORM AUD-SORT-PASS-PARA THRU AUD-SORT-PASS-PARA-EXIT
             UNTIL NOT WS-ADP-SWAPPED.
         AUD-SORT-PARA-EXIT.
         EXIT.

         AUD-SORT-PASS-PARA.
         MOVE "N" TO WS-ADP-SWAP-SWITCH.
         MOVE 1 TO WS-ADP-J.
         PERFORM AUD-SORT-COMPARE-PARA THRU
             AUD-SORT-COMPARE-PARA-EXIT
             UNTIL WS-ADP-J >= WS-ADP-COUNT.
         AUD-SORT-PASS-PARA-EXIT.
         EXIT.

         AUD-SORT-COMPARE-PARA.
         COMPUTE WS-ADP-I = WS-ADP-J + 1.
         IF WS-ADP-KM(WS-ADP-J) > WS-ADP-KM(WS-ADP-I)
             MOVE WS-ADP-ENTRY(WS-ADP-J) TO WS-ADP-HOLD
             MOVE WS-ADP-ENTRY(WS-ADP-I) TO WS-ADP-ENTRY(WS-ADP-J)
             MOVE WS-ADP-HOLD TO WS-ADP-ENTRY(WS-ADP-I)
             MOVE "Y" TO WS-ADP-SWAP-SWITCH
         END-IF.
         ADD 1 TO WS-ADP-J.
         AUD-SORT-COMPARE-PARA-EXIT.
         EXIT.

         AUD-WRITE-PAIR-PARA.
         MOVE SPACES TO WS-AUD-DETAIL-LINE.
         MOVE WS-ADP-NAME1(WS-ADP-I) TO WS-AUD-DET-NAME1.
         MOVE WS-ADP-LAT1(WS-ADP-I) TO WS-AUD-DET-LAT1.
         MOVE WS-ADP-LON1(WS-ADP-I) TO WS-AUD-DET-LON1.
         MOVE WS-ADP-NAME2(WS-ADP-I) TO WS-AUD-DET-NAME2.
         MOVE WS-ADP-LAT2(WS-ADP-I) TO WS-AUD-DET-LAT2.
         MOVE WS-ADP-LON2(WS-ADP-I) TO WS-AUD-DET-LON2.
         MOVE WS-ADP-KM(WS-ADP-I) TO WS-AUD-DET-KM.
         MOVE WS-AUD-DETAIL-LINE TO WAYPOINT-AUDIT-RECORD.
         WRITE WAYPOINT-AUDIT-RECORD.
         ADD 1 TO WS-ADP-I.
         AUD-WRITE-PAIR-PARA-EXIT.
         EXIT.



      * Nightly referential sweep of the route master: every stored
      * leg is looked up on WAYPTMST and the legs whose waypoint has
      * gone are listed on RTEXCP.  A missing leg is a warning (RC 4)
      * -- the route is left on file for maintenance to repair.
         RTI-RUN-PARA.
         MOVE ZERO TO WS-RTI-ROUTES.
         MOVE ZERO TO WS-RTI-LEGS-READ.
         MOVE ZERO TO WS-RTI-MISSING.
         MOVE SPACES TO WS-RTM-PREV-ROUTE.
         MOVE "N" TO WS-RTM-EOF-SWITCH.

         OPEN INPUT ROUTE-MASTER.
         IF WS-FS-ROUTE-MST NOT = "00"
             DISPLAY "    Unable to open ROUTEMST, status "
                 WS-FS-ROUTE-MST
             MOVE 16 TO RETURN-CODE
             GO TO RTI-RUN-PARA-EXIT
         END-IF.
         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             CLOSE ROUTE-MASTER
             MOVE 16 TO RETURN-CODE
             GO TO RTI-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT ROUTE-EXCEPTION-FILE.
         IF WS-FS-ROUTE-EXCP NOT = "00"
             DISPLAY "    Unable to open RTEXCP, status "
                 WS-FS-ROUTE-EXCP
             CLOSE ROUTE-MASTER
             CLOSE WAYPOINT-MASTER
             MOVE 16 TO RETURN-CODE
             GO TO RTI-RUN-PARA-EXIT
         END-IF.

         MOVE "STORED ROUTE INTEGRITY CHECK" TO ROUTE-EXCEPTION-RECORD.
         WRITE ROUTE-EXCEPTION-RECORD.
         MOVE SPACES TO ROUTE-EXCEPTION-RECORD.
         WRITE ROUTE-EXCEPTION-RECORD.
         MOVE SPACES TO ROUTE-EXCEPTION-RECORD.
         STRING "ROUTE                 LEG  " DELIMITED BY SIZE
             "WAYPOINT              CONDITION" DELIMITED BY SIZE
             INTO ROUTE-EXCEPTION-RECORD
         END-STRING.
         WRITE ROUTE-EXCEPTION-RECORD.

         PERFORM RTI-CHECK-LEG-PARA THRU RTI-CHECK-LEG-PARA-EXIT
             UNTIL WS-RTM-EOF.

         CLOSE WAYPOINT-MASTER.
         CLOSE ROUTE-MASTER.

         MOVE SPACES TO ROUTE-EXCEPTION-RECORD.
         WRITE ROUTE-EXCEPTION-RECORD.
         MOVE SPACES TO ROUTE-EXCEPTION-RECORD.
         STRING "ROUTES " DELIMITED BY SIZE
             WS-RTI-ROUTES DELIMITED BY SIZE
             "  LEGS CHECKED " DELIMITED BY SIZE
             WS-RTI-LEGS-READ DELIMITED BY SIZE
             "  MISSING " DELIMITED BY SIZE
             WS-RTI-MISSING DELIMITED BY SIZE
             INTO ROUTE-EXCEPTION-RECORD
         END-STRING.
         WRITE ROUTE-EXCEPTION-RECORD.
         CLOSE ROUTE-EXCEPTION-FILE.

         DISPLAY "    --- Route integrity control totals ---".
         DISPLAY "    Routes          : "WS-RTI-ROUTES.
         DISPLAY "    Legs checked    : "WS-RTI-LEGS-READ.
         DISPLAY "    Missing legs    : "WS-RTI-MISSING.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "RTCHECK" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY LEGS=" WS-RTI-LEGS-READ
                 DELIMITED BY SIZE
             " MISS=" DELIMITED BY SIZE
             WS-RTI-MISSING DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-RTI-MISSING > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         RTI-RUN-PARA-EXIT.
         EXIT.

         RTI-CHECK-LEG-PARA.
         READ ROUTE-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RTM-EOF-SWITCH
                 GO TO RTI-CHECK-LEG-PARA-EXIT
         END-READ.
         ADD 1 TO WS-RTI-LEGS-READ.
         IF RT-ROUTE-NAME NOT = WS-RTM-PREV-ROUTE
             ADD 1 TO WS-RTI-ROUTES
             MOVE RT-ROUTE-NAME TO WS-RTM-PREV-ROUTE
         END-IF.
         MOVE RT-WP-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF WS-WP-FOUND
             GO TO RTI-CHECK-LEG-PARA-EXIT
         END-IF.
         ADD 1 TO WS-RTI-MISSING.
         MOVE SPACES TO WS-RTI-DETAIL-LINE.
         MOVE RT-ROUTE-NAME TO WS-RTI-DET-ROUTE.
         MOVE RT-LEG-SEQ TO WS-RTI-DET-SEQ.
         MOVE RT-WP-NAME TO WS-RTI-DET-WP.
         MOVE "NOT ON WAYPTMST" TO WS-RTI-DET-TEXT.
         MOVE WS-RTI-DETAIL-LINE TO ROUTE-EXCEPTION-RECORD.
         WRITE ROUTE-EXCEPTION-RECORD.
         RTI-CHECK-LEG-PARA-EXIT.
         EXIT.



      * GPX and KML export for the field handhelds and the planners'
      * map work.  Both files carry the same content: the WAYPTMST
      * waypoints (all of them, or those whose name contains a
      * fragment and/or that lie inside one region), the ordered
      * legs of one stored route when asked for, and every REGNMST
      * rectangle.  The PARM carries code/value pairs -- N <name
      * fragment>, G <region name>, T <route name> -- in any order.
      * Names are XML-escaped on the way out.
         EXP-RUN-PARA.
         MOVE ZERO TO WS-EXP-WP-READ.
         MOVE ZERO TO WS-EXP-WP-WRITTEN.
         MOVE ZERO TO WS-EXP-WP-SKIPPED.
         MOVE ZERO TO WS-EXP-RG-READ.
         MOVE ZERO TO WS-EXP-RG-WRITTEN.
         MOVE ZERO TO WS-EXP-LEG-READ.
         MOVE ZERO TO WS-EXP-LEG-WRITTEN.
         MOVE ZERO TO WS-EXP-LEG-MISSING.
         MOVE ZERO TO WS-EXP-WRITE-ERRORS.
         MOVE SPACES TO WS-EXP-FRAGMENT.
         MOVE SPACES TO WS-EXP-REGION.
         MOVE SPACES TO WS-EXP-ROUTE.
         MOVE "Y" TO WS-EXP-PARM-SWITCH.
         MOVE "N" TO WS-EXP-EOF-SWITCH.

         MOVE WS-PARM-VAL1 TO WS-EXP-CODE.
         MOVE WS-PARM-VAL2 TO WS-EXP-VALUE.
         PERFORM EXP-OPTION-PARA THRU EXP-OPTION-PARA-EXIT.
         MOVE WS-PARM-VAL3 TO WS-EXP-CODE.
         MOVE WS-PARM-VAL4 TO WS-EXP-VALUE.
         PERFORM EXP-OPTION-PARA THRU EXP-OPTION-PARA-EXIT.
         IF NOT WS-EXP-PARM-VALID
             DISPLAY "    Export options are N <name fragment>, "
                 "G <region> and T <route>."
             MOVE 16 TO RETURN-CODE
             GO TO EXP-RUN-PARA-EXIT
         END-IF.

         IF WS-EXP-FRAGMENT NOT = SPACES
             MOVE WS-EXP-FRAGMENT TO WS-EXP-RAW-NAME
             PERFORM EXP-NAME-LENGTH-PARA THRU
                 EXP-NAME-LENGTH-PARA-EXIT
             MOVE WS-EXP-RAW-LEN TO WS-EXP-FRAG-LEN
             MOVE FUNCTION UPPER-CASE(WS-EXP-FRAGMENT) TO
                 WS-EXP-FRAG-UPPER
         END-IF.

      * Regions go into the classifier's table; a site with no
      * region master simply exports no rectangles
         MOVE ZERO TO WS-RGC-REGION-COUNT.
         MOVE "N" TO WS-RGN-EOF-SWITCH.
         OPEN INPUT REGION-MASTER.
         IF WS-FS-REGION = "00"
             PERFORM RGC-LOAD-REGION-PARA THRU
                 RGC-LOAD-REGION-PARA-EXIT
                 UNTIL WS-RGN-EOF
             CLOSE REGION-MASTER
         ELSE
             DISPLAY "    No REGNMST available, status "
                 WS-FS-REGION" -- no regions exported."
         END-IF.
         IF WS-EXP-REGION NOT = SPACES
             MOVE ZERO TO WS-EXP-RG-IX
             MOVE 1 TO WS-RGC-IX
             PERFORM EXP-FIND-REGION-PARA THRU
                 EXP-FIND-REGION-PARA-EXIT
                 UNTIL WS-EXP-RG-IX > ZERO
                 OR WS-RGC-IX > WS-RGC-REGION-COUNT
             IF WS-EXP-RG-IX = ZERO
                 DISPLAY "    Region "WS-EXP-REGION
                     " is not on REGNMST."
                 MOVE 16 TO RETURN-CODE
                 GO TO EXP-RUN-PARA-EXIT
             END-IF
         END-IF.

      * A requested route must exist before anything is written
         IF WS-EXP-ROUTE NOT = SPACES
             MOVE WS-EXP-ROUTE TO WS-RTE-ROUTE-NAME
             PERFORM ROUTE-OPEN-STORED-PARA THRU
                 ROUTE-OPEN-STORED-PARA-EXIT
             IF NOT WS-RTM-FOUND
                 MOVE SPACES TO WS-RTE-ROUTE-NAME
                 GO TO EXP-RUN-PARA-EXIT
             END-IF
         END-IF.

         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             GO TO EXP-RUN-ABANDON
         END-IF.
         OPEN OUTPUT GPX-EXPORT-FILE.
         IF WS-FS-GPX-OUT NOT = "00"
             DISPLAY "    Unable to open GPXOUT, status "
                 WS-FS-GPX-OUT
             CLOSE WAYPOINT-MASTER
             GO TO EXP-RUN-ABANDON
         END-IF.
         OPEN OUTPUT KML-EXPORT-FILE.
         IF WS-FS-KML-OUT NOT = "00"
             DISPLAY "    Unable to open KMLOUT, status "
                 WS-FS-KML-OUT
             CLOSE WAYPOINT-MASTER
             CLOSE GPX-EXPORT-FILE
             GO TO EXP-RUN-ABANDON
         END-IF.

         MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO
             GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE '<gpx version="1.1" creator="COBOLDMS"' TO
             GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE '     xmlns="http://www.topografix.com/GPX/1/1">' TO
             GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO
             KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">' TO
             KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "  <Document>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "    <name>COBOLDMS EXPORT</name>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

      * GPX wants its waypoints, then routes, then tracks; the KML
      * follows the same order, one folder for each
         MOVE "    <Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      <name>Waypoints</name>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         PERFORM EXP-WAYPOINT-PARA THRU EXP-WAYPOINT-PARA-EXIT
             UNTIL WS-EXP-EOF.
         MOVE "    </Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

         IF WS-EXP-ROUTE NOT = SPACES
             PERFORM EXP-ROUTE-PARA THRU EXP-ROUTE-PARA-EXIT
         END-IF.

         MOVE "    <Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      <name>Regions</name>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE 1 TO WS-RGC-IX.
         PERFORM EXP-REGION-PARA THRU EXP-REGION-PARA-EXIT
             UNTIL WS-RGC-IX > WS-RGC-REGION-COUNT.
         MOVE "    </Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

         MOVE "</gpx>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "  </Document>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "</kml>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

         CLOSE WAYPOINT-MASTER.
         CLOSE GPX-EXPORT-FILE.
         CLOSE KML-EXPORT-FILE.

         DISPLAY "    --- GPX / KML export control totals ---".
         DISPLAY "    Waypoints read    : "WS-EXP-WP-READ.
         DISPLAY "    Waypoints written : "WS-EXP-WP-WRITTEN.
         DISPLAY "    Not selected      : "WS-EXP-WP-SKIPPED.
         DISPLAY "    Regions read      : "WS-EXP-RG-READ.
         DISPLAY "    Regions written   : "WS-EXP-RG-WRITTEN.
         DISPLAY "    Route legs read   : "WS-EXP-LEG-READ.
         DISPLAY "    Route legs written: "WS-EXP-LEG-WRITTEN.
         DISPLAY "    Legs not on master: "WS-EXP-LEG-MISSING.
         DISPLAY "    Write errors      : "WS-EXP-WRITE-ERRORS.

         IF WS-EXP-WP-READ NOT = WS-EXP-WP-WRITTEN + WS-EXP-WP-SKIPPED
             OR WS-EXP-RG-READ NOT = WS-EXP-RG-WRITTEN
             OR WS-EXP-LEG-READ NOT =
                 WS-EXP-LEG-WRITTEN + WS-EXP-LEG-MISSING
             OR WS-EXP-WRITE-ERRORS > ZERO
             DISPLAY "    EXPORT OUT OF BALANCE -- do not issue the "
                 "GPXOUT / KMLOUT files."
             MOVE 8 TO RETURN-CODE
         ELSE
             IF WS-EXP-LEG-MISSING > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF
         END-IF.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "EXPORT" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         MOVE WS-EXP-RG-WRITTEN TO WS-EXP-LOG-RG.
         MOVE WS-EXP-LEG-WRITTEN TO WS-EXP-LOG-LEG.
         STRING "SUMMARY READ=" WS-EXP-WP-READ
                 DELIMITED BY SIZE
             " WPT=" DELIMITED BY SIZE
             WS-EXP-WP-WRITTEN DELIMITED BY SIZE
             " RGN=" DELIMITED BY SIZE
             WS-EXP-LOG-RG DELIMITED BY SIZE
             " LEG=" DELIMITED BY SIZE
             WS-EXP-LOG-LEG DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.
         MOVE SPACES TO WS-RTE-ROUTE-NAME.
         GO TO EXP-RUN-PARA-EXIT.

         EXP-RUN-ABANDON.
         IF WS-EXP-ROUTE NOT = SPACES
             CLOSE ROUTE-MASTER
         END-IF.
         MOVE SPACES TO WS-RTE-ROUTE-NAME.
         MOVE 16 TO RETURN-CODE.
         EXP-RUN-PARA-EXIT.
         EXIT.

      * One code/value pair from the PARM; a pair left blank is
      * simply not used
         EXP-OPTION-PARA.
         IF WS-EXP-CODE = SPACES AND WS-EXP-VALUE = SPACES
             GO TO EXP-OPTION-PARA-EXIT
         END-IF.
         IF WS-EXP-VALUE = SPACES
             MOVE "N" TO WS-EXP-PARM-SWITCH
             GO TO EXP-OPTION-PARA-EXIT
         END-IF.
           EVALUATE WS-EXP-CODE
               WHEN "N"
                   MOVE WS-EXP-VALUE TO WS-EXP-FRAGMENT
               WHEN "G"
                   MOVE WS-EXP-VALUE TO WS-EXP-REGION
               WHEN "T"
                   MOVE WS-EXP-VALUE TO WS-EXP-ROUTE
               WHEN OTHER
                   MOVE "N" TO WS-EXP-PARM-SWITCH
           END-EVALUATE.
         EXP-OPTION-PARA-EXIT.
         EXIT.

         EXP-FIND-REGION-PARA.
         IF WS-RGC-NAME(WS-RGC-IX) = WS-EXP-REGION
             MOVE WS-RGC-IX TO WS-EXP-RG-IX
         ELSE
             ADD 1 TO WS-RGC-IX
         END-IF.
         EXP-FIND-REGION-PARA-EXIT.
         EXIT.

         EXP-WAYPOINT-PARA.
         READ WAYPOINT-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-EXP-EOF-SWITCH
                 GO TO EXP-WAYPOINT-PARA-EXIT
         END-READ.
         ADD 1 TO WS-EXP-WP-READ.

         MOVE "Y" TO WS-EXP-SELECT-SWITCH.
         IF WS-EXP-FRAGMENT NOT = SPACES
             MOVE FUNCTION UPPER-CASE(WP-NAME) TO WS-EXP-NAME-UPPER
             MOVE ZERO TO WS-EXP-HITS
             INSPECT WS-EXP-NAME-UPPER TALLYING WS-EXP-HITS
                 FOR ALL WS-EXP-FRAG-UPPER(1:WS-EXP-FRAG-LEN)
             IF WS-EXP-HITS = ZERO
                 MOVE "N" TO WS-EXP-SELECT-SWITCH
             END-IF
         END-IF.
         IF WS-EXP-REGION NOT = SPACES
             IF WP-LAT-DEGREES < WS-RGC-LAT-MIN(WS-EXP-RG-IX)
                 OR WP-LAT-DEGREES > WS-RGC-LAT-MAX(WS-EXP-RG-IX)
                 OR WP-LON-DEGREES < WS-RGC-LON-MIN(WS-EXP-RG-IX)
                 OR WP-LON-DEGREES > WS-RGC-LON-MAX(WS-EXP-RG-IX)
                 MOVE "N" TO WS-EXP-SELECT-SWITCH
             END-IF
         END-IF.
         IF NOT WS-EXP-SELECTED
             ADD 1 TO WS-EXP-WP-SKIPPED
             GO TO EXP-WAYPOINT-PARA-EXIT
         END-IF.

         MOVE WP-NAME TO WS-EXP-RAW-NAME.
         PERFORM EXP-ESCAPE-PARA THRU EXP-ESCAPE-PARA-EXIT.
         MOVE WP-LAT-DEGREES TO WS-EXP-LAT.
         MOVE WP-LON-DEGREES TO WS-EXP-LON.
         PERFORM EXP-LATLON-PARA THRU EXP-LATLON-PARA-EXIT.

         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING '  <wpt lat="' WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             '" lon="' WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN)
                 DELIMITED BY SIZE
             '">' DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING "    <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "  </wpt>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE "      <Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "        <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "        <Point><coordinates>" DELIMITED BY SIZE
             WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN) DELIMITED BY SIZE
             "," WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             ",0</coordinates></Point>" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      </Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         ADD 1 TO WS-EXP-WP-WRITTEN.
         EXP-WAYPOINT-PARA-EXIT.
         EXIT.

      * The route as a GPX <rte> and a KML line string, legs in
      * sequence order; ROUTEMST was positioned by the open above
         EXP-ROUTE-PARA.
         MOVE WS-EXP-ROUTE TO WS-EXP-RAW-NAME.
         PERFORM EXP-ESCAPE-PARA THRU EXP-ESCAPE-PARA-EXIT.
         MOVE "  <rte>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING "    <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE "    <Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      <name>Routes</name>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      <Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "        <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "        <LineString>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "          <tessellate>1</tessellate>" TO
             KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "          <coordinates>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

         MOVE "N" TO WS-RTE-EOF-SWITCH.
         PERFORM EXP-ROUTE-LEG-PARA THRU EXP-ROUTE-LEG-PARA-EXIT
             UNTIL WS-RTE-EOF.
         PERFORM ROUTE-CLOSE-SOURCE-PARA THRU
             ROUTE-CLOSE-SOURCE-PARA-EXIT.

         MOVE "  </rte>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "          </coordinates>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "        </LineString>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      </Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "    </Folder>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         EXP-ROUTE-PARA-EXIT.
         EXIT.

         EXP-ROUTE-LEG-PARA.
         PERFORM ROUTE-NEXT-NAME-PARA THRU ROUTE-NEXT-NAME-PARA-EXIT.
         IF WS-RTE-EOF
             GO TO EXP-ROUTE-LEG-PARA-EXIT
         END-IF.
         ADD 1 TO WS-EXP-LEG-READ.
         MOVE WS-RTE-NEXT-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF NOT WS-WP-FOUND
             DISPLAY "    Route leg waypoint "WS-RTE-NEXT-NAME
                 " is not on WAYPTMST -- leg left out."
             ADD 1 TO WS-EXP-LEG-MISSING
             GO TO EXP-ROUTE-LEG-PARA-EXIT
         END-IF.

         MOVE WP-NAME TO WS-EXP-RAW-NAME.
         PERFORM EXP-ESCAPE-PARA THRU EXP-ESCAPE-PARA-EXIT.
         MOVE WP-LAT-DEGREES TO WS-EXP-LAT.
         MOVE WP-LON-DEGREES TO WS-EXP-LON.
         PERFORM EXP-LATLON-PARA THRU EXP-LATLON-PARA-EXIT.

         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING '    <rtept lat="' WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             '" lon="' WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN)
                 DELIMITED BY SIZE
             '">' DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING "      <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "    </rtept>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "            " WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN)
                 DELIMITED BY SIZE
             "," WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             ",0" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         ADD 1 TO WS-EXP-LEG-WRITTEN.
         EXP-ROUTE-LEG-PARA-EXIT.
         EXIT.

      * A region rectangle as a closed GPX track and a KML polygon,
      * corners taken anticlockwise from the south-west
         EXP-REGION-PARA.
         ADD 1 TO WS-EXP-RG-READ.
         MOVE WS-RGC-NAME(WS-RGC-IX) TO WS-EXP-RAW-NAME.
         PERFORM EXP-ESCAPE-PARA THRU EXP-ESCAPE-PARA-EXIT.

         MOVE "  <trk>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING "    <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "    <type>REGION</type>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "    <trkseg>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE "      <Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "        <name>" WS-EXP-ESC-NAME(1:WS-EXP-ESC-LEN)
                 DELIMITED BY SIZE
             "</name>" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "        <Polygon>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "          <outerBoundaryIs>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "            <LinearRing>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "              <coordinates>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.

         MOVE WS-RGC-LAT-MIN(WS-RGC-IX) TO WS-EXP-LAT.
         MOVE WS-RGC-LON-MIN(WS-RGC-IX) TO WS-EXP-LON.
         PERFORM EXP-REGION-CORNER-PARA THRU
             EXP-REGION-CORNER-PARA-EXIT.
         MOVE WS-RGC-LON-MAX(WS-RGC-IX) TO WS-EXP-LON.
         PERFORM EXP-REGION-CORNER-PARA THRU
             EXP-REGION-CORNER-PARA-EXIT.
         MOVE WS-RGC-LAT-MAX(WS-RGC-IX) TO WS-EXP-LAT.
         PERFORM EXP-REGION-CORNER-PARA THRU
             EXP-REGION-CORNER-PARA-EXIT.
         MOVE WS-RGC-LON-MIN(WS-RGC-IX) TO WS-EXP-LON.
         PERFORM EXP-REGION-CORNER-PARA THRU
             EXP-REGION-CORNER-PARA-EXIT.
         MOVE WS-RGC-LAT-MIN(WS-RGC-IX) TO WS-EXP-LAT.
         PERFORM EXP-REGION-CORNER-PARA THRU
             EXP-REGION-CORNER-PARA-EXIT.

         MOVE "    </trkseg>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE "  </trk>" TO GPX-EXPORT-RECORD.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.

         MOVE "              </coordinates>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "            </LinearRing>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "          </outerBoundaryIs>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "        </Polygon>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         MOVE "      </Placemark>" TO KML-EXPORT-RECORD.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         ADD 1 TO WS-EXP-RG-WRITTEN.
         ADD 1 TO WS-RGC-IX.
         EXP-REGION-PARA-EXIT.
         EXIT.

         EXP-REGION-CORNER-PARA.
         PERFORM EXP-LATLON-PARA THRU EXP-LATLON-PARA-EXIT.
         MOVE SPACES TO GPX-EXPORT-RECORD.
         STRING '      <trkpt lat="' WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             '" lon="' WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN)
                 DELIMITED BY SIZE
             '"/>' DELIMITED BY SIZE
             INTO GPX-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-GPX-PARA THRU EXP-WRITE-GPX-PARA-EXIT.
         MOVE SPACES TO KML-EXPORT-RECORD.
         STRING "                " WS-EXP-LON-TEXT(1:WS-EXP-LON-LEN)
                 DELIMITED BY SIZE
             "," WS-EXP-LAT-TEXT(1:WS-EXP-LAT-LEN)
                 DELIMITED BY SIZE
             ",0" DELIMITED BY SIZE
             INTO KML-EXPORT-RECORD
         END-STRING.
         PERFORM EXP-WRITE-KML-PARA THRU EXP-WRITE-KML-PARA-EXIT.
         EXP-REGION-CORNER-PARA-EXIT.
         EXIT.

      * Significant length of WS-EXP-RAW-NAME (trailing spaces off)
         EXP-NAME-LENGTH-PARA.
         MOVE ZERO TO WS-EXP-RAW-LEN.
         IF WS-EXP-RAW-NAME = SPACES
             GO TO EXP-NAME-LENGTH-PARA-EXIT
         END-IF.
         MOVE 20 TO WS-EXP-RAW-LEN.
         PERFORM EXP-NAME-LENGTH-STEP-PARA THRU
             EXP-NAME-LENGTH-STEP-PARA-EXIT
             UNTIL WS-EXP-RAW-NAME(WS-EXP-RAW-LEN:1) NOT = SPACE.
         EXP-NAME-LENGTH-PARA-EXIT.
         EXIT.

         EXP-NAME-LENGTH-STEP-PARA.
         SUBTRACT 1 FROM WS-EXP-RAW-LEN.
         EXP-NAME-LENGTH-STEP-PARA-EXIT.
         EXIT.

      * WS-EXP-RAW-NAME to WS-EXP-ESC-NAME with the five XML
      * special characters replaced by their entity references
         EXP-ESCAPE-PARA.
         PERFORM EXP-NAME-LENGTH-PARA THRU EXP-NAME-LENGTH-PARA-EXIT.
         MOVE SPACES TO WS-EXP-ESC-NAME.
         MOVE ZERO TO WS-EXP-ESC-LEN.
         MOVE 1 TO WS-EXP-RAW-IX.
         PERFORM EXP-ESCAPE-CHAR-PARA THRU EXP-ESCAPE-CHAR-PARA-EXIT
             UNTIL WS-EXP-RAW-IX > WS-EXP-RAW-LEN.
         IF WS-EXP-ESC-LEN = ZERO
             MOVE 1 TO WS-EXP-ESC-LEN
         END-IF.
         EXP-ESCAPE-PARA-EXIT.
         EXIT.

         EXP-ESCAPE-CHAR-PARA.
         MOVE WS-EXP-RAW-NAME(WS-EXP-RAW-IX:1) TO WS-EXP-CHAR.
           EVALUATE WS-EXP-CHAR
               WHEN "&"
                   MOVE "&amp;" TO WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:5)
                   ADD 5 TO WS-EXP-ESC-LEN
               WHEN "<"
                   MOVE "&lt;" TO WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:4)
                   ADD 4 TO WS-EXP-ESC-LEN
               WHEN ">"
                   MOVE "&gt;" TO WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:4)
                   ADD 4 TO WS-EXP-ESC-LEN
               WHEN '"'
                   MOVE "&quot;" TO
                       WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:6)
                   ADD 6 TO WS-EXP-ESC-LEN
               WHEN "'"
                   MOVE "&apos;" TO
                       WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:6)
                   ADD 6 TO WS-EXP-ESC-LEN
               WHEN OTHER
                   MOVE WS-EXP-CHAR TO
                       WS-EXP-ESC-NAME(WS-EXP-ESC-LEN + 1:1)
                   ADD 1 TO WS-EXP-ESC-LEN
           END-EVALUATE.
         ADD 1 TO WS-EXP-RAW-IX.
         EXP-ESCAPE-CHAR-PARA-EXIT.
         EXIT.

      * WS-EXP-LAT / WS-EXP-LON as unpadded signed decimal text
         EXP-LATLON-PARA.
         MOVE WS-EXP-LAT TO WS-EXP-COORD.
         PERFORM EXP-FORMAT-COORD-PARA THRU EXP-FORMAT-COORD-PARA-EXIT.
         COMPUTE WS-EXP-LAT-LEN = 9 - WS-EXP-COORD-LEAD.
         MOVE WS-EXP-COORD-TEXT(WS-EXP-COORD-LEAD + 1:WS-EXP-LAT-LEN)
             TO WS-EXP-LAT-TEXT.
         MOVE WS-EXP-LON TO WS-EXP-COORD.
         PERFORM EXP-FORMAT-COORD-PARA THRU EXP-FORMAT-COORD-PARA-EXIT.
         COMPUTE WS-EXP-LON-LEN = 9 - WS-EXP-COORD-LEAD.
         MOVE WS-EXP-COORD-TEXT(WS-EXP-COORD-LEAD + 1:WS-EXP-LON-LEN)
             TO WS-EXP-LON-TEXT.
         EXP-LATLON-PARA-EXIT.
         EXIT.

         EXP-FORMAT-COORD-PARA.
         MOVE WS-EXP-COORD TO WS-EXP-COORD-EDIT.
         MOVE WS-EXP-COORD-EDIT TO WS-EXP-COORD-TEXT.
         MOVE ZERO TO WS-EXP-COORD-LEAD.
         INSPECT WS-EXP-COORD-TEXT TALLYING WS-EXP-COORD-LEAD
             FOR LEADING SPACE.
         EXP-FORMAT-COORD-PARA-EXIT.
         EXIT.

         EXP-WRITE-GPX-PARA.
         WRITE GPX-EXPORT-RECORD.
         IF WS-FS-GPX-OUT NOT = "00"
             ADD 1 TO WS-EXP-WRITE-ERRORS
         END-IF.
         EXP-WRITE-GPX-PARA-EXIT.
         EXIT.

         EXP-WRITE-KML-PARA.
         WRITE KML-EXPORT-RECORD.
         IF WS-FS-KML-OUT NOT = "00"
             ADD 1 TO WS-EXP-WRITE-ERRORS
         END-IF.
         EXP-WRITE-KML-PARA-EXIT.
         EXIT.



      * Region master audit for the survey office.  RGC-SCAN-PARA
      * takes the first region in key order that contains a point,
      * so overlapping rectangles make the classifier's tag depend
      * on key order.  This lists every overlapping pair with the
      * shared rectangle, then classifies every WAYPTMST waypoint
      * against all regions: waypoints in no region and in more
      * than one are listed, and the count per region is printed.
      * Edges are inclusive, exactly as the classifier treats them.
         RGA-RUN-PARA.
         MOVE ZERO TO WS-RGA-PAIRS.
         MOVE ZERO TO WS-RGA-WP-READ.
         MOVE ZERO TO WS-RGA-IN-ONE.
         MOVE ZERO TO WS-RGA-IN-NONE.
         MOVE ZERO TO WS-RGA-IN-MULTI.
         MOVE ZERO TO WS-RGA-EMPTY.
         MOVE ZEROS TO WS-RGA-COUNT-TABLE.
         MOVE ZERO TO WS-RGC-REGION-COUNT.
         MOVE "N" TO WS-RGN-EOF-SWITCH.
         MOVE "N" TO WS-RGA-EOF-SWITCH.

         OPEN INPUT REGION-MASTER.
         IF WS-FS-REGION NOT = "00"
             DISPLAY "    Unable to open REGNMST, status "
                 WS-FS-REGION
             MOVE 16 TO RETURN-CODE
             GO TO RGA-RUN-PARA-EXIT
         END-IF.
         PERFORM RGC-LOAD-REGION-PARA THRU
             RGC-LOAD-REGION-PARA-EXIT
             UNTIL WS-RGN-EOF.
         CLOSE REGION-MASTER.
         IF WS-RGC-REGION-COUNT = ZERO
             DISPLAY "    No regions are defined on REGNMST."
             MOVE 16 TO RETURN-CODE
             GO TO RGA-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             MOVE 16 TO RETURN-CODE
             GO TO RGA-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT REGION-AUDIT-FILE.
         IF WS-FS-RGN-AUDIT NOT = "00"
             DISPLAY "    Unable to open RGAUDIT, status "
                 WS-FS-RGN-AUDIT
             CLOSE WAYPOINT-MASTER
             MOVE 16 TO RETURN-CODE
             GO TO RGA-RUN-PARA-EXIT
         END-IF.

         MOVE "REGION MASTER OVERLAP AND COVERAGE AUDIT" TO
             REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE "OVERLAPPING REGION PAIRS AND THE SHARED RECTANGLE" TO
             REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE 1 TO WS-RGA-IX.
         PERFORM RGA-OVERLAP-OUTER-PARA THRU
             RGA-OVERLAP-OUTER-PARA-EXIT
             UNTIL WS-RGA-IX >= WS-RGC-REGION-COUNT.
         IF WS-RGA-PAIRS = ZERO
             MOVE "  NO REGIONS OVERLAP" TO REGION-AUDIT-RECORD
             WRITE REGION-AUDIT-RECORD
         END-IF.

         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE "WAYPOINTS IN NO REGION OR IN MORE THAN ONE" TO
             REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         STRING "WAYPOINT              LATITUDE LONGITUDE  "
                 DELIMITED BY SIZE
             "CONDITION" DELIMITED BY SIZE
             INTO REGION-AUDIT-RECORD
         END-STRING.
         WRITE REGION-AUDIT-RECORD.
         PERFORM RGA-WAYPOINT-PARA THRU RGA-WAYPOINT-PARA-EXIT
             UNTIL WS-RGA-EOF.
         CLOSE WAYPOINT-MASTER.
         IF WS-RGA-IN-NONE = ZERO AND WS-RGA-IN-MULTI = ZERO
             MOVE "  EVERY WAYPOINT IS IN EXACTLY ONE REGION" TO
                 REGION-AUDIT-RECORD
             WRITE REGION-AUDIT-RECORD
         END-IF.

         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE "WAYPOINTS PER REGION" TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE 1 TO WS-RGA-IX.
         PERFORM RGA-COUNT-LINE-PARA THRU RGA-COUNT-LINE-PARA-EXIT
             UNTIL WS-RGA-IX > WS-RGC-REGION-COUNT.

         MOVE SPACES TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         MOVE WS-RGC-REGION-COUNT TO WS-RGA-REGIONS.
         STRING "REGIONS " DELIMITED BY SIZE
             WS-RGA-REGIONS DELIMITED BY SIZE
             "  OVERLAPPING PAIRS " DELIMITED BY SIZE
             WS-RGA-PAIRS DELIMITED BY SIZE
             "  EMPTY REGIONS " DELIMITED BY SIZE
             WS-RGA-EMPTY DELIMITED BY SIZE
             INTO REGION-AUDIT-RECORD
         END-STRING.
         WRITE REGION-AUDIT-RECORD.
         MOVE SPACES TO REGION-AUDIT-RECORD.
         STRING "WAYPOINTS " DELIMITED BY SIZE
             WS-RGA-WP-READ DELIMITED BY SIZE
             "  IN ONE " DELIMITED BY SIZE
             WS-RGA-IN-ONE DELIMITED BY SIZE
             "  IN NONE " DELIMITED BY SIZE
             WS-RGA-IN-NONE DELIMITED BY SIZE
             "  IN SEVERAL " DELIMITED BY SIZE
             WS-RGA-IN-MULTI DELIMITED BY SIZE
             INTO REGION-AUDIT-RECORD
         END-STRING.
         WRITE REGION-AUDIT-RECORD.
         CLOSE REGION-AUDIT-FILE.

         DISPLAY "    --- Region audit control totals ---".
         DISPLAY "    Regions         : "WS-RGC-REGION-COUNT.
         DISPLAY "    Overlapping     : "WS-RGA-PAIRS.
         DISPLAY "    Waypoints read  : "WS-RGA-WP-READ.
         DISPLAY "    In one region   : "WS-RGA-IN-ONE.
         DISPLAY "    In no region    : "WS-RGA-IN-NONE.
         DISPLAY "    In several      : "WS-RGA-IN-MULTI.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "RGNAUDIT" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         MOVE WS-RGA-PAIRS TO WS-RGA-LOG-PAIRS.
         MOVE WS-RGA-IN-NONE TO WS-RGA-LOG-NONE.
         MOVE WS-RGA-IN-MULTI TO WS-RGA-LOG-MULTI.
         STRING "SUMMARY READ=" WS-RGA-WP-READ
                 DELIMITED BY SIZE
             " OVL=" DELIMITED BY SIZE
             WS-RGA-LOG-PAIRS DELIMITED BY SIZE
             " OUT=" DELIMITED BY SIZE
             WS-RGA-LOG-NONE DELIMITED BY SIZE
             " MUL=" DELIMITED BY SIZE
             WS-RGA-LOG-MULTI DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-RGA-WP-READ NOT =
             WS-RGA-IN-ONE + WS-RGA-IN-NONE + WS-RGA-IN-MULTI
             DISPLAY "    AUDIT OUT OF BALANCE."
             MOVE 8 TO RETURN-CODE
             GO TO RGA-RUN-PARA-EXIT
         END-IF.
         IF WS-RGA-PAIRS > ZERO
             OR WS-RGA-IN-NONE > ZERO
             OR WS-RGA-IN-MULTI > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         RGA-RUN-PARA-EXIT.
         EXIT.

         RGA-OVERLAP-OUTER-PARA.
         COMPUTE WS-RGA-JX = WS-RGA-IX + 1.
         PERFORM RGA-OVERLAP-PAIR-PARA THRU RGA-OVERLAP-PAIR-PARA-EXIT
             UNTIL WS-RGA-JX > WS-RGC-REGION-COUNT.
         ADD 1 TO WS-RGA-IX.
         RGA-OVERLAP-OUTER-PARA-EXIT.
         EXIT.

      * Two boxes share a rectangle when the larger of the minimums
      * does not pass the smaller of the maximums on both axes
         RGA-OVERLAP-PAIR-PARA.
         MOVE WS-RGC-LAT-MIN(WS-RGA-IX) TO WS-RGA-OVL-LAT-MIN.
         IF WS-RGC-LAT-MIN(WS-RGA-JX) > WS-RGA-OVL-LAT-MIN
             MOVE WS-RGC-LAT-MIN(WS-RGA-JX) TO WS-RGA-OVL-LAT-MIN
         END-IF.
         MOVE WS-RGC-LAT-MAX(WS-RGA-IX) TO WS-RGA-OVL-LAT-MAX.
         IF WS-RGC-LAT-MAX(WS-RGA-JX) < WS-RGA-OVL-LAT-MAX
             MOVE WS-RGC-LAT-MAX(WS-RGA-JX) TO WS-RGA-OVL-LAT-MAX
         END-IF.
         MOVE WS-RGC-LON-MIN(WS-RGA-IX) TO WS-RGA-OVL-LON-MIN.
         IF WS-RGC-LON-MIN(WS-RGA-JX) > WS-RGA-OVL-LON-MIN
             MOVE WS-RGC-LON-MIN(WS-RGA-JX) TO WS-RGA-OVL-LON-MIN
         END-IF.
         MOVE WS-RGC-LON-MAX(WS-RGA-IX) TO WS-RGA-OVL-LON-MAX.
         IF WS-RGC-LON-MAX(WS-RGA-JX) < WS-RGA-OVL-LON-MAX
             MOVE WS-RGC-LON-MAX(WS-RGA-JX) TO WS-RGA-OVL-LON-MAX
         END-IF.
         IF WS-RGA-OVL-LAT-MIN > WS-RGA-OVL-LAT-MAX
             OR WS-RGA-OVL-LON-MIN > WS-RGA-OVL-LON-MAX
             GO TO RGA-OVERLAP-PAIR-NEXT
         END-IF.

         ADD 1 TO WS-RGA-PAIRS.
         MOVE WS-RGC-NAME(WS-RGA-IX) TO WS-RGA-PR-NAME-A.
         MOVE WS-RGC-NAME(WS-RGA-JX) TO WS-RGA-PR-NAME-B.
         MOVE WS-RGA-PAIR-LINE TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         MOVE WS-RGA-OVL-LAT-MIN TO WS-RGA-RC-LAT-MIN.
         MOVE WS-RGA-OVL-LAT-MAX TO WS-RGA-RC-LAT-MAX.
         MOVE WS-RGA-OVL-LON-MIN TO WS-RGA-RC-LON-MIN.
         MOVE WS-RGA-OVL-LON-MAX TO WS-RGA-RC-LON-MAX.
         MOVE WS-RGA-RECT-LINE TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         RGA-OVERLAP-PAIR-NEXT.
         ADD 1 TO WS-RGA-JX.
         RGA-OVERLAP-PAIR-PARA-EXIT.
         EXIT.

         RGA-WAYPOINT-PARA.
         READ WAYPOINT-MASTER NEXT RECORD
             AT END
                 MOVE "Y" TO WS-RGA-EOF-SWITCH
                 GO TO RGA-WAYPOINT-PARA-EXIT
         END-READ.
         ADD 1 TO WS-RGA-WP-READ.
         MOVE WP-LAT-DEGREES TO WS-RGC-LAT-SIGNED.
         MOVE WP-LON-DEGREES TO WS-RGC-LON-SIGNED.
         MOVE ZERO TO WS-RGA-HITS.
         MOVE 1 TO WS-RGA-IX.
         PERFORM RGA-CONTAINS-PARA THRU RGA-CONTAINS-PARA-EXIT
             UNTIL WS-RGA-IX > WS-RGC-REGION-COUNT.

         IF WS-RGA-HITS = 1
             ADD 1 TO WS-RGA-IN-ONE
             GO TO RGA-WAYPOINT-PARA-EXIT
         END-IF.
         MOVE SPACES TO WS-RGA-WL-TEXT.
         IF WS-RGA-HITS = ZERO
             ADD 1 TO WS-RGA-IN-NONE
             MOVE "IN NO REGION" TO WS-RGA-WL-TEXT
         ELSE
             ADD 1 TO WS-RGA-IN-MULTI
             MOVE WS-RGA-HITS TO WS-RGA-HITS-EDIT
             STRING "IN " WS-RGA-HITS-EDIT " REGIONS"
                 DELIMITED BY SIZE
                 INTO WS-RGA-WL-TEXT
             END-STRING
         END-IF.
         MOVE WP-NAME TO WS-RGA-WL-NAME.
         MOVE WP-LAT-DEGREES TO WS-RGA-WL-LAT.
         MOVE WP-LON-DEGREES TO WS-RGA-WL-LON.
         MOVE WS-RGA-WP-LINE TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         IF WS-RGA-HITS > 1
             MOVE 1 TO WS-RGA-IX
             PERFORM RGA-LIST-REGION-PARA THRU
                 RGA-LIST-REGION-PARA-EXIT
                 UNTIL WS-RGA-IX > WS-RGC-REGION-COUNT
         END-IF.
         RGA-WAYPOINT-PARA-EXIT.
         EXIT.

      * Same inclusive test as RGC-SCAN-PARA, but every region is
      * tried and each one that contains the point is counted
         RGA-CONTAINS-PARA.
         IF WS-RGC-LAT-SIGNED >= WS-RGC-LAT-MIN(WS-RGA-IX)
             AND WS-RGC-LAT-SIGNED <= WS-RGC-LAT-MAX(WS-RGA-IX)
             AND WS-RGC-LON-SIGNED >= WS-RGC-LON-MIN(WS-RGA-IX)
             AND WS-RGC-LON-SIGNED <= WS-RGC-LON-MAX(WS-RGA-IX)
             ADD 1 TO WS-RGA-HITS
             ADD 1 TO WS-RGA-WP-COUNT(WS-RGA-IX)
         END-IF.
         ADD 1 TO WS-RGA-IX.
         RGA-CONTAINS-PARA-EXIT.
         EXIT.

         RGA-LIST-REGION-PARA.
         IF WS-RGC-LAT-SIGNED >= WS-RGC-LAT-MIN(WS-RGA-IX)
             AND WS-RGC-LAT-SIGNED <= WS-RGC-LAT-MAX(WS-RGA-IX)
             AND WS-RGC-LON-SIGNED >= WS-RGC-LON-MIN(WS-RGA-IX)
             AND WS-RGC-LON-SIGNED <= WS-RGC-LON-MAX(WS-RGA-IX)
             MOVE SPACES TO REGION-AUDIT-RECORD
             STRING "      IN " WS-RGC-NAME(WS-RGA-IX)
                 DELIMITED BY SIZE
                 INTO REGION-AUDIT-RECORD
             END-STRING
             WRITE REGION-AUDIT-RECORD
         END-IF.
         ADD 1 TO WS-RGA-IX.
         RGA-LIST-REGION-PARA-EXIT.
         EXIT.

         RGA-COUNT-LINE-PARA.
         MOVE WS-RGC-NAME(WS-RGA-IX) TO WS-RGA-CL-NAME.
         MOVE WS-RGA-WP-COUNT(WS-RGA-IX) TO WS-RGA-CL-COUNT.
         MOVE SPACES TO WS-RGA-CL-TEXT.
         IF WS-RGA-WP-COUNT(WS-RGA-IX) = ZERO
             ADD 1 TO WS-RGA-EMPTY
             MOVE "NO WAYPOINTS" TO WS-RGA-CL-TEXT
         END-IF.
         MOVE WS-RGA-COUNT-LINE TO REGION-AUDIT-RECORD.
         WRITE REGION-AUDIT-RECORD.
         ADD 1 TO WS-RGA-IX.
         RGA-COUNT-LINE-PARA-EXIT.
         EXIT.



      * Operator security load: the OPERIN flat file is the complete
      * list of operators and the maintenance functions each may use.
      * It is validated and written to a rebuilt OPERSEC, so an
      * operator left off the file loses access at the next load.
      * Passwords are never displayed or logged.
         OPL-RUN-PARA.
         MOVE ZERO TO WS-OPL-RECORDS-READ.
         MOVE ZERO TO WS-OPL-LOADED.
         MOVE ZERO TO WS-OPL-REJECTED.
         MOVE "N" TO WS-OPL-EOF-SWITCH.

         OPEN INPUT OPERATOR-LOAD-FILE.
         IF WS-FS-OPER-IN NOT = "00"
             DISPLAY "    Unable to open OPERIN, status "
                 WS-FS-OPER-IN
             MOVE 16 TO RETURN-CODE
             GO TO OPL-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT OPERATOR-SECURITY-FILE.
         IF WS-FS-OPER-SEC NOT = "00"
             DISPLAY "    Unable to open OPERSEC, status "
                 WS-FS-OPER-SEC
             CLOSE OPERATOR-LOAD-FILE
             MOVE 16 TO RETURN-CODE
             GO TO OPL-RUN-PARA-EXIT
         END-IF.
         CLOSE OPERATOR-SECURITY-FILE.
         OPEN I-O OPERATOR-SECURITY-FILE.
         IF WS-FS-OPER-SEC NOT = "00"
             DISPLAY "    Unable to re-open OPERSEC, status "
                 WS-FS-OPER-SEC
             CLOSE OPERATOR-LOAD-FILE
             MOVE 16 TO RETURN-CODE
             GO TO OPL-RUN-PARA-EXIT
         END-IF.

         PERFORM OPL-RECORD-PARA THRU OPL-RECORD-PARA-EXIT
             UNTIL WS-OPL-EOF.

         CLOSE OPERATOR-LOAD-FILE.
         CLOSE OPERATOR-SECURITY-FILE.

         DISPLAY "    --- Operator security load control totals ---".
         DISPLAY "    Records read     : "WS-OPL-RECORDS-READ.
         DISPLAY "    Operators loaded : "WS-OPL-LOADED.
         DISPLAY "    Rejected         : "WS-OPL-REJECTED.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "OPERLOAD" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY READ=" WS-OPL-RECORDS-READ
                 DELIMITED BY SIZE
             " OK=" DELIMITED BY SIZE
             WS-OPL-LOADED DELIMITED BY SIZE
             " REJ=" DELIMITED BY SIZE
             WS-OPL-REJECTED DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-OPL-REJECTED > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         OPL-RUN-PARA-EXIT.
         EXIT.

         OPL-RECORD-PARA.
         READ OPERATOR-LOAD-FILE
             AT END
                 MOVE "Y" TO WS-OPL-EOF-SWITCH
                 GO TO OPL-RECORD-PARA-EXIT
         END-READ.
         ADD 1 TO WS-OPL-RECORDS-READ.

         MOVE "Y" TO WS-OPL-VALID-SWITCH.
         IF OL-OPERATOR-ID = SPACES OR OL-PASSWORD = SPACES
             MOVE "N" TO WS-OPL-VALID-SWITCH
         END-IF.
         IF (OL-AUTH-WAYPOINT NOT = "Y" AND NOT = "N")
             OR (OL-AUTH-REGION NOT = "Y" AND NOT = "N")
             OR (OL-AUTH-DECLINATION NOT = "Y" AND NOT = "N")
             OR (OL-AUTH-ROUTE NOT = "Y" AND NOT = "N")
             OR (OL-AUTH-DATUM NOT = "Y" AND NOT = "N")
             MOVE "N" TO WS-OPL-VALID-SWITCH
         END-IF.
         IF OL-STATUS NOT = "A" AND OL-STATUS NOT = "S"
             MOVE "N" TO WS-OPL-VALID-SWITCH
         END-IF.
         IF NOT WS-OPL-VALID
             DISPLAY "    Operator record "WS-OPL-RECORDS-READ
                 " rejected -- invalid ID, password, flag or status."
             ADD 1 TO WS-OPL-REJECTED
             GO TO OPL-RECORD-PARA-EXIT
         END-IF.

         MOVE SPACES TO OPERATOR-SECURITY-RECORD.
         MOVE FUNCTION UPPER-CASE(OL-OPERATOR-ID) TO OS-OPERATOR-ID.
         MOVE OL-OPERATOR-NAME TO OS-OPERATOR-NAME.
         MOVE OL-PASSWORD TO OS-PASSWORD.
         MOVE OL-AUTH-WAYPOINT TO OS-AUTH-WAYPOINT.
         MOVE OL-AUTH-REGION TO OS-AUTH-REGION.
         MOVE OL-AUTH-DECLINATION TO OS-AUTH-DECLINATION.
         MOVE OL-AUTH-ROUTE TO OS-AUTH-ROUTE.
         MOVE OL-AUTH-DATUM TO OS-AUTH-DATUM.
         MOVE OL-STATUS TO OS-STATUS.
         WRITE OPERATOR-SECURITY-RECORD
             INVALID KEY
                 DISPLAY "    Operator "OS-OPERATOR-ID
                     " rejected -- duplicate ID."
                 ADD 1 TO WS-OPL-REJECTED
                 GO TO OPL-RECORD-PARA-EXIT
         END-WRITE.
         ADD 1 TO WS-OPL-LOADED.
         OPL-RECORD-PARA-EXIT.
         EXIT.



      * Survey traverse computation.  Each traverse on TRAVIN is run
      * out leg by leg from its starting waypoint with the direct
      * great-circle math, magnetic bearings being carried to true
      * through the declination table first.  The run is closed on
      * the closing waypoint, the linear and angular misclosure and
      * the precision ratio are reported, and the stations are
      * adjusted by the compass (Bowditch) rule and listed on
      * TRAVRPT in DMS.  The PARM gives the precision ratio a
      * traverse must reach (5000 for 1:5000, the default) and W to
      * have the new stations of every traverse that reaches it
      * written to WPLOAD for the bulk load.
         TRV-RUN-PARA.
         MOVE ZERO TO WS-TRV-RECORDS-READ.
         MOVE ZERO TO WS-TRV-TRAVERSES.
         MOVE ZERO TO WS-TRV-PASSED.
         MOVE ZERO TO WS-TRV-FAILED.
         MOVE ZERO TO WS-TRV-REJECTED.
         MOVE ZERO TO WS-TRV-BAD-RECORDS.
         MOVE ZERO TO WS-TRV-WRITTEN.
         MOVE "N" TO WS-TRV-EOF-SWITCH.
         MOVE "N" TO WS-TRV-ACTIVE-SWITCH.
         MOVE "N" TO WS-TRV-WPLOAD-SWITCH.
         MOVE 5000 TO WS-TRV-TOLERANCE.

         IF WS-PARM-VAL1 = "W"
             MOVE "Y" TO WS-TRV-WPLOAD-SWITCH
             MOVE SPACES TO WS-PARM-VAL1
         END-IF.
         IF WS-PARM-VAL2 = "W"
             MOVE "Y" TO WS-TRV-WPLOAD-SWITCH
         END-IF.
         IF WS-PARM-VAL1 NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-VAL1) NOT = 0
                 DISPLAY "    The tolerance must be the precision "
                     "ratio wanted, e.g. 5000 for 1:5000."
                 MOVE 16 TO RETURN-CODE
                 GO TO TRV-RUN-PARA-EXIT
             END-IF
             MOVE FUNCTION NUMVAL(WS-PARM-VAL1) TO WS-TRV-TOLERANCE
         END-IF.
         IF WS-TRV-TOLERANCE = ZERO
             DISPLAY "    The tolerance must be greater than zero."
             MOVE 16 TO RETURN-CODE
             GO TO TRV-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT TRAVERSE-IN-FILE.
         IF WS-FS-TRAV-IN NOT = "00"
             DISPLAY "    Unable to open TRAVIN, status "
                 WS-FS-TRAV-IN
             MOVE 16 TO RETURN-CODE
             GO TO TRV-RUN-PARA-EXIT
         END-IF.
         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             CLOSE TRAVERSE-IN-FILE
             MOVE 16 TO RETURN-CODE
             GO TO TRV-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT TRAVERSE-REPORT-FILE.
         IF WS-FS-TRAV-RPT NOT = "00"
             DISPLAY "    Unable to open TRAVRPT, status "
                 WS-FS-TRAV-RPT
             CLOSE TRAVERSE-IN-FILE
             CLOSE WAYPOINT-MASTER
             MOVE 16 TO RETURN-CODE
             GO TO TRV-RUN-PARA-EXIT
         END-IF.
         IF WS-TRV-WPLOAD
             OPEN OUTPUT WAYPOINT-LOAD-FILE
             IF WS-FS-WP-LOAD NOT = "00"
                 DISPLAY "    Unable to open WPLOAD, status "
                     WS-FS-WP-LOAD
                 CLOSE TRAVERSE-IN-FILE
                 CLOSE WAYPOINT-MASTER
                 CLOSE TRAVERSE-REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 GO TO TRV-RUN-PARA-EXIT
             END-IF
         END-IF.
         PERFORM DCL-OPEN-PARA THRU DCL-OPEN-PARA-EXIT.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.

         MOVE "SURVEY TRAVERSE COMPUTATION AND COMPASS-RULE ADJUSTMENT"
             TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         MOVE WS-TRV-TOLERANCE TO WS-TRV-TOL-VISUAL.
         IF WS-TRV-WPLOAD
             STRING "TOLERANCE 1:" WS-TRV-TOL-VISUAL
                     DELIMITED BY SIZE
                 "   STATIONS PASSING ARE WRITTEN TO WPLOAD"
                     DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         ELSE
             STRING "TOLERANCE 1:" WS-TRV-TOL-VISUAL
                 DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         END-IF.
         WRITE TRAVERSE-REPORT-RECORD.
         IF NOT WS-DCL-OPENED
             MOVE "DECLTAB NOT AVAILABLE -- MAGNETIC LEGS CANNOT BE RUN"
                 TO TRAVERSE-REPORT-RECORD
             WRITE TRAVERSE-REPORT-RECORD
         END-IF.

         PERFORM TRV-RECORD-PARA THRU TRV-RECORD-PARA-EXIT
             UNTIL WS-TRV-EOF.
         IF WS-TRV-ACTIVE
             MOVE "NO CLOSING RECORD" TO WS-TRV-REASON
             PERFORM TRV-REJECT-PARA THRU TRV-REJECT-PARA-EXIT
         END-IF.

         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "RECORDS " WS-TRV-RECORDS-READ DELIMITED BY SIZE
             "  TRAVERSES " WS-TRV-TRAVERSES DELIMITED BY SIZE
             "  WITHIN TOLERANCE " WS-TRV-PASSED DELIMITED BY SIZE
             "  OUTSIDE " WS-TRV-FAILED DELIMITED BY SIZE
             "  REJECTED " WS-TRV-REJECTED DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "BAD RECORDS " WS-TRV-BAD-RECORDS DELIMITED BY SIZE
             "  STATIONS WRITTEN TO WPLOAD " WS-TRV-WRITTEN
                 DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.

         CLOSE TRAVERSE-IN-FILE.
         CLOSE WAYPOINT-MASTER.
         CLOSE TRAVERSE-REPORT-FILE.
         IF WS-TRV-WPLOAD
             CLOSE WAYPOINT-LOAD-FILE
         END-IF.
         PERFORM DCL-CLOSE-PARA THRU DCL-CLOSE-PARA-EXIT.

         DISPLAY "    --- Survey traverse control totals ---".
         DISPLAY "    Records read     : "WS-TRV-RECORDS-READ.
         DISPLAY "    Traverses        : "WS-TRV-TRAVERSES.
         DISPLAY "    Within tolerance : "WS-TRV-PASSED.
         DISPLAY "    Outside          : "WS-TRV-FAILED.
         DISPLAY "    Rejected         : "WS-TRV-REJECTED.
         DISPLAY "    Bad records      : "WS-TRV-BAD-RECORDS.
         DISPLAY "    Stations written : "WS-TRV-WRITTEN.

         MOVE "TRAVERSE" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY READ=" WS-TRV-RECORDS-READ
                 DELIMITED BY SIZE
             " OK=" DELIMITED BY SIZE
             WS-TRV-PASSED DELIMITED BY SIZE
             " OUT=" DELIMITED BY SIZE
             WS-TRV-FAILED DELIMITED BY SIZE
             " REJ=" DELIMITED BY SIZE
             WS-TRV-REJECTED DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-TRV-TRAVERSES NOT =
             WS-TRV-PASSED + WS-TRV-FAILED + WS-TRV-REJECTED
             DISPLAY "    TRAVERSE TOTALS OUT OF BALANCE."
             MOVE 8 TO RETURN-CODE
             GO TO TRV-RUN-PARA-EXIT
         END-IF.
         IF WS-TRV-FAILED > ZERO
             OR WS-TRV-REJECTED > ZERO
             OR WS-TRV-BAD-RECORDS > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         TRV-RUN-PARA-EXIT.
         EXIT.

         TRV-RECORD-PARA.
         READ TRAVERSE-IN-FILE
             AT END
                 MOVE "Y" TO WS-TRV-EOF-SWITCH
                 GO TO TRV-RECORD-PARA-EXIT
         END-READ.
         ADD 1 TO WS-TRV-RECORDS-READ.
           EVALUATE TV-TYPE
               WHEN "S"
                   IF WS-TRV-ACTIVE
                       MOVE "NO CLOSING RECORD" TO WS-TRV-REASON
                       PERFORM TRV-REJECT-PARA THRU
                           TRV-REJECT-PARA-EXIT
                   END-IF
                   ADD 1 TO WS-TRV-TRAVERSES
                   MOVE "Y" TO WS-TRV-ACTIVE-SWITCH
                   MOVE TV-S-ID TO WS-TRV-ID
                   MOVE TV-S-WAYPOINT TO WS-TRV-START-NAME
                   MOVE ZERO TO WS-TRV-LEGS
                   MOVE SPACES TO WS-TRV-REASON
                   IF WS-TRV-ID = SPACES
                       MOVE "NO TRAVERSE ID" TO WS-TRV-REASON
                   END-IF
               WHEN "L"
                   IF WS-TRV-ACTIVE
                       PERFORM TRV-LEG-RECORD-PARA THRU
                           TRV-LEG-RECORD-PARA-EXIT
                   ELSE
                       MOVE "LEG OUTSIDE A TRAVERSE" TO
                           WS-TRV-BAD-TEXT
                       PERFORM TRV-BAD-RECORD-PARA THRU
                           TRV-BAD-RECORD-PARA-EXIT
                   END-IF
               WHEN "C"
                   IF WS-TRV-ACTIVE
                       PERFORM TRV-CLOSE-PARA THRU
                           TRV-CLOSE-PARA-EXIT
                       MOVE "N" TO WS-TRV-ACTIVE-SWITCH
                   ELSE
                       MOVE "CLOSE OUTSIDE A TRAVERSE" TO
                           WS-TRV-BAD-TEXT
                       PERFORM TRV-BAD-RECORD-PARA THRU
                           TRV-BAD-RECORD-PARA-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "RECORD TYPE NOT S, L OR C" TO
                       WS-TRV-BAD-TEXT
                   PERFORM TRV-BAD-RECORD-PARA THRU
                       TRV-BAD-RECORD-PARA-EXIT
           END-EVALUATE.
         TRV-RECORD-PARA-EXIT.
         EXIT.

      * A bad leg condemns its whole traverse; later legs of it are
      * passed over until the closing record reports the rejection
         TRV-LEG-RECORD-PARA.
         IF WS-TRV-REASON NOT = SPACES
             GO TO TRV-LEG-RECORD-PARA-EXIT
         END-IF.
         IF WS-TRV-LEGS >= 200
             MOVE "MORE THAN 200 LEGS" TO WS-TRV-REASON
             GO TO TRV-LEG-RECORD-PARA-EXIT
         END-IF.
         COMPUTE WS-TRV-LEG-NUMBER = WS-TRV-LEGS + 1.
         IF TV-L-BEARING NOT NUMERIC
             OR TV-L-BEARING NOT < 360
             STRING "LEG " WS-TRV-LEG-NUMBER " BEARING INVALID"
                 DELIMITED BY SIZE
                 INTO WS-TRV-REASON
             END-STRING
             GO TO TRV-LEG-RECORD-PARA-EXIT
         END-IF.
         IF TV-L-REFERENCE NOT = "M" AND TV-L-REFERENCE NOT = "T"
             STRING "LEG " WS-TRV-LEG-NUMBER " BEARING NOT M OR T"
                 DELIMITED BY SIZE
                 INTO WS-TRV-REASON
             END-STRING
             GO TO TRV-LEG-RECORD-PARA-EXIT
         END-IF.
         IF TV-L-DISTANCE NOT NUMERIC
             OR TV-L-DISTANCE = ZERO
             STRING "LEG " WS-TRV-LEG-NUMBER " DISTANCE INVALID"
                 DELIMITED BY SIZE
                 INTO WS-TRV-REASON
             END-STRING
             GO TO TRV-LEG-RECORD-PARA-EXIT
         END-IF.

         ADD 1 TO WS-TRV-LEGS.
         MOVE WS-TRV-LEGS TO WS-TRV-IX.
         IF TV-L-STATION = SPACES
             MOVE SPACES TO WS-TRV-T-NAME(WS-TRV-IX)
             STRING WS-TRV-ID DELIMITED BY SPACE
                 "-" WS-TRV-LEG-NUMBER DELIMITED BY SIZE
                 INTO WS-TRV-T-NAME(WS-TRV-IX)
             END-STRING
         ELSE
             MOVE TV-L-STATION TO WS-TRV-T-NAME(WS-TRV-IX)
         END-IF.
         MOVE TV-L-BEARING TO WS-TRV-T-BEARING-IN(WS-TRV-IX).
         MOVE TV-L-REFERENCE TO WS-TRV-T-REFERENCE(WS-TRV-IX).
         MOVE TV-L-DISTANCE TO WS-TRV-T-DIST-M(WS-TRV-IX).
         TRV-LEG-RECORD-PARA-EXIT.
         EXIT.

         TRV-BAD-RECORD-PARA.
         ADD 1 TO WS-TRV-BAD-RECORDS.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "** TRAVIN RECORD " WS-TRV-RECORDS-READ
                 DELIMITED BY SIZE
             " IGNORED -- " WS-TRV-BAD-TEXT DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         TRV-BAD-RECORD-PARA-EXIT.
         EXIT.

      * The closing record completes a traverse: the known points
      * are read, the legs run out, the closure measured and the
      * station listing printed
         TRV-CLOSE-PARA.
         MOVE TV-C-WAYPOINT TO WS-TRV-CLOSE-NAME.
         MOVE TV-C-REF-WAYPOINT TO WS-TRV-REF-NAME.
         MOVE TV-C-REFERENCE TO WS-TRV-REF-TYPE.
         IF WS-TRV-REASON = SPACES AND WS-TRV-LEGS = ZERO
             MOVE "NO LEGS" TO WS-TRV-REASON
         END-IF.
         IF WS-TRV-REASON = SPACES AND WS-TRV-REF-NAME NOT = SPACES
             IF TV-C-BEARING NOT NUMERIC
                 OR TV-C-BEARING NOT < 360
                 OR (WS-TRV-REF-TYPE NOT = "M"
                     AND WS-TRV-REF-TYPE NOT = "T")
                 MOVE "CLOSING REFERENCE BEARING INVALID" TO
                     WS-TRV-REASON
             ELSE
                 MOVE TV-C-BEARING TO WS-TRV-REF-BEARING
             END-IF
         END-IF.

         IF WS-TRV-REASON = SPACES
             MOVE WS-TRV-START-NAME TO WP-NAME
             PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT
             IF WS-WP-FOUND
                 MOVE WP-LAT-DEGREES TO WS-TRV-START-LAT
                 MOVE WP-LON-DEGREES TO WS-TRV-START-LON
             ELSE
                 MOVE "START WAYPOINT NOT ON WAYPTMST" TO
                     WS-TRV-REASON
             END-IF
         END-IF.
         IF WS-TRV-REASON = SPACES
             MOVE WS-TRV-CLOSE-NAME TO WP-NAME
             PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT
             IF WS-WP-FOUND
                 MOVE WP-LAT-DEGREES TO WS-TRV-CLOSE-LAT
                 MOVE WP-LON-DEGREES TO WS-TRV-CLOSE-LON
             ELSE
                 MOVE "CLOSING WAYPOINT NOT ON WAYPTMST" TO
                     WS-TRV-REASON
             END-IF
         END-IF.
         IF WS-TRV-REASON = SPACES AND WS-TRV-REF-NAME NOT = SPACES
             MOVE WS-TRV-REF-NAME TO WP-NAME
             PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT
             IF WS-WP-FOUND
                 MOVE WP-LAT-DEGREES TO WS-TRV-REF-LAT
                 MOVE WP-LON-DEGREES TO WS-TRV-REF-LON
             ELSE
                 MOVE "REFERENCE WAYPOINT NOT ON WAYPTMST" TO
                     WS-TRV-REASON
             END-IF
         END-IF.
         IF WS-TRV-REASON NOT = SPACES
             PERFORM TRV-REJECT-PARA THRU TRV-REJECT-PARA-EXIT
             GO TO TRV-CLOSE-PARA-EXIT
         END-IF.

         MOVE WS-TRV-START-LAT TO WS-TRV-PREV-LAT.
         MOVE WS-TRV-START-LON TO WS-TRV-PREV-LON.
         MOVE ZERO TO WS-TRV-LENGTH-M.
         MOVE 1 TO WS-TRV-IX.
         PERFORM TRV-LEG-PARA THRU TRV-LEG-PARA-EXIT
             UNTIL WS-TRV-IX > WS-TRV-LEGS
                 OR WS-TRV-REASON NOT = SPACES.
         IF WS-TRV-REASON NOT = SPACES
             PERFORM TRV-REJECT-PARA THRU TRV-REJECT-PARA-EXIT
             GO TO TRV-CLOSE-PARA-EXIT
         END-IF.
      * The last leg ends on the closing waypoint whatever it names
         MOVE WS-TRV-CLOSE-NAME TO WS-TRV-T-NAME(WS-TRV-LEGS).

      * Linear misclosure: where the legs put the closing waypoint
      * against where the master has it
         MOVE WS-TRV-T-LAT(WS-TRV-LEGS) TO WS-GEO-LAT1.
         MOVE WS-TRV-T-LON(WS-TRV-LEGS) TO WS-GEO-LON1.
         MOVE WS-TRV-CLOSE-LAT TO WS-GEO-LAT2.
         MOVE WS-TRV-CLOSE-LON TO WS-GEO-LON2.
         PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT.
         COMPUTE WS-TRV-MISCLOSE-M = WS-GEO-DIST-KM * 1000.
         MOVE WS-GEO-BEARING TO WS-TRV-MISCLOSE-BRG.
         IF WS-TRV-MISCLOSE-M < 0.001
             MOVE 99999999 TO WS-TRV-RATIO
         ELSE
             COMPUTE WS-TRV-RATIO =
                 WS-TRV-LENGTH-M / WS-TRV-MISCLOSE-M
             IF WS-TRV-RATIO > 99999999
                 MOVE 99999999 TO WS-TRV-RATIO
             END-IF
         END-IF.
         COMPUTE WS-TRV-RATIO-WHOLE = WS-TRV-RATIO.
         IF WS-TRV-RATIO-WHOLE NOT < WS-TRV-TOLERANCE
             MOVE "Y" TO WS-TRV-PASS-SWITCH
         ELSE
             MOVE "N" TO WS-TRV-PASS-SWITCH
         END-IF.
         PERFORM TRV-ANGULAR-PARA THRU TRV-ANGULAR-PARA-EXIT.

      * Compass rule: the closing error is shared out in proportion
      * to the distance run to each station
         COMPUTE WS-TRV-CORR-LAT =
             WS-TRV-CLOSE-LAT - WS-TRV-T-LAT(WS-TRV-LEGS).
         COMPUTE WS-TRV-CORR-LON =
             WS-TRV-CLOSE-LON - WS-TRV-T-LON(WS-TRV-LEGS).
         IF WS-TRV-CORR-LON > 180
             SUBTRACT 360 FROM WS-TRV-CORR-LON
         END-IF.
         IF WS-TRV-CORR-LON < -180
             ADD 360 TO WS-TRV-CORR-LON
         END-IF.

         PERFORM TRV-PRINT-PARA THRU TRV-PRINT-PARA-EXIT.

         IF WS-TRV-PASS
             ADD 1 TO WS-TRV-PASSED
             IF WS-TRV-WPLOAD
                 MOVE 1 TO WS-TRV-IX
                 PERFORM TRV-WPLOAD-PARA THRU TRV-WPLOAD-PARA-EXIT
                     UNTIL WS-TRV-IX >= WS-TRV-LEGS
             END-IF
         ELSE
             ADD 1 TO WS-TRV-FAILED
         END-IF.

         MOVE WS-TRV-LEGS TO WS-TRV-LEG-NUMBER.
         MOVE "TRAVERSE" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "ID=" WS-TRV-ID DELIMITED BY SIZE
             " L=" WS-TRV-LEG-NUMBER DELIMITED BY SIZE
             " MIS=" WS-TRV-MISCLOSE-VISUAL DELIMITED BY SIZE
             " 1:" WS-TRV-RATIO-WHOLE DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         IF WS-TRV-PASS
             MOVE "OK" TO WS-LOG-DETAIL(47:4)
         ELSE
             MOVE "FAIL" TO WS-LOG-DETAIL(47:4)
         END-IF.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         TRV-CLOSE-PARA-EXIT.
         EXIT.

      * One leg: a magnetic bearing takes the declination of the
      * cell the leg starts in, then the leg is run out on the true
      * bearing from the previous station
         TRV-LEG-PARA.
         MOVE WS-TRV-PREV-LAT TO WS-GEO-LAT1.
         MOVE WS-TRV-PREV-LON TO WS-GEO-LON1.
         IF WS-TRV-T-REFERENCE(WS-TRV-IX) = "M"
             MOVE WS-GEO-LAT1 TO WS-DCL-LAT
             MOVE WS-GEO-LON1 TO WS-DCL-LON
             PERFORM DCL-LOOKUP-PARA THRU DCL-LOOKUP-PARA-EXIT
             IF NOT WS-DCL-FOUND
                 MOVE WS-TRV-IX TO WS-TRV-LEG-NUMBER
                 STRING "NO DECLINATION FOR LEG " WS-TRV-LEG-NUMBER
                     DELIMITED BY SIZE
                     INTO WS-TRV-REASON
                 END-STRING
                 GO TO TRV-LEG-PARA-EXIT
             END-IF
             MOVE WS-TRV-T-BEARING-IN(WS-TRV-IX) TO WS-DCL-MAG
             PERFORM DCL-TRUE-PARA THRU DCL-TRUE-PARA-EXIT
         ELSE
             MOVE WS-TRV-T-BEARING-IN(WS-TRV-IX) TO WS-GEO-BEARING
         END-IF.
         MOVE WS-GEO-BEARING TO WS-TRV-T-TRUE(WS-TRV-IX).
         COMPUTE WS-GEO-DIST-KM = WS-TRV-T-DIST-M(WS-TRV-IX) / 1000.
         PERFORM GREAT-CIRCLE-DEST-PARA THRU
             GREAT-CIRCLE-DEST-PARA-EXIT.
         MOVE WS-GEO-LAT2 TO WS-TRV-T-LAT(WS-TRV-IX).
         MOVE WS-GEO-LON2 TO WS-TRV-T-LON(WS-TRV-IX).
         COMPUTE WS-TRV-LENGTH-M =
             WS-TRV-LENGTH-M + WS-TRV-T-DIST-M(WS-TRV-IX).
         MOVE WS-TRV-LENGTH-M TO WS-TRV-T-CUM-M(WS-TRV-IX).
         MOVE WS-GEO-LAT2 TO WS-TRV-PREV-LAT.
         MOVE WS-GEO-LON2 TO WS-TRV-PREV-LON.
         ADD 1 TO WS-TRV-IX.
         TRV-LEG-PARA-EXIT.
         EXIT.

      * Angular misclosure, as run minus as known, in seconds.  With
      * a closing reference it is the observed bearing to the
      * reference against the bearing the master gives; without one
      * it is the swing of the whole traverse about its start, which
      * a loop closing on its own start cannot show.
         TRV-ANGULAR-PARA.
         MOVE "N" TO WS-TRV-ANGLE-SWITCH.
         MOVE SPACES TO WS-TRV-ANGLE-TEXT.
         IF WS-TRV-REF-NAME NOT = SPACES
             MOVE WS-TRV-CLOSE-LAT TO WS-GEO-LAT1
             MOVE WS-TRV-CLOSE-LON TO WS-GEO-LON1
             MOVE WS-TRV-REF-LAT TO WS-GEO-LAT2
             MOVE WS-TRV-REF-LON TO WS-GEO-LON2
             PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT
             MOVE WS-GEO-BEARING TO WS-TRV-BRG-A
             IF WS-TRV-REF-TYPE = "M"
                 MOVE WS-TRV-CLOSE-LAT TO WS-DCL-LAT
                 MOVE WS-TRV-CLOSE-LON TO WS-DCL-LON
                 PERFORM DCL-LOOKUP-PARA THRU DCL-LOOKUP-PARA-EXIT
                 IF NOT WS-DCL-FOUND
                     MOVE "NOT OBSERVED -- NO DECLINATION"
                         TO WS-TRV-ANGLE-TEXT
                     GO TO TRV-ANGULAR-PARA-EXIT
                 END-IF
                 MOVE WS-TRV-REF-BEARING TO WS-DCL-MAG
                 PERFORM DCL-TRUE-PARA THRU DCL-TRUE-PARA-EXIT
             ELSE
                 MOVE WS-TRV-REF-BEARING TO WS-GEO-BEARING
             END-IF
             COMPUTE WS-TRV-ANGLE-SEC = WS-GEO-BEARING - WS-TRV-BRG-A
             MOVE "CLOSING REFERENCE" TO WS-TRV-ANGLE-TEXT
         ELSE
             IF WS-TRV-START-NAME = WS-TRV-CLOSE-NAME
                 MOVE "NOT OBSERVED -- LOOP" TO WS-TRV-ANGLE-TEXT
                 GO TO TRV-ANGULAR-PARA-EXIT
             END-IF
             MOVE WS-TRV-START-LAT TO WS-GEO-LAT1
             MOVE WS-TRV-START-LON TO WS-GEO-LON1
             MOVE WS-TRV-CLOSE-LAT TO WS-GEO-LAT2
             MOVE WS-TRV-CLOSE-LON TO WS-GEO-LON2
             PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT
             MOVE WS-GEO-BEARING TO WS-TRV-BRG-A
             MOVE WS-TRV-T-LAT(WS-TRV-LEGS) TO WS-GEO-LAT2
             MOVE WS-TRV-T-LON(WS-TRV-LEGS) TO WS-GEO-LON2
             PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT
             COMPUTE WS-TRV-ANGLE-SEC = WS-GEO-BEARING - WS-TRV-BRG-A
             MOVE "DIRECTION OF CLOSURE" TO WS-TRV-ANGLE-TEXT
         END-IF.
         IF WS-TRV-ANGLE-SEC > 180
             SUBTRACT 360 FROM WS-TRV-ANGLE-SEC
         END-IF.
         IF WS-TRV-ANGLE-SEC NOT > -180
             ADD 360 TO WS-TRV-ANGLE-SEC
         END-IF.
         COMPUTE WS-TRV-ANGLE-SEC = WS-TRV-ANGLE-SEC * 3600.
         MOVE "Y" TO WS-TRV-ANGLE-SWITCH.
         TRV-ANGULAR-PARA-EXIT.
         EXIT.

         TRV-PRINT-PARA.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "TRAVERSE " WS-TRV-ID DELIMITED BY SIZE
             "  FROM " WS-TRV-START-NAME DELIMITED BY SIZE
             "  TO " WS-TRV-CLOSE-NAME DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "STN  STATION              BEARING   TRUE BRG   "
                 DELIMITED BY SIZE
             "DIST M    COMPUTED LAT COMPUTED LON  " DELIMITED BY SIZE
             "ADJUSTED LATITUDE ADJUSTED LONGITUDE" DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.

         MOVE SPACES TO WS-TRV-DETAIL-LINE.
         MOVE ZERO TO WS-TRV-DET-SEQ.
         MOVE WS-TRV-START-NAME TO WS-TRV-DET-NAME.
         MOVE WS-TRV-START-LAT TO WS-TRV-DET-LAT.
         MOVE WS-TRV-START-LON TO WS-TRV-DET-LON.
         MOVE WS-TRV-START-LAT TO WS-TRV-ADJ-LAT.
         MOVE WS-TRV-START-LON TO WS-TRV-ADJ-LON.
         PERFORM TRV-DMS-PARA THRU TRV-DMS-PARA-EXIT.
         MOVE WS-TRV-DETAIL-LINE TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE 1 TO WS-TRV-IX.
         PERFORM TRV-STATION-LINE-PARA THRU
             TRV-STATION-LINE-PARA-EXIT
             UNTIL WS-TRV-IX > WS-TRV-LEGS.

         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE WS-TRV-LENGTH-M TO WS-TRV-LENGTH-VISUAL.
         MOVE WS-TRV-LEGS TO WS-TRV-LEGS-VISUAL.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "  TOTAL LENGTH M        " WS-TRV-LENGTH-VISUAL
                 DELIMITED BY SIZE
             "   LEGS " WS-TRV-LEGS-VISUAL DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE WS-TRV-MISCLOSE-M TO WS-TRV-MISCLOSE-VISUAL.
         MOVE WS-TRV-MISCLOSE-BRG TO WS-TRV-BRG-VISUAL.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "  LINEAR MISCLOSURE M    " WS-TRV-MISCLOSE-VISUAL
                 DELIMITED BY SIZE
             "   BEARING " WS-TRV-BRG-VISUAL DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         IF WS-TRV-ANGLE-OBSERVED
             MOVE WS-TRV-ANGLE-SEC TO WS-TRV-ANGLE-VISUAL
             STRING "  ANGULAR MISCLOSURE S    " WS-TRV-ANGLE-VISUAL
                     DELIMITED BY SIZE
                 "   " WS-TRV-ANGLE-TEXT DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         ELSE
             STRING "  ANGULAR MISCLOSURE      "
                     DELIMITED BY SIZE
                 WS-TRV-ANGLE-TEXT DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         END-IF.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE WS-TRV-RATIO-WHOLE TO WS-TRV-RATIO-VISUAL.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         IF WS-TRV-PASS
             STRING "  PRECISION RATIO     1:" WS-TRV-RATIO-VISUAL
                     DELIMITED BY SIZE
                 "   TOLERANCE 1:" WS-TRV-TOL-VISUAL
                     DELIMITED BY SIZE
                 "   WITHIN TOLERANCE" DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         ELSE
             STRING "  PRECISION RATIO     1:" WS-TRV-RATIO-VISUAL
                     DELIMITED BY SIZE
                 "   TOLERANCE 1:" WS-TRV-TOL-VISUAL
                     DELIMITED BY SIZE
                 "   ** OUTSIDE TOLERANCE" DELIMITED BY SIZE
                 INTO TRAVERSE-REPORT-RECORD
             END-STRING
         END-IF.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE WS-TRV-CORR-LAT TO WS-TRV-CORR-VISUAL.
         MOVE WS-TRV-CORR-LON TO WS-TRV-CORR-VISUAL-2.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "  CORRECTION AT CLOSE  LAT " WS-TRV-CORR-VISUAL
                 DELIMITED BY SIZE
             "  LON " WS-TRV-CORR-VISUAL-2 DELIMITED BY SIZE
             "  DEGREES, SHARED BY THE COMPASS RULE"
                 DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         TRV-PRINT-PARA-EXIT.
         EXIT.

         TRV-STATION-LINE-PARA.
         MOVE SPACES TO WS-TRV-DETAIL-LINE.
         MOVE WS-TRV-IX TO WS-TRV-DET-SEQ.
         MOVE WS-TRV-T-NAME(WS-TRV-IX) TO WS-TRV-DET-NAME.
         MOVE WS-TRV-T-BEARING-IN(WS-TRV-IX) TO WS-TRV-DET-BRG-IN.
         MOVE WS-TRV-T-REFERENCE(WS-TRV-IX) TO WS-TRV-DET-REF.
         MOVE WS-TRV-T-TRUE(WS-TRV-IX) TO WS-TRV-DET-TRUE.
         MOVE WS-TRV-T-DIST-M(WS-TRV-IX) TO WS-TRV-DET-DIST.
         MOVE WS-TRV-T-LAT(WS-TRV-IX) TO WS-TRV-DET-LAT.
         MOVE WS-TRV-T-LON(WS-TRV-IX) TO WS-TRV-DET-LON.
         PERFORM TRV-ADJUST-PARA THRU TRV-ADJUST-PARA-EXIT.
         PERFORM TRV-DMS-PARA THRU TRV-DMS-PARA-EXIT.
         MOVE WS-TRV-DETAIL-LINE TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         ADD 1 TO WS-TRV-IX.
         TRV-STATION-LINE-PARA-EXIT.
         EXIT.

      * Adjusted position of station WS-TRV-IX
         TRV-ADJUST-PARA.
         COMPUTE WS-TRV-FRACTION =
             WS-TRV-T-CUM-M(WS-TRV-IX) / WS-TRV-LENGTH-M.
         COMPUTE WS-TRV-ADJ-LAT = WS-TRV-T-LAT(WS-TRV-IX)
             + WS-TRV-CORR-LAT * WS-TRV-FRACTION.
         COMPUTE WS-TRV-ADJ-LON = WS-TRV-T-LON(WS-TRV-IX)
             + WS-TRV-CORR-LON * WS-TRV-FRACTION.
         IF WS-TRV-ADJ-LON > 180
             SUBTRACT 360 FROM WS-TRV-ADJ-LON
         END-IF.
         IF WS-TRV-ADJ-LON < -180
             ADD 360 TO WS-TRV-ADJ-LON
         END-IF.
         TRV-ADJUST-PARA-EXIT.
         EXIT.

      * The adjusted position in DMS, taken through the same four-
      * place degrees the master and the bulk load hold
         TRV-DMS-PARA.
         IF WS-TRV-ADJ-LAT < 0
             COMPUTE WS-DEGREES ROUNDED = WS-TRV-ADJ-LAT * -1
             MOVE "S" TO WS-TRV-DET-LAT-HEMI
         ELSE
             COMPUTE WS-DEGREES ROUNDED = WS-TRV-ADJ-LAT
             MOVE "N" TO WS-TRV-DET-LAT-HEMI
         END-IF.
         PERFORM DEGREES-TO-DMS-MATH-PARA THRU
             DEGREES-TO-DMS-MATH-PARA-EXIT.
         MOVE WS-DMS-DEGREES-NUMERIC TO WS-TRV-DET-LAT-DEG.
         MOVE WS-DMS-MINUTES-NUMERIC TO WS-TRV-DET-LAT-MIN.
         MOVE WS-DMS-SECONDS TO WS-TRV-DET-LAT-SEC.
         IF WS-TRV-ADJ-LON < 0
             COMPUTE WS-DEGREES ROUNDED = WS-TRV-ADJ-LON * -1
             MOVE "W" TO WS-TRV-DET-LON-HEMI
         ELSE
             COMPUTE WS-DEGREES ROUNDED = WS-TRV-ADJ-LON
             MOVE "E" TO WS-TRV-DET-LON-HEMI
         END-IF.
         PERFORM DEGREES-TO-DMS-MATH-PARA THRU
             DEGREES-TO-DMS-MATH-PARA-EXIT.
         MOVE WS-DMS-DEGREES-NUMERIC TO WS-TRV-DET-LON-DEG.
         MOVE WS-DMS-MINUTES-NUMERIC TO WS-TRV-DET-LON-MIN.
         MOVE WS-DMS-SECONDS TO WS-TRV-DET-LON-SEC.
         TRV-DMS-PARA-EXIT.
         EXIT.

      * New stations only: the start and closing waypoints are
      * already on the master
         TRV-WPLOAD-PARA.
         PERFORM TRV-ADJUST-PARA THRU TRV-ADJUST-PARA-EXIT.
         MOVE SPACES TO WAYPOINT-LOAD-RECORD.
         MOVE WS-TRV-T-NAME(WS-TRV-IX) TO WL-NAME.
         IF WS-TRV-ADJ-LAT < 0
             COMPUTE WL-LAT-DEGREES ROUNDED = WS-TRV-ADJ-LAT * -1
             MOVE "S" TO WL-LAT-HEMI
         ELSE
             COMPUTE WL-LAT-DEGREES ROUNDED = WS-TRV-ADJ-LAT
             MOVE "N" TO WL-LAT-HEMI
         END-IF.
         IF WS-TRV-ADJ-LON < 0
             COMPUTE WL-LON-DEGREES ROUNDED = WS-TRV-ADJ-LON * -1
             MOVE "W" TO WL-LON-HEMI
         ELSE
             COMPUTE WL-LON-DEGREES ROUNDED = WS-TRV-ADJ-LON
             MOVE "E" TO WL-LON-HEMI
         END-IF.
         WRITE WAYPOINT-LOAD-RECORD.
         ADD 1 TO WS-TRV-WRITTEN.
         ADD 1 TO WS-TRV-IX.
         TRV-WPLOAD-PARA-EXIT.
         EXIT.

         TRV-REJECT-PARA.
         ADD 1 TO WS-TRV-REJECTED.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE SPACES TO TRAVERSE-REPORT-RECORD.
         STRING "TRAVERSE " WS-TRV-ID DELIMITED BY SIZE
             "  FROM " WS-TRV-START-NAME DELIMITED BY SIZE
             "  ** REJECTED -- " WS-TRV-REASON DELIMITED BY SIZE
             INTO TRAVERSE-REPORT-RECORD
         END-STRING.
         WRITE TRAVERSE-REPORT-RECORD.
         MOVE "TRAVERSE" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "ID=" WS-TRV-ID DELIMITED BY SIZE
             " REJ " WS-TRV-REASON DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         MOVE "N" TO WS-TRV-ACTIVE-SWITCH.
         TRV-REJECT-PARA-EXIT.
         EXIT.



      * GPS track processing.  The fixes on TRACKIN are followed unit
      * by unit against the REGNMST rectangles (edges inside, as in
      * the classifier).  Each time a unit is first seen inside a
      * region an ENTER event is written to TRKEVENT, and an EXIT
      * event when it is first seen outside again; the time between
      * the two is its dwell.  TRKRPT totals the dwell per unit per
      * region, a unit still inside at its last fix being closed at
      * that fix.  A fix out of time order, or one the unit could
      * not have reached at the speed limit, is listed on TRKEXCP
      * and ignored; a gap over the limit is listed but the fix is
      * used.  PARM: gap limit in minutes (default 30), then the
      * speed limit in km/h (default 200).
         TRK-RUN-PARA.
         MOVE ZERO TO WS-TRK-RECORDS-READ.
         MOVE ZERO TO WS-TRK-ACCEPTED.
         MOVE ZERO TO WS-TRK-INVALID.
         MOVE ZERO TO WS-TRK-OUT-OF-ORDER.
         MOVE ZERO TO WS-TRK-SPEED-REJECTS.
         MOVE ZERO TO WS-TRK-GAPS.
         MOVE ZERO TO WS-TRK-SEQ-BREAKS.
         MOVE ZERO TO WS-TRK-UNITS.
         MOVE ZERO TO WS-TRK-ENTRIES.
         MOVE ZERO TO WS-TRK-EXITS.
         MOVE ZERO TO WS-RGC-REGION-COUNT.
         MOVE "N" TO WS-RGN-EOF-SWITCH.
         MOVE "N" TO WS-TRK-EOF-SWITCH.
         MOVE "N" TO WS-TRK-UNIT-SWITCH.
         MOVE SPACES TO WS-TRK-UNIT.
         MOVE 30 TO WS-TRK-GAP-LIMIT.
         MOVE 200 TO WS-TRK-SPEED-LIMIT.

         IF WS-PARM-VAL1 NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-VAL1) NOT = 0
                 DISPLAY "    The gap limit must be a number of "
                     "minutes."
                 MOVE 16 TO RETURN-CODE
                 GO TO TRK-RUN-PARA-EXIT
             END-IF
             MOVE FUNCTION NUMVAL(WS-PARM-VAL1) TO WS-TRK-GAP-LIMIT
         END-IF.
         IF WS-PARM-VAL2 NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-VAL2) NOT = 0
                 DISPLAY "    The speed limit must be a number of "
                     "km/h."
                 MOVE 16 TO RETURN-CODE
                 GO TO TRK-RUN-PARA-EXIT
             END-IF
             MOVE FUNCTION NUMVAL(WS-PARM-VAL2) TO WS-TRK-SPEED-LIMIT
         END-IF.
         IF WS-TRK-GAP-LIMIT = ZERO OR WS-TRK-SPEED-LIMIT = ZERO
             DISPLAY "    The gap and speed limits must be greater "
                 "than zero."
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT REGION-MASTER.
         IF WS-FS-REGION NOT = "00"
             DISPLAY "    Unable to open REGNMST, status "
                 WS-FS-REGION
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         PERFORM RGC-LOAD-REGION-PARA THRU
             RGC-LOAD-REGION-PARA-EXIT
             UNTIL WS-RGN-EOF.
         CLOSE REGION-MASTER.
         IF WS-RGC-REGION-COUNT = ZERO
             DISPLAY "    No regions are defined on REGNMST."
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.

         OPEN INPUT TRACK-IN-FILE.
         IF WS-FS-TRACK-IN NOT = "00"
             DISPLAY "    Unable to open TRACKIN, status "
                 WS-FS-TRACK-IN
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT TRACK-EVENT-FILE.
         IF WS-FS-TRACK-EVT NOT = "00"
             DISPLAY "    Unable to open TRKEVENT, status "
                 WS-FS-TRACK-EVT
             CLOSE TRACK-IN-FILE
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT TRACK-REPORT-FILE.
         IF WS-FS-TRACK-RPT NOT = "00"
             DISPLAY "    Unable to open TRKRPT, status "
                 WS-FS-TRACK-RPT
             CLOSE TRACK-IN-FILE
             CLOSE TRACK-EVENT-FILE
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT TRACK-EXCEPTION-FILE.
         IF WS-FS-TRACK-EXCP NOT = "00"
             DISPLAY "    Unable to open TRKEXCP, status "
                 WS-FS-TRACK-EXCP
             CLOSE TRACK-IN-FILE
             CLOSE TRACK-EVENT-FILE
             CLOSE TRACK-REPORT-FILE
             MOVE 16 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.

         MOVE WS-TRK-GAP-LIMIT TO WS-TRK-MINUTES-VISUAL.
         MOVE WS-TRK-SPEED-LIMIT TO WS-TRK-SPEED-VISUAL.
         MOVE "GPS TRACK REGION DWELL SUMMARY" TO TRACK-REPORT-RECORD.
         WRITE TRACK-REPORT-RECORD.
         MOVE SPACES TO TRACK-REPORT-RECORD.
         WRITE TRACK-REPORT-RECORD.
         MOVE SPACES TO TRACK-REPORT-RECORD.
         STRING "UNIT      REGION              ENTRIES  "
                 DELIMITED BY SIZE
             "DWELL H:MM:SS" DELIMITED BY SIZE
             INTO TRACK-REPORT-RECORD
         END-STRING.
         WRITE TRACK-REPORT-RECORD.

         MOVE "GPS TRACK EXCEPTIONS" TO TRACK-EXCEPTION-RECORD.
         WRITE TRACK-EXCEPTION-RECORD.
         MOVE SPACES TO TRACK-EXCEPTION-RECORD.
         STRING "GAP LIMIT " WS-TRK-MINUTES-VISUAL DELIMITED BY SIZE
             " MINUTES   SPEED LIMIT " WS-TRK-SPEED-VISUAL
                 DELIMITED BY SIZE
             " KM/H" DELIMITED BY SIZE
             INTO TRACK-EXCEPTION-RECORD
         END-STRING.
         WRITE TRACK-EXCEPTION-RECORD.
         MOVE SPACES TO TRACK-EXCEPTION-RECORD.
         WRITE TRACK-EXCEPTION-RECORD.
         MOVE SPACES TO TRACK-EXCEPTION-RECORD.
         STRING "FIX AS READ                                "
                 DELIMITED BY SIZE
             "EXCEPTION" DELIMITED BY SIZE
             INTO TRACK-EXCEPTION-RECORD
         END-STRING.
         WRITE TRACK-EXCEPTION-RECORD.

         PERFORM TRK-FIX-PARA THRU TRK-FIX-PARA-EXIT
             UNTIL WS-TRK-EOF.
         IF WS-TRK-UNIT-OPEN
             PERFORM TRK-END-UNIT-PARA THRU TRK-END-UNIT-PARA-EXIT
         END-IF.

         MOVE SPACES TO TRACK-REPORT-RECORD.
         WRITE TRACK-REPORT-RECORD.
         MOVE SPACES TO TRACK-REPORT-RECORD.
         STRING "FIXES READ " WS-TRK-RECORDS-READ DELIMITED BY SIZE
             "  USED " WS-TRK-ACCEPTED DELIMITED BY SIZE
             "  UNITS " WS-TRK-UNITS DELIMITED BY SIZE
             "  ENTRIES " WS-TRK-ENTRIES DELIMITED BY SIZE
             "  EXITS " WS-TRK-EXITS DELIMITED BY SIZE
             INTO TRACK-REPORT-RECORD
         END-STRING.
         WRITE TRACK-REPORT-RECORD.
         MOVE SPACES TO TRACK-EXCEPTION-RECORD.
         WRITE TRACK-EXCEPTION-RECORD.
         MOVE SPACES TO TRACK-EXCEPTION-RECORD.
         STRING "INVALID " WS-TRK-INVALID DELIMITED BY SIZE
             "  OUT OF ORDER " WS-TRK-OUT-OF-ORDER DELIMITED BY SIZE
             "  SPEED " WS-TRK-SPEED-REJECTS DELIMITED BY SIZE
             "  GAPS " WS-TRK-GAPS DELIMITED BY SIZE
             "  UNIT SEQUENCE " WS-TRK-SEQ-BREAKS DELIMITED BY SIZE
             INTO TRACK-EXCEPTION-RECORD
         END-STRING.
         WRITE TRACK-EXCEPTION-RECORD.

         CLOSE TRACK-IN-FILE.
         CLOSE TRACK-EVENT-FILE.
         CLOSE TRACK-REPORT-FILE.
         CLOSE TRACK-EXCEPTION-FILE.

         DISPLAY "    --- GPS track control totals ---".
         DISPLAY "    Fixes read       : "WS-TRK-RECORDS-READ.
         DISPLAY "    Fixes used       : "WS-TRK-ACCEPTED.
         DISPLAY "    Invalid          : "WS-TRK-INVALID.
         DISPLAY "    Out of order     : "WS-TRK-OUT-OF-ORDER.
         DISPLAY "    Impossible speed : "WS-TRK-SPEED-REJECTS.
         DISPLAY "    Gaps over limit  : "WS-TRK-GAPS.
         DISPLAY "    Unit sequence    : "WS-TRK-SEQ-BREAKS.
         DISPLAY "    Units            : "WS-TRK-UNITS.
         DISPLAY "    Region entries   : "WS-TRK-ENTRIES.
         DISPLAY "    Region exits     : "WS-TRK-EXITS.

         MOVE "GPSTRACK" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY READ=" WS-TRK-RECORDS-READ
                 DELIMITED BY SIZE
             " OK=" DELIMITED BY SIZE
             WS-TRK-ACCEPTED DELIMITED BY SIZE
             " EVT=" DELIMITED BY SIZE
             WS-TRK-ENTRIES DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

         IF WS-TRK-RECORDS-READ NOT = WS-TRK-ACCEPTED
             + WS-TRK-INVALID + WS-TRK-OUT-OF-ORDER
             + WS-TRK-SPEED-REJECTS
             DISPLAY "    TRACK TOTALS OUT OF BALANCE."
             MOVE 8 TO RETURN-CODE
             GO TO TRK-RUN-PARA-EXIT
         END-IF.
         IF WS-TRK-INVALID > ZERO
             OR WS-TRK-OUT-OF-ORDER > ZERO
             OR WS-TRK-SPEED-REJECTS > ZERO
             OR WS-TRK-GAPS > ZERO
             OR WS-TRK-SEQ-BREAKS > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         TRK-RUN-PARA-EXIT.
         EXIT.

         TRK-FIX-PARA.
         READ TRACK-IN-FILE
             AT END
                 MOVE "Y" TO WS-TRK-EOF-SWITCH
                 GO TO TRK-FIX-PARA-EXIT
         END-READ.
         ADD 1 TO WS-TRK-RECORDS-READ.
         PERFORM TRK-VALIDATE-PARA THRU TRK-VALIDATE-PARA-EXIT.
         IF NOT WS-TRK-FIX-VALID
             ADD 1 TO WS-TRK-INVALID
             PERFORM TRK-EXCEPTION-PARA THRU TRK-EXCEPTION-PARA-EXIT
             GO TO TRK-FIX-PARA-EXIT
         END-IF.

         IF NOT WS-TRK-UNIT-OPEN OR TK-UNIT NOT = WS-TRK-UNIT
             IF WS-TRK-UNIT-OPEN
                 PERFORM TRK-END-UNIT-PARA THRU
                     TRK-END-UNIT-PARA-EXIT
                 IF TK-UNIT < WS-TRK-UNIT
                     ADD 1 TO WS-TRK-SEQ-BREAKS
                     MOVE "UNIT OUT OF SEQUENCE -- TRACKED AS NEW"
                         TO WS-TRK-REASON
                     PERFORM TRK-EXCEPTION-PARA THRU
                         TRK-EXCEPTION-PARA-EXIT
                 END-IF
             END-IF
             PERFORM TRK-START-UNIT-PARA THRU
                 TRK-START-UNIT-PARA-EXIT
             GO TO TRK-FIX-PARA-USE
         END-IF.

         IF WS-TRK-SECS NOT > WS-TRK-PREV-SECS
             ADD 1 TO WS-TRK-OUT-OF-ORDER
             MOVE "TIMESTAMP NOT AFTER THE PREVIOUS FIX" TO
                 WS-TRK-REASON
             PERFORM TRK-EXCEPTION-PARA THRU TRK-EXCEPTION-PARA-EXIT
             GO TO TRK-FIX-PARA-EXIT
         END-IF.
         COMPUTE WS-TRK-ELAPSED = WS-TRK-SECS - WS-TRK-PREV-SECS.
         MOVE WS-TRK-PREV-LAT TO WS-GEO-LAT1.
         MOVE WS-TRK-PREV-LON TO WS-GEO-LON1.
         MOVE WS-TRK-LAT TO WS-GEO-LAT2.
         MOVE WS-TRK-LON TO WS-GEO-LON2.
         PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT.
         COMPUTE WS-TRK-SPEED =
             WS-GEO-DIST-KM * 3600 / WS-TRK-ELAPSED.
         IF WS-TRK-SPEED > WS-TRK-SPEED-LIMIT
             ADD 1 TO WS-TRK-SPEED-REJECTS
             IF WS-TRK-SPEED > 9999999
                 MOVE 9999999 TO WS-TRK-SPEED-VISUAL
             ELSE
                 MOVE WS-TRK-SPEED TO WS-TRK-SPEED-VISUAL
             END-IF
             MOVE SPACES TO WS-TRK-REASON
             STRING "IMPOSSIBLE SPEED " WS-TRK-SPEED-VISUAL
                     DELIMITED BY SIZE
                 " KM/H FROM PREVIOUS FIX" DELIMITED BY SIZE
                 INTO WS-TRK-REASON
             END-STRING
             PERFORM TRK-EXCEPTION-PARA THRU TRK-EXCEPTION-PARA-EXIT
             GO TO TRK-FIX-PARA-EXIT
         END-IF.
         IF WS-TRK-ELAPSED > WS-TRK-GAP-LIMIT * 60
             ADD 1 TO WS-TRK-GAPS
             COMPUTE WS-TRK-MINUTES-VISUAL = WS-TRK-ELAPSED / 60
             MOVE SPACES TO WS-TRK-REASON
             STRING "GAP OF " WS-TRK-MINUTES-VISUAL
                     DELIMITED BY SIZE
                 " MINUTES BEFORE THIS FIX -- USED" DELIMITED BY SIZE
                 INTO WS-TRK-REASON
             END-STRING
             PERFORM TRK-EXCEPTION-PARA THRU TRK-EXCEPTION-PARA-EXIT
         END-IF.
         TRK-FIX-PARA-USE.
         MOVE 1 TO WS-RGC-IX.
         PERFORM TRK-REGION-PARA THRU TRK-REGION-PARA-EXIT
             UNTIL WS-RGC-IX > WS-RGC-REGION-COUNT.
         ADD 1 TO WS-TRK-ACCEPTED.
         ADD 1 TO WS-TRK-UNIT-FIXES.
         MOVE WS-TRK-SECS TO WS-TRK-PREV-SECS.
         MOVE TK-TIMESTAMP TO WS-TRK-PREV-TIMESTAMP.
         MOVE WS-TRK-LAT TO WS-TRK-PREV-LAT.
         MOVE WS-TRK-LON TO WS-TRK-PREV-LON.
         TRK-FIX-PARA-EXIT.
         EXIT.

      * Checks one fix and turns it into signed degrees and seconds
      * since the start of the calendar used by INTEGER-OF-DATE
         TRK-VALIDATE-PARA.
         MOVE "Y" TO WS-TRK-FIX-SWITCH.
         MOVE SPACES TO WS-TRK-REASON.
         IF TK-UNIT = SPACES
             MOVE "UNIT ID MISSING" TO WS-TRK-REASON
             GO TO TRK-VALIDATE-PARA-BAD
         END-IF.
         IF TK-TIMESTAMP NOT NUMERIC
             MOVE "TIMESTAMP NOT NUMERIC" TO WS-TRK-REASON
             GO TO TRK-VALIDATE-PARA-BAD
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(TK-DATE) NOT = 0
             OR TK-HH > 23 OR TK-MM > 59 OR TK-SS > 59
             MOVE "TIMESTAMP NOT A VALID DATE AND TIME" TO
                 WS-TRK-REASON
             GO TO TRK-VALIDATE-PARA-BAD
         END-IF.
         IF TK-LAT-DEGREES NOT NUMERIC OR TK-LAT-DEGREES > 90
             OR (TK-LAT-HEMI NOT = "N" AND TK-LAT-HEMI NOT = "S")
             MOVE "LATITUDE INVALID" TO WS-TRK-REASON
             GO TO TRK-VALIDATE-PARA-BAD
         END-IF.
         IF TK-LON-DEGREES NOT NUMERIC OR TK-LON-DEGREES > 180
             OR (TK-LON-HEMI NOT = "E" AND TK-LON-HEMI NOT = "W")
             MOVE "LONGITUDE INVALID" TO WS-TRK-REASON
             GO TO TRK-VALIDATE-PARA-BAD
         END-IF.

         MOVE TK-LAT-DEGREES TO WS-TRK-LAT.
         IF TK-LAT-HEMI = "S"
             COMPUTE WS-TRK-LAT = WS-TRK-LAT * -1
         END-IF.
         MOVE TK-LON-DEGREES TO WS-TRK-LON.
         IF TK-LON-HEMI = "W"
             COMPUTE WS-TRK-LON = WS-TRK-LON * -1
         END-IF.
         COMPUTE WS-TRK-DAYS = FUNCTION INTEGER-OF-DATE(TK-DATE).
         COMPUTE WS-TRK-SECS = WS-TRK-DAYS * 86400
             + TK-HH * 3600 + TK-MM * 60 + TK-SS.
         GO TO TRK-VALIDATE-PARA-EXIT.
         TRK-VALIDATE-PARA-BAD.
         MOVE "N" TO WS-TRK-FIX-SWITCH.
         TRK-VALIDATE-PARA-EXIT.
         EXIT.

         TRK-EXCEPTION-PARA.
         MOVE TRACK-IN-RECORD TO WS-TRK-EXC-RECORD.
         MOVE WS-TRK-REASON TO WS-TRK-EXC-REASON.
         MOVE WS-TRK-EXCP-LINE TO TRACK-EXCEPTION-RECORD.
         WRITE TRACK-EXCEPTION-RECORD.
         TRK-EXCEPTION-PARA-EXIT.
         EXIT.

         TRK-START-UNIT-PARA.
         ADD 1 TO WS-TRK-UNITS.
         MOVE "Y" TO WS-TRK-UNIT-SWITCH.
         MOVE TK-UNIT TO WS-TRK-UNIT.
         MOVE TK-TIMESTAMP TO WS-TRK-FIRST-TIMESTAMP.
         MOVE ZERO TO WS-TRK-UNIT-FIXES.
         MOVE 1 TO WS-RGC-IX.
         PERFORM TRK-CLEAR-STATE-PARA THRU TRK-CLEAR-STATE-PARA-EXIT
             UNTIL WS-RGC-IX > WS-RGC-REGION-COUNT.
         TRK-START-UNIT-PARA-EXIT.
         EXIT.

         TRK-CLEAR-STATE-PARA.
         MOVE "N" TO WS-TRK-S-INSIDE(WS-RGC-IX).
         MOVE ZERO TO WS-TRK-S-ENTERED(WS-RGC-IX).
         MOVE ZERO TO WS-TRK-S-ENTRIES(WS-RGC-IX).
         MOVE ZERO TO WS-TRK-S-DWELL(WS-RGC-IX).
         ADD 1 TO WS-RGC-IX.
         TRK-CLEAR-STATE-PARA-EXIT.
         EXIT.

      * Same inclusive test as RGA-CONTAINS-PARA; a change of side
      * against the unit's last fix is an event
         TRK-REGION-PARA.
         MOVE "N" TO WS-TRK-INSIDE-SWITCH.
         IF WS-TRK-LAT >= WS-RGC-LAT-MIN(WS-RGC-IX)
             AND WS-TRK-LAT <= WS-RGC-LAT-MAX(WS-RGC-IX)
             AND WS-TRK-LON >= WS-RGC-LON-MIN(WS-RGC-IX)
             AND WS-TRK-LON <= WS-RGC-LON-MAX(WS-RGC-IX)
             MOVE "Y" TO WS-TRK-INSIDE-SWITCH
         END-IF.
         IF WS-TRK-INSIDE AND WS-TRK-S-INSIDE(WS-RGC-IX) NOT = "Y"
             MOVE "Y" TO WS-TRK-S-INSIDE(WS-RGC-IX)
             MOVE WS-TRK-SECS TO WS-TRK-S-ENTERED(WS-RGC-IX)
             ADD 1 TO WS-TRK-S-ENTRIES(WS-RGC-IX)
             ADD 1 TO WS-TRK-ENTRIES
             MOVE "ENTER" TO WS-TRK-EVENT
             PERFORM TRK-WRITE-EVENT-PARA THRU
                 TRK-WRITE-EVENT-PARA-EXIT
         END-IF.
         IF NOT WS-TRK-INSIDE AND WS-TRK-S-INSIDE(WS-RGC-IX) = "Y"
             MOVE "N" TO WS-TRK-S-INSIDE(WS-RGC-IX)
             COMPUTE WS-TRK-S-DWELL(WS-RGC-IX) =
                 WS-TRK-S-DWELL(WS-RGC-IX)
                 + WS-TRK-SECS - WS-TRK-S-ENTERED(WS-RGC-IX)
             ADD 1 TO WS-TRK-EXITS
             MOVE "EXIT" TO WS-TRK-EVENT
             PERFORM TRK-WRITE-EVENT-PARA THRU
                 TRK-WRITE-EVENT-PARA-EXIT
         END-IF.
         ADD 1 TO WS-RGC-IX.
         TRK-REGION-PARA-EXIT.
         EXIT.

         TRK-WRITE-EVENT-PARA.
         MOVE SPACES TO TRACK-EVENT-RECORD.
         MOVE TK-UNIT TO TE-UNIT.
         MOVE WS-TRK-EVENT TO TE-EVENT.
         MOVE TK-TIMESTAMP TO TE-TIMESTAMP.
         MOVE WS-RGC-NAME(WS-RGC-IX) TO TE-REGION.
         MOVE WS-TRK-LAT TO TE-LAT.
         MOVE WS-TRK-LON TO TE-LON.
         WRITE TRACK-EVENT-RECORD.
         TRK-WRITE-EVENT-PARA-EXIT.
         EXIT.

         TRK-END-UNIT-PARA.
         MOVE SPACES TO TRACK-REPORT-RECORD.
         WRITE TRACK-REPORT-RECORD.
         MOVE SPACES TO TRACK-REPORT-RECORD.
         STRING WS-TRK-UNIT DELIMITED BY SIZE
             "  FIXES " WS-TRK-UNIT-FIXES DELIMITED BY SIZE
             "  FIRST " WS-TRK-FIRST-TIMESTAMP DELIMITED BY SIZE
             "  LAST " WS-TRK-PREV-TIMESTAMP DELIMITED BY SIZE
             INTO TRACK-REPORT-RECORD
         END-STRING.
         WRITE TRACK-REPORT-RECORD.
         MOVE ZERO TO WS-TRK-DWELL-LINES.
         MOVE 1 TO WS-RGC-IX.
         PERFORM TRK-DWELL-LINE-PARA THRU TRK-DWELL-LINE-PARA-EXIT
             UNTIL WS-RGC-IX > WS-RGC-REGION-COUNT.
         IF WS-TRK-DWELL-LINES = ZERO
             MOVE SPACES TO WS-TRK-SUMMARY-LINE
             MOVE WS-TRK-UNIT TO WS-TRK-SUM-UNIT
             MOVE "NO REGION ENTERED" TO WS-TRK-SUM-REGION
             MOVE WS-TRK-SUMMARY-LINE TO TRACK-REPORT-RECORD
             WRITE TRACK-REPORT-RECORD
         END-IF.
         MOVE "N" TO WS-TRK-UNIT-SWITCH.
         TRK-END-UNIT-PARA-EXIT.
         EXIT.

      * A region the unit is still in at its last fix is closed at
      * that fix; no EXIT event is written for it
         TRK-DWELL-LINE-PARA.
         IF WS-TRK-S-ENTRIES(WS-RGC-IX) = ZERO
             GO TO TRK-DWELL-LINE-PARA-NEXT
         END-IF.
         ADD 1 TO WS-TRK-DWELL-LINES.
         MOVE SPACES TO WS-TRK-SUMMARY-LINE.
         IF WS-TRK-S-INSIDE(WS-RGC-IX) = "Y"
             COMPUTE WS-TRK-S-DWELL(WS-RGC-IX) =
                 WS-TRK-S-DWELL(WS-RGC-IX)
                 + WS-TRK-PREV-SECS - WS-TRK-S-ENTERED(WS-RGC-IX)
             MOVE "INSIDE AT LAST FIX" TO WS-TRK-SUM-NOTE
         END-IF.
         MOVE WS-TRK-UNIT TO WS-TRK-SUM-UNIT.
         MOVE WS-RGC-NAME(WS-RGC-IX) TO WS-TRK-SUM-REGION.
         MOVE WS-TRK-S-ENTRIES(WS-RGC-IX) TO WS-TRK-SUM-ENTRIES.
         DIVIDE WS-TRK-S-DWELL(WS-RGC-IX) BY 3600
             GIVING WS-TRK-DWELL-HOURS
             REMAINDER WS-TRK-DWELL-REST.
         DIVIDE WS-TRK-DWELL-REST BY 60
             GIVING WS-TRK-DWELL-MINUTES
             REMAINDER WS-TRK-DWELL-SECONDS.
         MOVE WS-TRK-DWELL-HOURS TO WS-TRK-SUM-HOURS.
         MOVE WS-TRK-DWELL-MINUTES TO WS-TRK-SUM-MINUTES.
         MOVE WS-TRK-DWELL-SECONDS TO WS-TRK-SUM-SECONDS.
         MOVE ":" TO WS-TRK-SUM-COLON-1.
         MOVE ":" TO WS-TRK-SUM-COLON-2.
         MOVE WS-TRK-SUMMARY-LINE TO TRACK-REPORT-RECORD.
         WRITE TRACK-REPORT-RECORD.
         TRK-DWELL-LINE-PARA-NEXT.
         ADD 1 TO WS-RGC-IX.
         TRK-DWELL-LINE-PARA-EXIT.
         EXIT.



      * Visit-sequence planner.  PLANIN is a ROUTEIN-layout list: the
      * first name is the start, the rest are the stops in the order
      * the crew submitted them.  Names not on WAYPTMST, repeats and
      * stops past the table are listed on PLANRPT and left out.
      * The stops are ordered nearest-neighbour from the start, the
      * order is then improved by 2-opt (reversing a run of stops
      * wherever that shortens the route) until a pass finds nothing,
      * and PLANOUT gets the planned order as a ROUTEIN for the
      * route leg report.  The route is open: it ends at the last
      * stop.  Should the plan come out no shorter than the order
      * submitted, the submitted order is kept.
         PLN-RUN-PARA.
         MOVE ZERO TO WS-PLN-NAMES-READ.
         MOVE ZERO TO WS-PLN-NOT-FOUND.
         MOVE ZERO TO WS-PLN-DUPLICATES.
         MOVE ZERO TO WS-PLN-OVERFLOW.
         MOVE ZERO TO WS-PLN-STOPS.
         MOVE ZERO TO WS-PLN-SWAPS.
         MOVE ZERO TO WS-PLN-COUNT.
         MOVE ZERO TO WS-PLN-SUBMITTED-KM.
         MOVE ZERO TO WS-PLN-NN-KM.
         MOVE ZERO TO WS-PLN-PLANNED-KM.
         MOVE "N" TO WS-PLN-EOF-SWITCH.
         MOVE "N" TO WS-PLN-KEPT-SWITCH.
         MOVE "N" TO WS-PLN-NO-START-SWITCH.

         OPEN INPUT PLAN-IN-FILE.
         IF WS-FS-PLAN-IN NOT = "00"
             DISPLAY "    Unable to open PLANIN, status "
                 WS-FS-PLAN-IN
             MOVE 16 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.
         OPEN INPUT WAYPOINT-MASTER.
         IF WS-FS-WAYPOINT NOT = "00"
             DISPLAY "    Unable to open WAYPTMST, status "
                 WS-FS-WAYPOINT
             CLOSE PLAN-IN-FILE
             MOVE 16 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT PLAN-REPORT-FILE.
         IF WS-FS-PLAN-RPT NOT = "00"
             DISPLAY "    Unable to open PLANRPT, status "
                 WS-FS-PLAN-RPT
             CLOSE PLAN-IN-FILE
             CLOSE WAYPOINT-MASTER
             MOVE 16 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.
         OPEN OUTPUT PLAN-OUT-FILE.
         IF WS-FS-PLAN-OUT NOT = "00"
             DISPLAY "    Unable to open PLANOUT, status "
                 WS-FS-PLAN-OUT
             CLOSE PLAN-IN-FILE
             CLOSE WAYPOINT-MASTER
             CLOSE PLAN-REPORT-FILE
             MOVE 16 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.

         MOVE "VISIT-SEQUENCE PLAN" TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         PERFORM PLN-READ-PARA THRU PLN-READ-PARA-EXIT
             UNTIL WS-PLN-EOF.
         CLOSE PLAN-IN-FILE.
         CLOSE WAYPOINT-MASTER.

         IF WS-PLN-COUNT = ZERO OR WS-PLN-NO-START
             MOVE "** NO START WAYPOINT -- NOTHING PLANNED" TO
                 PLAN-REPORT-RECORD
             WRITE PLAN-REPORT-RECORD
             DISPLAY "    No start waypoint on PLANIN is on WAYPTMST."
             CLOSE PLAN-REPORT-FILE
             CLOSE PLAN-OUT-FILE
             PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT
             MOVE "PLANNER" TO WS-LOG-MODE
             MOVE SPACES TO WS-LOG-DETAIL
             STRING "START WAYPOINT NOT FOUND N=" DELIMITED BY SIZE
                 WS-PLN-NAMES-READ DELIMITED BY SIZE
                 INTO WS-LOG-DETAIL
             END-STRING
             PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT
             PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT
             MOVE 16 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.
         COMPUTE WS-PLN-STOPS = WS-PLN-COUNT - 1.

         MOVE 1 TO WS-PLN-IX.
         PERFORM PLN-MATRIX-ROW-PARA THRU PLN-MATRIX-ROW-PARA-EXIT
             UNTIL WS-PLN-IX > WS-PLN-COUNT.

      * Submitted order first, for the comparison
         MOVE 1 TO WS-PLN-POS.
         PERFORM PLN-SUBMITTED-TOUR-PARA THRU
             PLN-SUBMITTED-TOUR-PARA-EXIT
             UNTIL WS-PLN-POS > WS-PLN-COUNT.
         PERFORM PLN-TOUR-LENGTH-PARA THRU PLN-TOUR-LENGTH-PARA-EXIT.
         MOVE WS-PLN-KM TO WS-PLN-SUBMITTED-KM.

         MOVE 1 TO WS-PLN-TOUR(1).
         MOVE "Y" TO WS-PLN-P-VISITED(1).
         MOVE 2 TO WS-PLN-POS.
         PERFORM PLN-NN-STEP-PARA THRU PLN-NN-STEP-PARA-EXIT
             UNTIL WS-PLN-POS > WS-PLN-COUNT.
         PERFORM PLN-TOUR-LENGTH-PARA THRU PLN-TOUR-LENGTH-PARA-EXIT.
         MOVE WS-PLN-KM TO WS-PLN-NN-KM.

         MOVE ZERO TO WS-PLN-PASSES.
         MOVE "Y" TO WS-PLN-IMPROVED-SWITCH.
         PERFORM PLN-TWO-OPT-PASS-PARA THRU
             PLN-TWO-OPT-PASS-PARA-EXIT
             UNTIL NOT WS-PLN-IMPROVED
                 OR WS-PLN-PASSES >= 100.
         PERFORM PLN-TOUR-LENGTH-PARA THRU PLN-TOUR-LENGTH-PARA-EXIT.
         MOVE WS-PLN-KM TO WS-PLN-PLANNED-KM.
         IF WS-PLN-PLANNED-KM NOT < WS-PLN-SUBMITTED-KM
             MOVE "Y" TO WS-PLN-KEPT-SWITCH
             MOVE WS-PLN-SUBMITTED-KM TO WS-PLN-PLANNED-KM
             MOVE 1 TO WS-PLN-POS
             PERFORM PLN-SUBMITTED-TOUR-PARA THRU
                 PLN-SUBMITTED-TOUR-PARA-EXIT
                 UNTIL WS-PLN-POS > WS-PLN-COUNT
         END-IF.

         MOVE SPACES TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE "PLANNED ORDER" TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "SEQ  WAYPOINT              SUB       "
                 DELIMITED BY SIZE
             "LEG KM      CUM KM" DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         MOVE ZERO TO WS-PLN-CUM-KM.
         MOVE 1 TO WS-PLN-POS.
         PERFORM PLN-LIST-PARA THRU PLN-LIST-PARA-EXIT
             UNTIL WS-PLN-POS > WS-PLN-COUNT.

         MOVE SPACES TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE WS-PLN-SUBMITTED-KM TO WS-PLN-KM-VISUAL.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "SUBMITTED ORDER        " WS-PLN-KM-VISUAL " KM"
             DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         MOVE WS-PLN-NN-KM TO WS-PLN-KM-VISUAL.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "NEAREST NEIGHBOUR      " WS-PLN-KM-VISUAL " KM"
             DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         MOVE WS-PLN-PLANNED-KM TO WS-PLN-KM-VISUAL.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "PLANNED ORDER          " WS-PLN-KM-VISUAL " KM"
             DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         COMPUTE WS-PLN-KM = WS-PLN-SUBMITTED-KM - WS-PLN-PLANNED-KM.
         IF WS-PLN-SUBMITTED-KM > ZERO
             COMPUTE WS-PLN-SAVING-PCT =
                 WS-PLN-KM * 100 / WS-PLN-SUBMITTED-KM
         ELSE
             MOVE ZERO TO WS-PLN-SAVING-PCT
         END-IF.
         MOVE WS-PLN-KM TO WS-PLN-KM-VISUAL.
         MOVE WS-PLN-SAVING-PCT TO WS-PLN-PCT-VISUAL.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "SAVING                 " WS-PLN-KM-VISUAL " KM  "
             WS-PLN-PCT-VISUAL " PCT" DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         IF WS-PLN-KEPT
             MOVE "NO SHORTER ORDER FOUND -- SUBMITTED ORDER KEPT" TO
                 PLAN-REPORT-RECORD
             WRITE PLAN-REPORT-RECORD
         END-IF.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "NAMES READ " WS-PLN-NAMES-READ DELIMITED BY SIZE
             "  STOPS PLANNED " WS-PLN-STOPS DELIMITED BY SIZE
             "  NOT ON MASTER " WS-PLN-NOT-FOUND DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         MOVE SPACES TO PLAN-REPORT-RECORD.
         STRING "REPEATED " WS-PLN-DUPLICATES DELIMITED BY SIZE
             "  OVER TABLE " WS-PLN-OVERFLOW DELIMITED BY SIZE
             "  2-OPT REVERSALS " WS-PLN-SWAPS DELIMITED BY SIZE
             INTO PLAN-REPORT-RECORD
         END-STRING.
         WRITE PLAN-REPORT-RECORD.
         CLOSE PLAN-REPORT-FILE.
         CLOSE PLAN-OUT-FILE.

         DISPLAY "    --- Visit planner control totals ---".
         DISPLAY "    Names read    : "WS-PLN-NAMES-READ.
         DISPLAY "    Stops planned : "WS-PLN-STOPS.
         DISPLAY "    Not on master : "WS-PLN-NOT-FOUND.
         DISPLAY "    Repeated      : "WS-PLN-DUPLICATES.
         DISPLAY "    Over table    : "WS-PLN-OVERFLOW.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "PLANNER" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         MOVE WS-PLN-SUBMITTED-KM TO WS-PLN-LOG-KM-1.
         MOVE WS-PLN-PLANNED-KM TO WS-PLN-LOG-KM-2.
         STRING "SUMMARY N=" WS-PLN-NAMES-READ DELIMITED BY SIZE
             " NF=" WS-PLN-NOT-FOUND DELIMITED BY SIZE
             " SUB=" WS-PLN-LOG-KM-1 DELIMITED BY SIZE
             " PLN=" WS-PLN-LOG-KM-2 DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.

      * The start is read but not counted as a stop
         IF WS-PLN-NAMES-READ NOT = WS-PLN-STOPS + 1
             + WS-PLN-NOT-FOUND + WS-PLN-DUPLICATES + WS-PLN-OVERFLOW
             DISPLAY "    PLANNER TOTALS OUT OF BALANCE."
             MOVE 8 TO RETURN-CODE
             GO TO PLN-RUN-PARA-EXIT
         END-IF.
         IF WS-PLN-NOT-FOUND > ZERO
             OR WS-PLN-DUPLICATES > ZERO
             OR WS-PLN-OVERFLOW > ZERO
             OR WS-PLN-STOPS = ZERO
             MOVE 4 TO RETURN-CODE
         END-IF.
         PLN-RUN-PARA-EXIT.
         EXIT.

         PLN-READ-PARA.
         READ PLAN-IN-FILE
             AT END
                 MOVE "Y" TO WS-PLN-EOF-SWITCH
                 GO TO PLN-READ-PARA-EXIT
         END-READ.
         IF PI-NAME = SPACES
             GO TO PLN-READ-PARA-EXIT
         END-IF.
         ADD 1 TO WS-PLN-NAMES-READ.
         MOVE PI-NAME TO WS-PLN-NAME.

         MOVE WS-PLN-NAME TO WP-NAME.
         PERFORM GET-WAYPOINT-PARA THRU GET-WAYPOINT-PARA-EXIT.
         IF NOT WS-WP-FOUND
             ADD 1 TO WS-PLN-NOT-FOUND
             MOVE SPACES TO PLAN-REPORT-RECORD
             IF WS-PLN-NAMES-READ = 1
                 MOVE "Y" TO WS-PLN-NO-START-SWITCH
                 STRING "** START NOT ON MASTER: "
                     WS-PLN-NAME DELIMITED BY SIZE
                     INTO PLAN-REPORT-RECORD
                 END-STRING
             ELSE
                 STRING "** NOT ON MASTER, LEFT OUT: " WS-PLN-NAME
                     DELIMITED BY SIZE
                     INTO PLAN-REPORT-RECORD
                 END-STRING
             END-IF
             WRITE PLAN-REPORT-RECORD
             GO TO PLN-READ-PARA-EXIT
         END-IF.

         MOVE "N" TO WS-PLN-DUP-SWITCH.
         MOVE 1 TO WS-PLN-IX.
         PERFORM PLN-DUP-SCAN-PARA THRU PLN-DUP-SCAN-PARA-EXIT
             UNTIL WS-PLN-IX > WS-PLN-COUNT OR WS-PLN-DUP.
         IF WS-PLN-DUP
             ADD 1 TO WS-PLN-DUPLICATES
             MOVE SPACES TO PLAN-REPORT-RECORD
             STRING "** ALREADY IN THE PLAN, LEFT OUT: " WS-PLN-NAME
                 DELIMITED BY SIZE
                 INTO PLAN-REPORT-RECORD
             END-STRING
             WRITE PLAN-REPORT-RECORD
             GO TO PLN-READ-PARA-EXIT
         END-IF.
         IF WS-PLN-COUNT >= 200
             ADD 1 TO WS-PLN-OVERFLOW
             MOVE SPACES TO PLAN-REPORT-RECORD
             STRING "** OVER 199 STOPS, LEFT OUT: " WS-PLN-NAME
                 DELIMITED BY SIZE
                 INTO PLAN-REPORT-RECORD
             END-STRING
             WRITE PLAN-REPORT-RECORD
             GO TO PLN-READ-PARA-EXIT
         END-IF.

         ADD 1 TO WS-PLN-COUNT.
         MOVE WS-PLN-NAME TO WS-PLN-P-NAME(WS-PLN-COUNT).
         MOVE WP-LAT-DEGREES TO WS-PLN-P-LAT(WS-PLN-COUNT).
         MOVE WP-LON-DEGREES TO WS-PLN-P-LON(WS-PLN-COUNT).
         MOVE "N" TO WS-PLN-P-VISITED(WS-PLN-COUNT).
         PLN-READ-PARA-EXIT.
         EXIT.

         PLN-DUP-SCAN-PARA.
         IF WS-PLN-P-NAME(WS-PLN-IX) = WS-PLN-NAME
             MOVE "Y" TO WS-PLN-DUP-SWITCH
         END-IF.
         ADD 1 TO WS-PLN-IX.
         PLN-DUP-SCAN-PARA-EXIT.
         EXIT.

      * Great-circle distance table, worked for each pair once
         PLN-MATRIX-ROW-PARA.
         MOVE ZERO TO WS-PLN-DIST(WS-PLN-IX, WS-PLN-IX).
         COMPUTE WS-PLN-JX = WS-PLN-IX + 1.
         PERFORM PLN-MATRIX-CELL-PARA THRU PLN-MATRIX-CELL-PARA-EXIT
             UNTIL WS-PLN-JX > WS-PLN-COUNT.
         ADD 1 TO WS-PLN-IX.
         PLN-MATRIX-ROW-PARA-EXIT.
         EXIT.

         PLN-MATRIX-CELL-PARA.
         MOVE WS-PLN-P-LAT(WS-PLN-IX) TO WS-GEO-LAT1.
         MOVE WS-PLN-P-LON(WS-PLN-IX) TO WS-GEO-LON1.
         MOVE WS-PLN-P-LAT(WS-PLN-JX) TO WS-GEO-LAT2.
         MOVE WS-PLN-P-LON(WS-PLN-JX) TO WS-GEO-LON2.
         PERFORM GREAT-CIRCLE-PARA THRU GREAT-CIRCLE-PARA-EXIT.
         MOVE WS-GEO-DIST-KM TO WS-PLN-DIST(WS-PLN-IX, WS-PLN-JX).
         MOVE WS-GEO-DIST-KM TO WS-PLN-DIST(WS-PLN-JX, WS-PLN-IX).
         ADD 1 TO WS-PLN-JX.
         PLN-MATRIX-CELL-PARA-EXIT.
         EXIT.

         PLN-SUBMITTED-TOUR-PARA.
         MOVE WS-PLN-POS TO WS-PLN-TOUR(WS-PLN-POS).
         ADD 1 TO WS-PLN-POS.
         PLN-SUBMITTED-TOUR-PARA-EXIT.
         EXIT.

      * Route length of the tour table into WS-PLN-KM
         PLN-TOUR-LENGTH-PARA.
         MOVE ZERO TO WS-PLN-KM.
         MOVE 2 TO WS-PLN-POS.
         PERFORM PLN-TOUR-LEG-PARA THRU PLN-TOUR-LEG-PARA-EXIT
             UNTIL WS-PLN-POS > WS-PLN-COUNT.
         PLN-TOUR-LENGTH-PARA-EXIT.
         EXIT.

         PLN-TOUR-LEG-PARA.
         MOVE WS-PLN-TOUR(WS-PLN-POS - 1) TO WS-PLN-A.
         MOVE WS-PLN-TOUR(WS-PLN-POS) TO WS-PLN-B.
         COMPUTE WS-PLN-KM =
             WS-PLN-KM + WS-PLN-DIST(WS-PLN-A, WS-PLN-B).
         ADD 1 TO WS-PLN-POS.
         PLN-TOUR-LEG-PARA-EXIT.
         EXIT.

      * Next position goes to the nearest stop not yet visited; a tie
      * goes to the stop submitted first
         PLN-NN-STEP-PARA.
         MOVE WS-PLN-TOUR(WS-PLN-POS - 1) TO WS-PLN-A.
         MOVE ZERO TO WS-PLN-BEST-IX.
         MOVE 2 TO WS-PLN-IX.
         PERFORM PLN-NN-SCAN-PARA THRU PLN-NN-SCAN-PARA-EXIT
             UNTIL WS-PLN-IX > WS-PLN-COUNT.
         MOVE WS-PLN-BEST-IX TO WS-PLN-TOUR(WS-PLN-POS).
         MOVE "Y" TO WS-PLN-P-VISITED(WS-PLN-BEST-IX).
         ADD 1 TO WS-PLN-POS.
         PLN-NN-STEP-PARA-EXIT.
         EXIT.

         PLN-NN-SCAN-PARA.
         IF WS-PLN-P-VISITED(WS-PLN-IX) = "N"
             IF WS-PLN-BEST-IX = ZERO
                 OR WS-PLN-DIST(WS-PLN-A, WS-PLN-IX) < WS-PLN-BEST-KM
                 MOVE WS-PLN-IX TO WS-PLN-BEST-IX
                 MOVE WS-PLN-DIST(WS-PLN-A, WS-PLN-IX) TO
                     WS-PLN-BEST-KM
             END-IF
         END-IF.
         ADD 1 TO WS-PLN-IX.
         PLN-NN-SCAN-PARA-EXIT.
         EXIT.

      * One 2-opt pass.  Reversing the stops in positions I+1 to K
      * swaps the legs A-B and C-D for A-C and B-D; on an open route
      * there is no D when K is the last position.  The start in
      * position 1 never moves.
         PLN-TWO-OPT-PASS-PARA.
         ADD 1 TO WS-PLN-PASSES.
         MOVE "N" TO WS-PLN-IMPROVED-SWITCH.
         MOVE 1 TO WS-PLN-I.
         PERFORM PLN-TWO-OPT-I-PARA THRU PLN-TWO-OPT-I-PARA-EXIT
             UNTIL WS-PLN-I + 2 > WS-PLN-COUNT.
         PLN-TWO-OPT-PASS-PARA-EXIT.
         EXIT.

         PLN-TWO-OPT-I-PARA.
         COMPUTE WS-PLN-K = WS-PLN-I + 2.
         PERFORM PLN-TWO-OPT-K-PARA THRU PLN-TWO-OPT-K-PARA-EXIT
             UNTIL WS-PLN-K > WS-PLN-COUNT.
         ADD 1 TO WS-PLN-I.
         PLN-TWO-OPT-I-PARA-EXIT.
         EXIT.

         PLN-TWO-OPT-K-PARA.
         MOVE WS-PLN-TOUR(WS-PLN-I) TO WS-PLN-A.
         MOVE WS-PLN-TOUR(WS-PLN-I + 1) TO WS-PLN-B.
         MOVE WS-PLN-TOUR(WS-PLN-K) TO WS-PLN-C.
         COMPUTE WS-PLN-DELTA = WS-PLN-DIST(WS-PLN-A, WS-PLN-C)
             - WS-PLN-DIST(WS-PLN-A, WS-PLN-B).
         IF WS-PLN-K < WS-PLN-COUNT
             MOVE WS-PLN-TOUR(WS-PLN-K + 1) TO WS-PLN-D
             COMPUTE WS-PLN-DELTA = WS-PLN-DELTA
                 + WS-PLN-DIST(WS-PLN-B, WS-PLN-D)
                 - WS-PLN-DIST(WS-PLN-C, WS-PLN-D)
         END-IF.
      * A metre's gain or less is not worth a reversal, and keeps
      * rounding from swapping equal routes back and forth
         IF WS-PLN-DELTA < -0.001
             COMPUTE WS-PLN-LO = WS-PLN-I + 1
             MOVE WS-PLN-K TO WS-PLN-HI
             PERFORM PLN-REVERSE-PARA THRU PLN-REVERSE-PARA-EXIT
                 UNTIL WS-PLN-LO >= WS-PLN-HI
             ADD 1 TO WS-PLN-SWAPS
             MOVE "Y" TO WS-PLN-IMPROVED-SWITCH
         END-IF.
         ADD 1 TO WS-PLN-K.
         PLN-TWO-OPT-K-PARA-EXIT.
         EXIT.

         PLN-REVERSE-PARA.
         MOVE WS-PLN-TOUR(WS-PLN-LO) TO WS-PLN-HOLD.
         MOVE WS-PLN-TOUR(WS-PLN-HI) TO WS-PLN-TOUR(WS-PLN-LO).
         MOVE WS-PLN-HOLD TO WS-PLN-TOUR(WS-PLN-HI).
         ADD 1 TO WS-PLN-LO.
         SUBTRACT 1 FROM WS-PLN-HI.
         PLN-REVERSE-PARA-EXIT.
         EXIT.

         PLN-LIST-PARA.
         MOVE WS-PLN-TOUR(WS-PLN-POS) TO WS-PLN-B.
         MOVE SPACES TO WS-PLN-DETAIL-LINE.
         COMPUTE WS-PLN-DET-SEQ = WS-PLN-POS - 1.
         MOVE WS-PLN-P-NAME(WS-PLN-B) TO WS-PLN-DET-NAME.
         IF WS-PLN-POS > 1
             COMPUTE WS-PLN-DET-SUBMITTED = WS-PLN-B - 1
             MOVE WS-PLN-TOUR(WS-PLN-POS - 1) TO WS-PLN-A
             COMPUTE WS-PLN-CUM-KM =
                 WS-PLN-CUM-KM + WS-PLN-DIST(WS-PLN-A, WS-PLN-B)
             MOVE WS-PLN-DIST(WS-PLN-A, WS-PLN-B) TO
                 WS-PLN-DET-LEG-KM
             MOVE WS-PLN-CUM-KM TO WS-PLN-DET-CUM-KM
         END-IF.
         MOVE WS-PLN-DETAIL-LINE TO PLAN-REPORT-RECORD.
         WRITE PLAN-REPORT-RECORD.
         MOVE SPACES TO PLAN-OUT-RECORD.
         MOVE WS-PLN-P-NAME(WS-PLN-B) TO PO-NAME.
         WRITE PLAN-OUT-RECORD.
         ADD 1 TO WS-PLN-POS.
         PLN-LIST-PARA-EXIT.
         EXIT.





      * The direct problem on the same sphere: from the signed
      * degrees in WS-GEO-LAT1 / WS-GEO-LON1, WS-GEO-DIST-KM along
      * the true bearing WS-GEO-BEARING, landing in WS-GEO-LAT2 /
      * WS-GEO-LON2
         GREAT-CIRCLE-DEST-PARA.
         COMPUTE WS-GEO-PI = FUNCTION ATAN(1) * 4.
         COMPUTE WS-GEO-RLAT1 = WS-GEO-LAT1 * WS-GEO-PI / 180.
         COMPUTE WS-GEO-RBEARING = WS-GEO-BEARING * WS-GEO-PI / 180.
         COMPUTE WS-GEO-DELTA = WS-GEO-DIST-KM / 6371.0088.
         COMPUTE WS-GEO-SIN-LAT1 = FUNCTION SIN(WS-GEO-RLAT1).
         COMPUTE WS-GEO-COS-LAT1 = FUNCTION COS(WS-GEO-RLAT1).
         COMPUTE WS-GEO-SIN-DELTA = FUNCTION SIN(WS-GEO-DELTA).
         COMPUTE WS-GEO-COS-DELTA = FUNCTION COS(WS-GEO-DELTA).
         COMPUTE WS-GEO-SIN-BEARING = FUNCTION SIN(WS-GEO-RBEARING).
         COMPUTE WS-GEO-COS-BEARING = FUNCTION COS(WS-GEO-RBEARING).

         COMPUTE WS-GEO-SIN-LAT2 =
             WS-GEO-SIN-LAT1 * WS-GEO-COS-DELTA
             + WS-GEO-COS-LAT1 * WS-GEO-SIN-DELTA * WS-GEO-COS-BEARING.
         IF WS-GEO-SIN-LAT2 > 1
             MOVE 1 TO WS-GEO-SIN-LAT2
         END-IF.
         IF WS-GEO-SIN-LAT2 < -1
             MOVE -1 TO WS-GEO-SIN-LAT2
         END-IF.
         COMPUTE WS-GEO-RLAT2-OUT = FUNCTION ASIN(WS-GEO-SIN-LAT2).
         COMPUTE WS-GEO-LAT2 = WS-GEO-RLAT2-OUT * 180 / WS-GEO-PI.

         COMPUTE WS-GEO-ATAN-Y =
             WS-GEO-SIN-BEARING * WS-GEO-SIN-DELTA * WS-GEO-COS-LAT1.
         COMPUTE WS-GEO-ATAN-X =
             WS-GEO-COS-DELTA - WS-GEO-SIN-LAT1 * WS-GEO-SIN-LAT2.
         PERFORM ARCTAN2-PARA THRU ARCTAN2-PARA-EXIT.
         COMPUTE WS-GEO-LON2 =
             WS-GEO-LON1 + WS-GEO-ATAN-RESULT * 180 / WS-GEO-PI.
         IF WS-GEO-LON2 > 180
             SUBTRACT 360 FROM WS-GEO-LON2
         END-IF.
         IF WS-GEO-LON2 < -180
             ADD 360 TO WS-GEO-LON2
         END-IF.
         GREAT-CIRCLE-DEST-PARA-EXIT.
         EXIT.



      * WGS84 lat/lon (signed degrees in WS-GEO-LAT1 / WS-GEO-LON1)
      * to UTM zone, band, easting and northing.  Same one-operation-
      * per-COMPUTE discipline as the great-circle math.



         OPEN-ROUTE-IO-PARA.
         OPEN I-O ROUTE-MASTER.
         IF WS-FS-ROUTE-MST = "35"
             OPEN OUTPUT ROUTE-MASTER
             CLOSE ROUTE-MASTER
             OPEN I-O ROUTE-MASTER
         END-IF.
         OPEN-ROUTE-IO-PARA-EXIT.
         EXIT.



      * Declination table access.  A missing or unopenable table is
      * not an error here -- lookups simply report no coverage and
      * the caller flags the leg.
         DCL-MAGNETIC-PARA-EXIT.
         EXIT.

      * The reverse, for bearings observed on a compass:
      * true = magnetic + declination, from WS-DCL-MAG into
      * WS-GEO-BEARING
         DCL-TRUE-PARA.
         COMPUTE WS-GEO-BEARING = WS-DCL-MAG + WS-DCL-VALUE.
         IF WS-GEO-BEARING < 0
             ADD 360 TO WS-GEO-BEARING
         END-IF.
         IF WS-GEO-BEARING >= 360
             SUBTRACT 360 FROM WS-GEO-BEARING
         END-IF.
         DCL-TRUE-PARA-EXIT.
         EXIT.

      * Declination table load: the DECLIN flat file (signed whole
      * degrees for the cell, signed tenths for the declination) is
      * validated and written to a rebuilt DECLTAB, replacing the
         MOVE ZERO TO WS-DCL-REJECTED.
         MOVE "N" TO WS-DCL-EOF-SWITCH.

         MOVE "D" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             MOVE 16 TO RETURN-CODE
             GO TO DCL-LOAD-PARA-EXIT
         END-IF.

         OPEN INPUT DECLINATION-LOAD-FILE.
         IF WS-FS-DECL-IN NOT = "00"
             DISPLAY "    Unable to open DECLIN, status "



      * Datum master access.  As with the declination table, a
      * missing DATUMMST is not an error in itself -- WGS84 is built
      * in, and any other datum simply fails its lookup.
         DTM-OPEN-PARA.
         OPEN INPUT DATUM-MASTER.
         IF WS-FS-DATUM = "00"
             MOVE "Y" TO WS-DTM-OPEN-SWITCH
         ELSE
             MOVE "N" TO WS-DTM-OPEN-SWITCH
         END-IF.
         DTM-OPEN-PARA-EXIT.
         EXIT.

         DTM-CLOSE-PARA.
         IF WS-DTM-OPENED
             CLOSE DATUM-MASTER
             MOVE "N" TO WS-DTM-OPEN-SWITCH
         END-IF.
         DTM-CLOSE-PARA-EXIT.
         EXIT.

      * Ellipsoid and shift constants for the datum in WS-DTM-CODE
      * into the WS-DTM-LK- fields
         DTM-LOOKUP-PARA.
         MOVE "N" TO WS-DTM-FOUND-SWITCH.
         IF WS-DTM-CODE = "WGS84"
             MOVE WS-DTM-WGS-A TO WS-DTM-LK-A
             COMPUTE WS-DTM-LK-F = 1 / 298.257223563
             MOVE ZERO TO WS-DTM-LK-DX
             MOVE ZERO TO WS-DTM-LK-DY
             MOVE ZERO TO WS-DTM-LK-DZ
             MOVE "Y" TO WS-DTM-FOUND-SWITCH
             GO TO DTM-LOOKUP-PARA-EXIT
         END-IF.
         IF NOT WS-DTM-OPENED
             GO TO DTM-LOOKUP-PARA-EXIT
         END-IF.
         MOVE WS-DTM-CODE TO DA-CODE.
         READ DATUM-MASTER
             INVALID KEY
                 GO TO DTM-LOOKUP-PARA-EXIT
         END-READ.
         IF DA-SEMI-MAJOR = ZERO OR DA-INV-FLATTENING = ZERO
             GO TO DTM-LOOKUP-PARA-EXIT
         END-IF.
         MOVE DA-SEMI-MAJOR TO WS-DTM-LK-A.
         COMPUTE WS-DTM-LK-F = 1 / DA-INV-FLATTENING.
         MOVE DA-SHIFT-X TO WS-DTM-LK-DX.
         MOVE DA-SHIFT-Y TO WS-DTM-LK-DY.
         MOVE DA-SHIFT-Z TO WS-DTM-LK-DZ.
         MOVE "Y" TO WS-DTM-FOUND-SWITCH.
         DTM-LOOKUP-PARA-EXIT.
         EXIT.

      * Loads the constants for WS-DTM-SOURCE and WS-DTM-TARGET;
      * WS-DTM-VALID is off when either is not on the master
         DTM-SETUP-PARA.
         MOVE "Y" TO WS-DTM-VALID-SWITCH.
         MOVE WS-DTM-SOURCE TO WS-DTM-CODE.
         PERFORM DTM-LOOKUP-PARA THRU DTM-LOOKUP-PARA-EXIT.
         IF NOT WS-DTM-FOUND
             DISPLAY "    Datum "WS-DTM-SOURCE
                 " is not on the datum master."
             MOVE "N" TO WS-DTM-VALID-SWITCH
             MOVE SPACES TO WS-DTM-LOADED-SOURCE
         ELSE
             MOVE WS-DTM-LK-A TO WS-DTM-SRC-A
             MOVE WS-DTM-LK-F TO WS-DTM-SRC-F
             MOVE WS-DTM-LK-DX TO WS-DTM-SRC-DX
             MOVE WS-DTM-LK-DY TO WS-DTM-SRC-DY
             MOVE WS-DTM-LK-DZ TO WS-DTM-SRC-DZ
             MOVE WS-DTM-SOURCE TO WS-DTM-LOADED-SOURCE
         END-IF.
         IF WS-DTM-TARGET = WS-DTM-LOADED-TARGET
             GO TO DTM-SETUP-PARA-EXIT
         END-IF.
         MOVE WS-DTM-TARGET TO WS-DTM-CODE.
         PERFORM DTM-LOOKUP-PARA THRU DTM-LOOKUP-PARA-EXIT.
         IF NOT WS-DTM-FOUND
             DISPLAY "    Datum "WS-DTM-TARGET
                 " is not on the datum master."
             MOVE "N" TO WS-DTM-VALID-SWITCH
         ELSE
             MOVE WS-DTM-LK-A TO WS-DTM-TGT-A
             MOVE WS-DTM-LK-F TO WS-DTM-TGT-F
             MOVE WS-DTM-LK-DX TO WS-DTM-TGT-DX
             MOVE WS-DTM-LK-DY TO WS-DTM-TGT-DY
             MOVE WS-DTM-LK-DZ TO WS-DTM-TGT-DZ
             MOVE WS-DTM-TARGET TO WS-DTM-LOADED-TARGET
         END-IF.
         DTM-SETUP-PARA-EXIT.
         EXIT.

      * Signed degrees in WS-DTM-LAT / WS-DTM-LON from the source
      * datum to the target datum, by way of WGS84
         DTM-TRANSFORM-PARA.
         IF WS-DTM-SOURCE = WS-DTM-TARGET
             GO TO DTM-TRANSFORM-PARA-EXIT
         END-IF.
         COMPUTE WS-DTM-WGS-F = 1 / 298.257223563.
         IF WS-DTM-SOURCE NOT = "WGS84"
             MOVE WS-DTM-SRC-A TO WS-DTM-FROM-A
             MOVE WS-DTM-SRC-F TO WS-DTM-FROM-F
             MOVE WS-DTM-WGS-A TO WS-DTM-TO-A
             MOVE WS-DTM-WGS-F TO WS-DTM-TO-F
             MOVE WS-DTM-SRC-DX TO WS-DTM-DX
             MOVE WS-DTM-SRC-DY TO WS-DTM-DY
             MOVE WS-DTM-SRC-DZ TO WS-DTM-DZ
             PERFORM DTM-MOLODENSKY-PARA THRU
                 DTM-MOLODENSKY-PARA-EXIT
         END-IF.
         IF WS-DTM-TARGET NOT = "WGS84"
             MOVE WS-DTM-WGS-A TO WS-DTM-FROM-A
             MOVE WS-DTM-WGS-F TO WS-DTM-FROM-F
             MOVE WS-DTM-TGT-A TO WS-DTM-TO-A
             MOVE WS-DTM-TGT-F TO WS-DTM-TO-F
             COMPUTE WS-DTM-DX = WS-DTM-TGT-DX * -1
             COMPUTE WS-DTM-DY = WS-DTM-TGT-DY * -1
             COMPUTE WS-DTM-DZ = WS-DTM-TGT-DZ * -1
             PERFORM DTM-MOLODENSKY-PARA THRU
                 DTM-MOLODENSKY-PARA-EXIT
         END-IF.
         DTM-TRANSFORM-PARA-EXIT.
         EXIT.

      * Abridged Molodensky shift of WS-DTM-LAT / WS-DTM-LON from the
      * FROM ellipsoid to the TO ellipsoid with the X/Y/Z shift in
      * WS-DTM-DX/DY/DZ.  Height is taken as zero; the resulting
      * error is well under a metre for survey work.  Same one-
      * function-per-COMPUTE discipline as the great-circle math.
         DTM-MOLODENSKY-PARA.
         COMPUTE WS-GEO-PI = FUNCTION ATAN(1) * 4.
         COMPUTE WS-DTM-PHI = WS-DTM-LAT * WS-GEO-PI / 180.
         COMPUTE WS-DTM-LAM = WS-DTM-LON * WS-GEO-PI / 180.
         COMPUTE WS-DTM-SINPHI = FUNCTION SIN(WS-DTM-PHI).
         COMPUTE WS-DTM-COSPHI = FUNCTION COS(WS-DTM-PHI).
         COMPUTE WS-DTM-SINLAM = FUNCTION SIN(WS-DTM-LAM).
         COMPUTE WS-DTM-COSLAM = FUNCTION COS(WS-DTM-LAM).
         COMPUTE WS-DTM-SIN2PHI = WS-DTM-SINPHI * WS-DTM-COSPHI * 2.

         COMPUTE WS-DTM-E2 = WS-DTM-FROM-F * (2 - WS-DTM-FROM-F).
         COMPUTE WS-DTM-DA = WS-DTM-TO-A - WS-DTM-FROM-A.
         COMPUTE WS-DTM-DF = WS-DTM-TO-F - WS-DTM-FROM-F.
         COMPUTE WS-DTM-T1 =
             1 - WS-DTM-E2 * WS-DTM-SINPHI * WS-DTM-SINPHI.
         COMPUTE WS-DTM-T2 = FUNCTION SQRT(WS-DTM-T1).
         COMPUTE WS-DTM-RN = WS-DTM-FROM-A / WS-DTM-T2.
         COMPUTE WS-DTM-RM = WS-DTM-FROM-A * (1 - WS-DTM-E2)
             / (WS-DTM-T1 * WS-DTM-T2).

         COMPUTE WS-DTM-DPHI =
             0 - WS-DTM-DX * WS-DTM-SINPHI * WS-DTM-COSLAM
             - WS-DTM-DY * WS-DTM-SINPHI * WS-DTM-SINLAM
             + WS-DTM-DZ * WS-DTM-COSPHI
             + (WS-DTM-FROM-A * WS-DTM-DF + WS-DTM-FROM-F * WS-DTM-DA)
             * WS-DTM-SIN2PHI.
         COMPUTE WS-DTM-DPHI = WS-DTM-DPHI / WS-DTM-RM.
      * At the poles longitude is undefined and is left alone
         IF WS-DTM-COSPHI < 0.000000001
             MOVE ZERO TO WS-DTM-DLAM
         ELSE
             COMPUTE WS-DTM-DLAM =
                 0 - WS-DTM-DX * WS-DTM-SINLAM
                 + WS-DTM-DY * WS-DTM-COSLAM
             COMPUTE WS-DTM-DLAM =
                 WS-DTM-DLAM / (WS-DTM-RN * WS-DTM-COSPHI)
         END-IF.

         COMPUTE WS-DTM-LAT =
             WS-DTM-LAT + WS-DTM-DPHI * 180 / WS-GEO-PI.
         COMPUTE WS-DTM-LON =
             WS-DTM-LON + WS-DTM-DLAM * 180 / WS-GEO-PI.
         IF WS-DTM-LON > 180
             SUBTRACT 360 FROM WS-DTM-LON
         END-IF.
         IF WS-DTM-LON < -180
             ADD 360 TO WS-DTM-LON
         END-IF.
         DTM-MOLODENSKY-PARA-EXIT.
         EXIT.

      * Datum master load: the DATUMIN flat file is validated and
      * written to a rebuilt DATUMMST, replacing the previous master
      * in one run the same way the declination table is loaded
         DTL-LOAD-PARA.
         MOVE ZERO TO WS-DTL-RECORDS-READ.
         MOVE ZERO TO WS-DTL-LOADED.
         MOVE ZERO TO WS-DTL-REJECTED.
         MOVE "N" TO WS-DTL-EOF-SWITCH.

         MOVE "P" TO WS-OPR-FUNCTION.
         PERFORM OPR-CHECK-PARA THRU OPR-CHECK-PARA-EXIT.
         IF NOT WS-OPR-ALLOWED
             MOVE 16 TO RETURN-CODE
             GO TO DTL-LOAD-PARA-EXIT
         END-IF.

         OPEN INPUT DATUM-LOAD-FILE.
         IF WS-FS-DATUM-IN NOT = "00"
             DISPLAY "    Unable to open DATUMIN, status "
                 WS-FS-DATUM-IN
             MOVE 16 TO RETURN-CODE
             GO TO DTL-LOAD-PARA-EXIT
         END-IF.
         OPEN OUTPUT DATUM-MASTER.
         IF WS-FS-DATUM NOT = "00"
             DISPLAY "    Unable to open DATUMMST, status "
                 WS-FS-DATUM
             CLOSE DATUM-LOAD-FILE
             MOVE 16 TO RETURN-CODE
             GO TO DTL-LOAD-PARA-EXIT
         END-IF.
         CLOSE DATUM-MASTER.
         OPEN I-O DATUM-MASTER.
         IF WS-FS-DATUM NOT = "00"
             DISPLAY "    Unable to re-open DATUMMST, status "
                 WS-FS-DATUM
             CLOSE DATUM-LOAD-FILE
             MOVE 16 TO RETURN-CODE
             GO TO DTL-LOAD-PARA-EXIT
         END-IF.

         PERFORM DTL-LOAD-RECORD-PARA THRU
             DTL-LOAD-RECORD-PARA-EXIT
             UNTIL WS-DTL-EOF.

         CLOSE DATUM-LOAD-FILE.
         CLOSE DATUM-MASTER.

         DISPLAY "    --- Datum master load control totals ---".
         DISPLAY "    Records read  : "WS-DTL-RECORDS-READ.
         DISPLAY "    Datums loaded : "WS-DTL-LOADED.
         DISPLAY "    Rejected      : "WS-DTL-REJECTED.

         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "DATUMLOAD" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "SUMMARY READ=" WS-DTL-RECORDS-READ
                 DELIMITED BY SIZE
             " OK=" DELIMITED BY SIZE
             WS-DTL-LOADED DELIMITED BY SIZE
             " REJ=" DELIMITED BY SIZE
             WS-DTL-REJECTED DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.
         DTL-LOAD-PARA-EXIT.
         EXIT.

         DTL-LOAD-RECORD-PARA.
         READ DATUM-LOAD-FILE
             AT END
                 MOVE "Y" TO WS-DTL-EOF-SWITCH
                 GO TO DTL-LOAD-RECORD-PARA-EXIT
         END-READ.
         ADD 1 TO WS-DTL-RECORDS-READ.

         IF DN-CODE = SPACES
             OR DN-SEMI-MAJOR NOT NUMERIC
             OR DN-INV-FLATTENING NOT NUMERIC
             OR DN-SHIFT-X NOT NUMERIC
             OR DN-SHIFT-Y NOT NUMERIC
             OR DN-SHIFT-Z NOT NUMERIC
             ADD 1 TO WS-DTL-REJECTED
             DISPLAY "    REJECTED RECORD "WS-DTL-RECORDS-READ
                 ": "DATUM-LOAD-RECORD
             GO TO DTL-LOAD-RECORD-PARA-EXIT
         END-IF.
      * Every earth ellipsoid in use lies well inside these bounds;
      * anything outside is a column slip in the load file
         IF DN-SEMI-MAJOR < 6300000 OR DN-SEMI-MAJOR > 6400000
             OR DN-INV-FLATTENING < 250
             OR DN-INV-FLATTENING > 350
             ADD 1 TO WS-DTL-REJECTED
             DISPLAY "    ELLIPSOID OUT OF RANGE AT RECORD "
                 WS-DTL-RECORDS-READ
             GO TO DTL-LOAD-RECORD-PARA-EXIT
         END-IF.

         MOVE SPACES TO DATUM-RECORD.
         MOVE FUNCTION UPPER-CASE(DN-CODE) TO DA-CODE.
         MOVE DN-NAME TO DA-NAME.
         MOVE DN-ELLIPSOID TO DA-ELLIPSOID.
         MOVE DN-SEMI-MAJOR TO DA-SEMI-MAJOR.
         MOVE DN-INV-FLATTENING TO DA-INV-FLATTENING.
         MOVE DN-SHIFT-X TO DA-SHIFT-X.
         MOVE DN-SHIFT-Y TO DA-SHIFT-Y.
         MOVE DN-SHIFT-Z TO DA-SHIFT-Z.
         WRITE DATUM-RECORD
             INVALID KEY
                 ADD 1 TO WS-DTL-REJECTED
                 DISPLAY "    DUPLICATE DATUM AT RECORD "
                     WS-DTL-RECORDS-READ
                 GO TO DTL-LOAD-RECORD-PARA-EXIT
         END-WRITE.
         ADD 1 TO WS-DTL-LOADED.
         DTL-LOAD-RECORD-PARA-EXIT.
         EXIT.



         OPEN-LOG-PARA.
         OPEN EXTEND CONVERSION-LOG-FILE.
         IF WS-FS-CONV-LOG NOT = "00"
             WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
             INTO WS-LOG-TIMESTAMP
         END-STRING.
         MOVE WS-OPR-ID TO WS-LOG-OPERATOR.
         MOVE WS-LOG-RECORD-AREA TO CONVERSION-LOG-RECORD.
         WRITE CONVERSION-LOG-RECORD.
         LOG-CONVERSION-PARA-EXIT.



      *----------------------------------------------------------*
      * Operator sign-on and maintenance authority               *
      *----------------------------------------------------------*

      * Interactive sign-on against OPERSEC: three tries at an ID
      * and password.  An unknown ID, a wrong password and a
      * suspended operator all get the same answer, and every
      * attempt is written to CONVLOG.
         SIGNON-PARA.
         MOVE "N" TO WS-OPR-SIGNON-SWITCH.
         MOVE ZERO TO WS-OPR-ATTEMPTS.
         OPEN INPUT OPERATOR-SECURITY-FILE.
         IF WS-FS-OPER-SEC NOT = "00"
             DISPLAY "Unable to open OPERSEC, status "
                 WS-FS-OPER-SEC
             GO TO SIGNON-PARA-EXIT
         END-IF.
         DISPLAY "== COBOL Degree and DMS Converter -- sign-on ==".
         PERFORM SIGNON-ATTEMPT-PARA THRU SIGNON-ATTEMPT-PARA-EXIT
             UNTIL WS-OPR-SIGNED-ON OR WS-OPR-ATTEMPTS >= 3.
         CLOSE OPERATOR-SECURITY-FILE.
         DISPLAY " ".
         SIGNON-PARA-EXIT.
         EXIT.

         SIGNON-ATTEMPT-PARA.
         ADD 1 TO WS-OPR-ATTEMPTS.
         DISPLAY "Operator ID: " WITH NO ADVANCING.
         ACCEPT WS-OPR-ID-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.
         DISPLAY "Password: " WITH NO ADVANCING.
         ACCEPT WS-OPR-PASSWORD-INPUT
             ON EXCEPTION
                 PERFORM ABEND-EOF-PARA THRU ABEND-EOF-PARA-EXIT
         END-ACCEPT.

         MOVE FUNCTION UPPER-CASE(WS-OPR-ID-INPUT) TO OS-OPERATOR-ID.
         PERFORM OPR-LOOKUP-PARA THRU OPR-LOOKUP-PARA-EXIT.
         IF NOT WS-OPR-FOUND
             OR OS-PASSWORD NOT = WS-OPR-PASSWORD-INPUT
             OR NOT OS-ACTIVE
             DISPLAY "Sign-on rejected."
             PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT
             MOVE "SIGNON" TO WS-LOG-MODE
             MOVE SPACES TO WS-LOG-DETAIL
             STRING "REJECTED ID=" WS-OPR-ID-INPUT
                 DELIMITED BY SIZE
                 INTO WS-LOG-DETAIL
             END-STRING
             PERFORM LOG-CONVERSION-PARA THRU
                 LOG-CONVERSION-PARA-EXIT
             PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT
             GO TO SIGNON-ATTEMPT-PARA-EXIT
         END-IF.

         MOVE OS-OPERATOR-ID TO WS-OPR-ID.
         MOVE OS-OPERATOR-NAME TO WS-OPR-NAME.
         MOVE OS-AUTHORITY TO WS-OPR-AUTHORITY.
         MOVE "Y" TO WS-OPR-SIGNON-SWITCH.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "SIGNON" TO WS-LOG-MODE.
         MOVE "SIGNED ON" TO WS-LOG-DETAIL.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.
         SIGNON-ATTEMPT-PARA-EXIT.
         EXIT.

      * A batch run is stamped with the operator named on the OPERID
      * card and carries that operator's authority; with no card it
      * is stamped BATCH and may not do master maintenance.  A card
      * that cannot be verified on OPERSEC is stamped with the ID
      * behind a "?" so it is never recorded as the actor.
         OPR-BATCH-PARA.
         MOVE "BATCH" TO WS-OPR-ID.
         MOVE SPACES TO WS-OPR-NAME.
         MOVE "NNNNN" TO WS-OPR-AUTHORITY.
         OPEN INPUT OPERATOR-CARD-FILE.
         IF WS-FS-OPER-CARD NOT = "00"
             GO TO OPR-BATCH-PARA-EXIT
         END-IF.
         READ OPERATOR-CARD-FILE
             AT END
                 MOVE SPACES TO OPERATOR-CARD-RECORD
         END-READ.
         CLOSE OPERATOR-CARD-FILE.
         MOVE OPERATOR-CARD-RECORD(1:8) TO WS-OPR-ID-INPUT.
         IF WS-OPR-ID-INPUT = SPACES
             GO TO OPR-BATCH-PARA-EXIT
         END-IF.
         MOVE FUNCTION UPPER-CASE(WS-OPR-ID-INPUT) TO WS-OPR-ID.

         OPEN INPUT OPERATOR-SECURITY-FILE.
         IF WS-FS-OPER-SEC NOT = "00"
             DISPLAY "    Unable to open OPERSEC, status "
                 WS-FS-OPER-SEC" -- operator "WS-OPR-ID
                 " has no maintenance authority."
             GO TO OPR-BATCH-PARA-UNVERIFIED
         END-IF.
         MOVE WS-OPR-ID TO OS-OPERATOR-ID.
         PERFORM OPR-LOOKUP-PARA THRU OPR-LOOKUP-PARA-EXIT.
         CLOSE OPERATOR-SECURITY-FILE.
         IF WS-OPR-FOUND AND OS-ACTIVE
             MOVE OS-OPERATOR-NAME TO WS-OPR-NAME
             MOVE OS-AUTHORITY TO WS-OPR-AUTHORITY
             GO TO OPR-BATCH-PARA-EXIT
         END-IF.
         DISPLAY "    Operator "WS-OPR-ID
             " is not an active operator on OPERSEC.".

         OPR-BATCH-PARA-UNVERIFIED.
         MOVE WS-OPR-ID TO WS-OPR-ID-INPUT.
         MOVE SPACES TO WS-OPR-ID.
         STRING "?" WS-OPR-ID-INPUT DELIMITED BY SIZE
             INTO WS-OPR-ID
         END-STRING.
         OPR-BATCH-PARA-EXIT.
         EXIT.

      * Random read of the security file; caller sets OS-OPERATOR-ID
      * and must already have the file open
         OPR-LOOKUP-PARA.
         MOVE "Y" TO WS-OPR-FOUND-SWITCH.
         READ OPERATOR-SECURITY-FILE
             INVALID KEY
                 MOVE "N" TO WS-OPR-FOUND-SWITCH
         END-READ.
         OPR-LOOKUP-PARA-EXIT.
         EXIT.

      * Caller sets WS-OPR-FUNCTION; a refusal is displayed and
      * written to CONVLOG so the attempt itself is on record
         OPR-CHECK-PARA.
         MOVE "N" TO WS-OPR-ALLOWED-SWITCH.
           EVALUATE TRUE
               WHEN WS-OPR-FUNC-WAYPOINT
                   MOVE "WAYPOINT MAINTENANCE" TO WS-OPR-FUNC-TEXT
                   IF WS-OPR-AUTH-WAYPOINT = "Y"
                       MOVE "Y" TO WS-OPR-ALLOWED-SWITCH
                   END-IF
               WHEN WS-OPR-FUNC-REGION
                   MOVE "REGION MAINTENANCE" TO WS-OPR-FUNC-TEXT
                   IF WS-OPR-AUTH-REGION = "Y"
                       MOVE "Y" TO WS-OPR-ALLOWED-SWITCH
                   END-IF
               WHEN WS-OPR-FUNC-DECLINATION
                   MOVE "DECLINATION MAINTENANCE" TO WS-OPR-FUNC-TEXT
                   IF WS-OPR-AUTH-DECLINATION = "Y"
                       MOVE "Y" TO WS-OPR-ALLOWED-SWITCH
                   END-IF
               WHEN WS-OPR-FUNC-ROUTE
                   MOVE "ROUTE MAINTENANCE" TO WS-OPR-FUNC-TEXT
                   IF WS-OPR-AUTH-ROUTE = "Y"
                       MOVE "Y" TO WS-OPR-ALLOWED-SWITCH
                   END-IF
               WHEN WS-OPR-FUNC-DATUM
                   MOVE "DATUM MAINTENANCE" TO WS-OPR-FUNC-TEXT
                   IF WS-OPR-AUTH-DATUM = "Y"
                       MOVE "Y" TO WS-OPR-ALLOWED-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN FUNCTION" TO WS-OPR-FUNC-TEXT
           END-EVALUATE.
         IF WS-OPR-ALLOWED
             GO TO OPR-CHECK-PARA-EXIT
         END-IF.

         DISPLAY "    Operator "WS-OPR-ID" is not authorised for "
             WS-OPR-FUNC-TEXT.
         PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.
         MOVE "REFUSED" TO WS-LOG-MODE.
         MOVE SPACES TO WS-LOG-DETAIL.
         STRING "NOT AUTHORISED FOR " WS-OPR-FUNC-TEXT
             DELIMITED BY SIZE
             INTO WS-LOG-DETAIL
         END-STRING.
         PERFORM LOG-CONVERSION-PARA THRU LOG-CONVERSION-PARA-EXIT.
         PERFORM CLOSE-LOG-PARA THRU CLOSE-LOG-PARA-EXIT.
         OPR-CHECK-PARA-EXIT.
         EXIT.



      * An unattended run that falls through to an interactive ACCEPT
      * with no terminal attached would otherwise spin forever on
      * zero-filled input; trap the condition here and abend cleanly.
         MOVE SPACES TO WS-PARM-VAL2.
         MOVE SPACES TO WS-PARM-VAL3.
         MOVE SPACES TO WS-PARM-VAL4.
         MOVE SPACES TO WS-PARM-VAL5.
         MOVE SPACES TO WS-PARM-EXTRA.
         UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
             INTO WS-PARM-MODE WS-PARM-VAL1 WS-PARM-VAL2
                 WS-PARM-VAL3 WS-PARM-VAL4 WS-PARM-VAL5
                 WS-PARM-EXTRA
         END-UNSTRING.

         PERFORM OPR-BATCH-PARA THRU OPR-BATCH-PARA-EXIT.

         MOVE 2 TO WS-SECONDS-PRECISION.

         PERFORM RUNCTL-SETUP-PARA THRU RUNCTL-SETUP-PARA-EXIT.
      * Once a trailing R is taken off no mode uses more than four
      * values; anything left over would otherwise be dropped
         IF WS-PARM-VAL5 NOT = SPACES OR WS-PARM-EXTRA NOT = SPACES
             DISPLAY "    Run refused -- too many words on the PARM "
                 "for mode " WS-PARM-MODE "."
             MOVE 16 TO RETURN-CODE
             GO TO PROCESS-CONTROL-STRING-PARA-EXIT
         END-IF.
         IF WS-RUN-PROTECTED
             PERFORM RUNCTL-CHECK-PARA THRU RUNCTL-CHECK-PARA-EXIT
             IF WS-RUN-DUP AND NOT WS-RUN-OVERRIDE

               WHEN "3"
                   DISPLAY "    > Route leg report (automated) <    "
                   MOVE WS-PARM-VAL1 TO WS-RTE-ROUTE-NAME
                   PERFORM ROUTE-RUN-PARA THRU ROUTE-RUN-PARA-EXIT

               WHEN "4"
                       "(automated) <    "
                   PERFORM AUD-RUN-PARA THRU AUD-RUN-PARA-EXIT

               WHEN "15"
                   DISPLAY "    > Stored route integrity check "
                       "(automated) <    "
                   PERFORM RTI-RUN-PARA THRU RTI-RUN-PARA-EXIT

               WHEN "16"
                   DISPLAY "    > GPX / KML export (automated) <    "
                   PERFORM EXP-RUN-PARA THRU EXP-RUN-PARA-EXIT

               WHEN "17"
                   DISPLAY "    > Region audit (automated) <    "
                   PERFORM RGA-RUN-PARA THRU RGA-RUN-PARA-EXIT

               WHEN "18"
                   DISPLAY "    > Operator security load "
                       "(automated) <    "
                   PERFORM OPL-RUN-PARA THRU OPL-RUN-PARA-EXIT

               WHEN "19"
                   DISPLAY "    > Datum master load (automated) <    "
                   PERFORM DTL-LOAD-PARA THRU DTL-LOAD-PARA-EXIT

               WHEN "20"
                   DISPLAY "    > Batch datum transformation "
                       "(automated) <    "
                   PERFORM DTM-RUN-PARA THRU DTM-RUN-PARA-EXIT

               WHEN "21"
                   DISPLAY "    > Survey traverse computation "
                       "(automated) <    "
                   PERFORM TRV-RUN-PARA THRU TRV-RUN-PARA-EXIT

               WHEN "22"
                   DISPLAY "    > GPS track processing "
                       "(automated) <    "
                   PERFORM TRK-RUN-PARA THRU TRK-RUN-PARA-EXIT

               WHEN "23"
                   DISPLAY "    > Visit-sequence planner "
                       "(automated) <    "
                   PERFORM PLN-RUN-PARA THRU PLN-RUN-PARA-EXIT

               WHEN OTHER
                   DISPLAY "    Unrecognized PARM/control-card mode."
           END-EVALUATE.
               WHEN "12"
               WHEN "13"
               WHEN "14"
               WHEN "15"
               WHEN "16"
               WHEN "17"
               WHEN "18"
               WHEN "19"
               WHEN "20"
               WHEN "21"
               WHEN "22"
                   MOVE "Y" TO WS-RUN-PROTECT-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The override word is consumed here so the modes that parse
      * their own PARM values (tolerances, sequence letters) never
      * see it.  Only the last word on the PARM can be the override,
      * and for the export an R in a value position (the second or
      * fourth word) is a name or fragment, not the override.
           EVALUATE TRUE
               WHEN WS-PARM-VAL5 NOT = SPACES
                   MOVE 5 TO WS-PARM-LAST-WORD
               WHEN WS-PARM-VAL4 NOT = SPACES
                   MOVE 4 TO WS-PARM-LAST-WORD
               WHEN WS-PARM-VAL3 NOT = SPACES
                   MOVE 3 TO WS-PARM-LAST-WORD
               WHEN WS-PARM-VAL2 NOT = SPACES
                   MOVE 2 TO WS-PARM-LAST-WORD
               WHEN WS-PARM-VAL1 NOT = SPACES
                   MOVE 1 TO WS-PARM-LAST-WORD
               WHEN OTHER
                   MOVE ZERO TO WS-PARM-LAST-WORD
           END-EVALUATE.
           EVALUATE WS-PARM-LAST-WORD
               WHEN 1
                   IF WS-PARM-VAL1 = "R"
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       MOVE SPACES TO WS-PARM-VAL1
                   END-IF
               WHEN 2
                   IF WS-PARM-VAL2 = "R" AND WS-PARM-MODE NOT = "16"
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       MOVE SPACES TO WS-PARM-VAL2
                   END-IF
               WHEN 3
                   IF WS-PARM-VAL3 = "R"
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       MOVE SPACES TO WS-PARM-VAL3
                   END-IF
               WHEN 4
                   IF WS-PARM-VAL4 = "R" AND WS-PARM-MODE NOT = "16"
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       MOVE SPACES TO WS-PARM-VAL4
                   END-IF
               WHEN 5
                   IF WS-PARM-VAL5 = "R"
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       MOVE SPACES TO WS-PARM-VAL5
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
         STRING WS-CURRENT-DATE-TIME(1:4) "-" DELIMITED BY SIZE
             WS-CURRENT-DATE-TIME(5:2) "-" DELIMITED BY SIZE
         MOVE "STARTED" TO RC-STATUS.
         MOVE ZERO TO RC-RECORDS.
         MOVE ZERO TO RC-RETURN-CODE.
      * A run pushed through on the override word is flagged so
      * the morning schedule reconciliation can report it
         IF WS-RUN-OVERRIDE
             MOVE "R" TO RC-OVERRIDE
         END-IF.
         WRITE RUN-CONTROL-RECORD.
         CLOSE RUN-CONTROL-FILE.
         RUNCTL-START-PARA-EXIT.
                   MOVE WS-DCL-RECORDS-READ TO WS-RUN-RECORDS
               WHEN "14"
                   MOVE WS-AUD-COUNT TO WS-RUN-RECORDS
               WHEN "15"
                   MOVE WS-RTI-LEGS-READ TO WS-RUN-RECORDS
               WHEN "16"
                   MOVE WS-EXP-WP-READ TO WS-RUN-RECORDS
               WHEN "17"
                   MOVE WS-RGA-WP-READ TO WS-RUN-RECORDS
               WHEN "18"
                   MOVE WS-OPL-RECORDS-READ TO WS-RUN-RECORDS
               WHEN "19"
                   MOVE WS-DTL-RECORDS-READ TO WS-RUN-RECORDS
               WHEN "20"
                   MOVE WS-DTM-RECORDS-READ TO WS-RUN-RECORDS
               WHEN "21"
                   MOVE WS-TRV-RECORDS-READ TO WS-RUN-RECORDS
               WHEN "22"
                   MOVE WS-TRK-RECORDS-READ TO WS-RUN-RECORDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
         ELSE
             MOVE 99 TO RC-RETURN-CODE
         END-IF.
         IF WS-RUN-OVERRIDE
             MOVE "R" TO RC-OVERRIDE
         END-IF.
         WRITE RUN-CONTROL-RECORD.
         CLOSE RUN-CONTROL-FILE.
         RUNCTL-END-PARA-EXIT.
