//ANDREWJP JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)',
//       PARM.GO='PROD/POSIX(ON)'
//*  Pre-flight endpoint health probe, run ahead of HTTPSCNW.
//*  The first PARM token names the target environment (DEV,
//*  TEST or PROD - looked up in ENVCTL) exactly as it does
//*  for HTTPSCNW; an optional second token is the response
//*  time in milliseconds above which an endpoint is reported
//*  SLOW (default 3000), e.g. PARM.GO='PROD 2000/POSIX(ON)'.
//*  Every endpoint HTTPSCNW would connect to - the ENVCTL
//*  environment plus each E record on ROUTECTL - is brought
//*  up with the same HWTHINIT/HWTHSET/HWTHCONN setup and sent
//*  one GET of its collection path under the current bearer
//*  token. PRBRPT lists each endpoint's status, connect and
//*  response times, and the toolkit's connection/TLS
//*  diagnostics for one that failed; PRBSTAT gets one record
//*  per endpoint for the scheduler; the operator console gets
//*  the numbered HTTPS2nn messages the automation traps.
//*  RC 0 every endpoint healthy, 4 an endpoint slow or
//*  throttling, 8 a regional endpoint down - hold the
//*  HTTPSCNW partitions that carry that region (HTTPS203E
//*  names it), 12 the ENVCTL or default-route endpoint down -
//*  hold HTTPSCNW entirely (HTTPS204E), 16 environment or
//*  routing control invalid, or a dataset would not open.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     HTTPSPRB.
      *----------------------------------------------------------------*
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-2828.
       OBJECT-COMPUTER.                IBM-2828.
      ******************************************************
      * The operator console carries the numbered HTTPSnnn
      * messages the automation product traps - here one
      * per endpoint probed, so a down region can be held
      * on its own.
      ******************************************************
       SPECIAL-NAMES.
           CONSOLE IS OPER-CONSOLE.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ENVCTL-FILE  ASSIGN TO ENVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVCTL-STATUS.

           SELECT ROUTE-FILE  ASSIGN TO ROUTECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTECTL-STATUS.

           SELECT TOKEN-FILE  ASSIGN TO TOKEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOKEN-STATUS.

           SELECT PROBE-REPORT-FILE  ASSIGN TO PRBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRBRPT-STATUS.

           SELECT PROBE-STATUS-FILE  ASSIGN TO PRBSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRBSTAT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      ******************************************************
      * Environment-selector control file, as read by
      * HTTPSCNW. The tuning fields are HTTPSCNW's alone -
      * a single probe has nothing to pace or retry.
      ******************************************************
       FD  ENVCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ENVCTL-RECORD.
           05 ENVCTL-CODE           Pic X(4).
           05 ENVCTL-URI            Pic X(64).
           05 ENVCTL-PORT           Pic 9(9).
           05 ENVCTL-KEYRING        Pic X(32).
           05 ENVCTL-PATH           Pic X(40).
           05 ENVCTL-PACE-PER-SEC   Pic X(3).
           05 ENVCTL-RETRY-MAX      Pic X(2).
           05 ENVCTL-RETRY-DELAY    Pic X(3).
           05 ENVCTL-BREAKER-LIMIT  Pic X(3).

      ******************************************************
      * Endpoint-routing control file, as read by HTTPSCNW:
      * E records define the regional endpoints, M records
      * map state codes to them (** is the default route).
      ******************************************************
       FD  ROUTE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-RECORD.
           05 RTE-REC-TYPE          Pic X(1).
              88 RTE-REC-ENDPOINT         Value 'E'.
              88 RTE-REC-STATE-MAP        Value 'M'.
           05 RTE-ENDPOINT-CODE     Pic X(4).
           05 RTE-STATE             Pic X(2).
           05 RTE-URI               Pic X(64).
           05 RTE-PORT              Pic 9(9).
           05 RTE-KEYRING           Pic X(32).
           05 RTE-PATH              Pic X(40).

      ******************************************************
      * Refreshable bearer-token dataset - the probe calls
      * under the same token the batch will, so an expired
      * token shows up here as a 401 rather than midway
      * through the batch.
      ******************************************************
       FD  TOKEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TOKEN-RECORD.
           05 TOKEN-VALUE           Pic X(200).

       FD  PROBE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROBE-REPORT-LINE           Pic X(133).

      ******************************************************
      * Probe status, one record per endpoint, for the
      * scheduler: the endpoint code, its role (D the
      * default route or the ENVCTL environment itself, R a
      * regional endpoint), the graded status, whether work
      * bound for it must be held, the HTTP code, connect
      * and response times, and the stage a failure hit.
      ******************************************************
       FD  PROBE-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROBE-STATUS-RECORD.
           05 PRB-ENDPOINT-CODE     Pic X(4).
           05 PRB-ROLE              Pic X(1).
              88 PRB-ROLE-DEFAULT         Value 'D'.
              88 PRB-ROLE-REGIONAL        Value 'R'.
           05 PRB-STATUS            Pic X(4).
           05 PRB-HOLD              Pic X(1).
           05 PRB-HTTP-CODE         Pic 9(3).
           05 PRB-CONNECT-MS        Pic 9(7).
           05 PRB-RESPONSE-MS       Pic 9(7).
           05 PRB-STAGE             Pic X(12).
           05 PRB-TIMESTAMP         Pic X(21).
           05 Filler                Pic X(20).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
      ******************************************************
      * Per-endpoint connection globals, swung onto each
      * endpoint in turn by Probe-Endpoint before the
      * connection and request are set up.
      ******************************************************
       01  URI                      PIC X(64)  VALUE Spaces.
       01  PATH                     PIC X(40)  VALUE Spaces.
       01  KEYRING                  PIC X(32)  VALUE Spaces.
       01  PORT                     PIC 9(9) Binary Value 0.
       01  TIMEOUT                  PIC 9(9) Binary Value 10.

       01  WS-PRBRPT-STATUS         Pic XX Value Spaces.
       01  WS-PRBSTAT-STATUS        Pic XX Value Spaces.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-LAST-RETCODE-TEXT     Pic X(30) Value Spaces.
       01  WS-LAST-RSNCODE-TEXT     Pic X(30) Value Spaces.

      ******************************************************
      * Environment-selector working storage. WS-ENV-CODE
      * is the DEV/TEST/PROD code named on the JCL PARM;
      * ENV-CODE-VALID is only set once it has been found
      * in ENVCTL-FILE.
      ******************************************************
       01  WS-ENV-CODE              Pic X(4) Value Spaces.
       01  WS-ENV-CODE-VALID        Pic X  Value 'N'.
           88 ENV-CODE-VALID               Value 'Y'.
       01  WS-ENVCTL-STATUS         Pic XX Value Spaces.
       01  WS-EOF-ENVCTL            Pic X  Value 'N'.
           88 WS-ENVCTL-EOF                Value 'Y'.
       01  WS-PARM-TOKEN-2          Pic X(15) Value Spaces.

      ******************************************************
      * Response time, in milliseconds, above which an
      * endpoint that answered 2xx is still reported SLOW.
      * Overridable by the second PARM token.
      ******************************************************
       01  WS-SLOW-MS               Pic 9(7) Value 3000.

      ******************************************************
      * Bearer-token / Authorization header working storage
      ******************************************************
       01  WS-TOKEN-STATUS          Pic XX Value Spaces.
       01  WS-BEARER-TOKEN          Pic X(200) Value Spaces.
       01  WS-AUTH-HEADER           Pic X(230) Value Spaces.
       01  WS-AUTH-HEADER-LEN       Pic 9(9) Binary Value 0.

      ******************************************************
      * Regional endpoint table, loaded by the same rules
      * HTTPSCNW applies - endpoint 1 is the ENVCTL
      * environment, the rest come from ROUTECTL E records
      * - with this probe's findings alongside each entry.
      * The diagnostic texts are saved off at the point of
      * failure, before the handle cleanup can overwrite
      * them.
      ******************************************************
       01  WS-ROUTECTL-STATUS       Pic XX Value Spaces.
       01  WS-EOF-ROUTECTL          Pic X  Value 'N'.
           88 WS-ROUTECTL-EOF              Value 'Y'.
       01  WS-ENDPOINT-COUNT        Pic 9(9) Binary Value 0.
       01  WS-ENDPOINT-TABLE.
           05 WS-ENDPOINT-ENTRY  OCCURS 8 TIMES.
              10 WS-EPT-CODE        Pic X(4).
              10 WS-EPT-URI         Pic X(64).
              10 WS-EPT-PORT        Pic 9(9).
              10 WS-EPT-KEYRING     Pic X(32).
              10 WS-EPT-PATH        Pic X(40).
              10 WS-EPT-ROUTES      Pic 9(3).
              10 WS-EPT-ROLE        Pic X(1).
              10 WS-EPT-STATUS      Pic X(4).
              10 WS-EPT-HOLD        Pic X(1).
              10 WS-EPT-STAGE       Pic X(12).
              10 WS-EPT-HTTP-CODE   Pic 9(3).
              10 WS-EPT-CONNECT-MS  Pic 9(7).
              10 WS-EPT-RESPONSE-MS Pic 9(7).
              10 WS-EPT-RETCODE-TEXT Pic X(30).
              10 WS-EPT-RSNCODE-TEXT Pic X(30).
              10 WS-EPT-DIAG-DESC   Pic X(128).
       01  WS-EPT-IDX               Pic 9(9) Binary Value 0.
       01  WS-ROUTE-MAP-COUNT       Pic 9(9) Binary Value 0.
       01  WS-ROUTE-MAP-TABLE.
           05 WS-ROUTE-MAP-ENTRY  OCCURS 60 TIMES.
              10 WS-MAP-STATE       Pic X(2).
              10 WS-MAP-EPT-IDX     Pic 9(9) Binary.
       01  WS-MAP-IDX               Pic 9(9) Binary Value 0.
       01  WS-DEFAULT-EPT-IDX       Pic 9(9) Binary Value 0.
       01  WS-ROUTE-IDX             Pic 9(9) Binary Value 0.
       01  WS-ROUTE-CONFIG-OK       Pic X  Value 'Y'.
           88 ROUTE-CONFIG-OK              Value 'Y'.

      ******************************************************
      * One endpoint's probe in flight: which handles are
      * held (so only those are released), the stage a
      * failure hit, and the result counts by grade.
      ******************************************************
       01  WS-CONN-INIT             Pic X  Value 'N'.
           88 CONN-HANDLE-HELD             Value 'Y'.
       01  WS-CONN-UP               Pic X  Value 'N'.
           88 CONNECTION-IS-UP             Value 'Y'.
       01  WS-RQST-INIT             Pic X  Value 'N'.
           88 RQST-HANDLE-HELD             Value 'Y'.
       01  WS-PROBE-STAGE           Pic X(12) Value Spaces.
       01  WS-ENDPOINTS-UP          Pic 9(9) Value 0.
       01  WS-ENDPOINTS-SLOW        Pic 9(9) Value 0.
       01  WS-ENDPOINTS-WARN        Pic 9(9) Value 0.
       01  WS-ENDPOINTS-DOWN        Pic 9(9) Value 0.
       01  WS-CRITICAL-DOWN         Pic X  Value 'N'.
           88 CRITICAL-ENDPOINT-DOWN       Value 'Y'.
       01  WS-REGIONAL-DOWN         Pic X  Value 'N'.
           88 REGIONAL-ENDPOINT-DOWN       Value 'Y'.

      ******************************************************
      * Interval timing from the system clock to the
      * hundredth of a second. The day number keeps an
      * interval that spans midnight positive.
      ******************************************************
       01  WS-CLOCK-STAMP.
           05 WS-CLOCK-DATE         Pic 9(8).
           05 WS-CLOCK-HH           Pic 9(2).
           05 WS-CLOCK-MM           Pic 9(2).
           05 WS-CLOCK-SS           Pic 9(2).
           05 WS-CLOCK-HS           Pic 9(2).
           05 Filler                Pic X(5).
       01  WS-CLOCK-HSECS           Pic 9(15) Value 0.
       01  WS-CLOCK-START           Pic 9(15) Value 0.
       01  WS-ELAPSED-MS            Pic 9(7)  Value 0.
       01  WS-RUN-TIMESTAMP         Pic X(21) Value Spaces.

      ******************************************************
      * Report line work fields
      ******************************************************
       01  WS-ROLE-TEXT             Pic X(8)  Value Spaces.
       01  WS-HTTP-EDIT             Pic ZZ9.
       01  WS-MS-EDIT               Pic Z,ZZZ,ZZ9.
       01  WS-MS-EDIT-2             Pic Z,ZZZ,ZZ9.
       01  WS-PORT-EDIT             Pic Z(8)9.
       01  WS-COUNT-EDIT            Pic ZZ,ZZZ,ZZ9.
       01  WS-RC-EDIT               Pic Z9.
       01  WS-STATE-LINE            Pic X(133) Value Spaces.
       01  WS-STATE-PTR             Pic 9(9) Binary Value 1.

      ******************************************************
      * Global vars required for majority of HTTP services
      ******************************************************
       01 Conn-Handle   Pic X(12) Value Zeros.
       01 Rqst-Handle   Pic X(12) Value Zeros.

      *******************************************************
      * Slist is used to pass custom HTTP headers on request
      *******************************************************
       01 Slist-Handle  Pic 9(9) Binary Value 0.

      ***************************************
      * Dummy vars used by HWTHSET service
      ***************************************
       01 option-val-char    Pic X(999) Value Spaces.
       01 option-val-numeric Pic 9(9) Binary Value 0.
       01 option-val-addr    Pointer Value Null.
       01 option-val-len     Pic 9(9) Binary Value 0.

      ******************************************************
      * Response status code read back by HWTHGSO
      ******************************************************
       01 http-response-code   Pic 9(3) Binary Value 0.
           88 HTTP-RESPONSE-IS-SUCCESS   Value 200 thru 299.
           88 HTTP-RESPONSE-IS-THROTTLED Value 429.

      ****************************************************
      * Toolkit (IDF file) copybook inclusion
      ****************************************************
         COPY HWTHICOB.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
      *                                                                *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
       01  PARM-INFO.
           05 PARM-LEN                 Pic 9(4) Binary.
           05 PARM-DATA                Pic X(20).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION using PARM-INFO.
       Begin.

           Move Function Current-Date to WS-RUN-TIMESTAMP

      *************************************************
      * Resolve the environment endpoint from ENVCTL
      * and the regional endpoints from ROUTECTL by the
      * rules HTTPSCNW itself applies, so the probe
      * covers exactly the endpoints the batch will
      * connect to.
      *************************************************
           Perform Setup-Environment

           If ENV-CODE-VALID
             Perform Load-Route-Table
           End-If

           Open Output PROBE-REPORT-FILE
           If WS-PRBRPT-STATUS Not = '00'
             Display "FAILED: Open Output PROBE-REPORT-FILE, status "
                     WS-PRBRPT-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output PROBE-STATUS-FILE
           If WS-PRBSTAT-STATUS Not = '00'
             Display "FAILED: Open Output PROBE-STATUS-FILE, status "
                     WS-PRBSTAT-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Evaluate True
             When Not ENV-CODE-VALID
               Display "HTTPS209E ENDPOINT PROBE - ENVIRONMENT "
                       WS-ENV-CODE " NOT IN ENVCTL"
                 Upon OPER-CONSOLE
               Move 16 to Return-Code
             When Not ROUTE-CONFIG-OK
               Display "HTTPS209E ENDPOINT PROBE - ROUTING CONTROL"
                       " FILE INVALID"
                 Upon OPER-CONSOLE
               Move 16 to Return-Code
             When Not FILES-ARE-OK
               Move 16 to Return-Code
             When Other
               Display "HTTPS200I ENDPOINT PROBE STARTED ENV="
                       WS-ENV-CODE " ENDPOINTS=" WS-ENDPOINT-COUNT
                 Upon OPER-CONSOLE
               Perform Load-Bearer-Token

      *************************************************
      * Every endpoint is probed in turn, whatever the
      * one before it did - the point is to know the
      * state of each, not to stop at the first down.
      *************************************************
               Perform Varying WS-EPT-IDX From 1 by 1
                 Until WS-EPT-IDX > WS-ENDPOINT-COUNT
                 Perform Probe-Endpoint
                 Perform Grade-Endpoint
                 Perform Release-Probe-Handles
                 Perform Write-Probe-Status
                 Perform Notify-Operator
               End-Perform

               Perform Write-Probe-Report
               Perform Set-Completion-Code

               Move Return-Code to WS-RC-EDIT
               Display "HTTPS205I ENDPOINT PROBE ENDED UP="
                       WS-ENDPOINTS-UP " SLOW=" WS-ENDPOINTS-SLOW
                       " WARN=" WS-ENDPOINTS-WARN
                       " DOWN=" WS-ENDPOINTS-DOWN " RC=" WS-RC-EDIT
                 Upon OPER-CONSOLE
           End-Evaluate

           If WS-PRBRPT-STATUS = '00'
             Close PROBE-REPORT-FILE
           End-If
           If WS-PRBSTAT-STATUS = '00'
             Close PROBE-STATUS-FILE
           End-If

           STOP    RUN.

      ****************************************************************
      * Function: Setup-Environment                                   *
      *                                                              *
      *           Parses the JCL PARM ("<ENVCODE> [SLOW-MS]") and     *
      *           looks up ENVCODE (DEV/TEST/PROD) in the environment *
      *           control file to populate URI/PORT/KEYRING/PATH.     *
      *           An unrecognized or missing environment code is      *
      *           rejected here, before any toolkit service is        *
      *           called.                                             *
      ****************************************************************
       Setup-Environment.

           Move Spaces to WS-ENV-CODE
           Move Spaces to WS-PARM-TOKEN-2

           If PARM-LEN > 0
             Unstring PARM-DATA(1:PARM-LEN) Delimited by Space
               Into WS-ENV-CODE, WS-PARM-TOKEN-2
             End-Unstring
           End-If

           If WS-PARM-TOKEN-2 Not = Spaces
             If Function Trim(WS-PARM-TOKEN-2) is Numeric
               Compute WS-SLOW-MS =
                 Function Numval(WS-PARM-TOKEN-2)
             Else
               Display "Slow threshold '"
                       Function Trim(WS-PARM-TOKEN-2)
                       "' is not numeric - using " WS-SLOW-MS " ms"
             End-If
           End-If

           If WS-ENV-CODE = Spaces
             Display "ERROR: JCL PARM must name an environment "
                     "code of DEV, TEST or PROD"
           Else
             Move Function Upper-Case(WS-ENV-CODE) to WS-ENV-CODE
             Open Input ENVCTL-FILE

             If WS-ENVCTL-STATUS = '00'
               Read ENVCTL-FILE
                 At End Set WS-ENVCTL-EOF to true
               End-Read

               Perform Until WS-ENVCTL-EOF or ENV-CODE-VALID
                 If ENVCTL-CODE = WS-ENV-CODE
                   Move ENVCTL-URI     to URI
                   Move ENVCTL-PORT    to PORT
                   Move ENVCTL-KEYRING to KEYRING
                   Move ENVCTL-PATH    to PATH
                   Set ENV-CODE-VALID to true
                 Else
                   Read ENVCTL-FILE
                     At End Set WS-ENVCTL-EOF to true
                   End-Read
                 End-If
               End-Perform

               Close ENVCTL-FILE
             End-If

             If ENV-CODE-VALID
               Display "Probing environment "
                       WS-ENV-CODE " URI=" Function Trim(URI)
                       " - slow above " WS-SLOW-MS " ms"
             Else
               Display "ERROR: unrecognized environment code "
                       WS-ENV-CODE " - nothing can be probed"
             End-If
           End-If
           .

      ****************************************************************
      * Function: Load-Route-Table                                    *
      *                                                              *
      *           Builds the endpoint table from the ENVCTL          *
      *           environment and the ROUTECTL control file, with    *
      *           HTTPSCNW's rules: endpoint 1 is the environment    *
      *           and the default route unless a ** mapping names    *
      *           another, E records precede the M records that name *
      *           them, and a malformed file is a configuration      *
      *           error - HTTPSCNW would refuse to run on it. Each   *
      *           endpoint's count of routed states is kept for the  *
      *           report.                                             *
      ****************************************************************
       Load-Route-Table.

           Move 1 to WS-ENDPOINT-COUNT
           Move WS-ENV-CODE to WS-EPT-CODE(1)
           Move URI         to WS-EPT-URI(1)
           Move PORT        to WS-EPT-PORT(1)
           Move KEYRING     to WS-EPT-KEYRING(1)
           Move PATH        to WS-EPT-PATH(1)
           Move 0           to WS-EPT-ROUTES(1)
           Move 1 to WS-DEFAULT-EPT-IDX

           Open Input ROUTE-FILE

           If WS-ROUTECTL-STATUS = '00'
             Read ROUTE-FILE
               At End Set WS-ROUTECTL-EOF to true
             End-Read

             Perform Until WS-ROUTECTL-EOF
               Evaluate True
                 When RTE-REC-ENDPOINT
                   Perform Add-Route-Endpoint
                 When RTE-REC-STATE-MAP
                   Perform Add-Route-Mapping
                 When Other
                   Display "ERROR: unrecognized routing record "
                           "type '" RTE-REC-TYPE "'"
                   Move 'N' to WS-ROUTE-CONFIG-OK
               End-Evaluate
               Read ROUTE-FILE
                 At End Set WS-ROUTECTL-EOF to true
               End-Read
             End-Perform

             Close ROUTE-FILE

             Display "Loaded " WS-ENDPOINT-COUNT " endpoint(s) and "
                     WS-ROUTE-MAP-COUNT " route mapping(s)"
           Else
             Display "No routing control file - only the "
                     WS-ENV-CODE " endpoint is probed"
           End-If

      *    The default route and the environment endpoint carry
      *    every record no mapping claims - a failure of either
      *    stops the whole batch, not one region of it.
           Perform Varying WS-EPT-IDX From 1 by 1
             Until WS-EPT-IDX > WS-ENDPOINT-COUNT
             If WS-EPT-IDX = 1 or WS-EPT-IDX = WS-DEFAULT-EPT-IDX
               Move 'D' to WS-EPT-ROLE(WS-EPT-IDX)
             Else
               Move 'R' to WS-EPT-ROLE(WS-EPT-IDX)
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Add-Route-Endpoint                                  *
      *                                                              *
      *           Adds one E record's endpoint definition to the     *
      *           endpoint table.                                     *
      ****************************************************************
       Add-Route-Endpoint.

           Perform Find-Endpoint-By-Code
           If WS-ROUTE-IDX > 0
             Display "ERROR: endpoint code " RTE-ENDPOINT-CODE
                     " defined more than once"
             Move 'N' to WS-ROUTE-CONFIG-OK
           Else
             If WS-ENDPOINT-COUNT >= 8
               Display "ERROR: more than 8 routed endpoints defined"
               Move 'N' to WS-ROUTE-CONFIG-OK
             Else
             If RTE-PORT is Not Numeric
               Display "ERROR: endpoint " RTE-ENDPOINT-CODE
                       " has a non-numeric port"
               Move 'N' to WS-ROUTE-CONFIG-OK
             Else
               Add 1 to WS-ENDPOINT-COUNT
               Move RTE-ENDPOINT-CODE
                 to WS-EPT-CODE(WS-ENDPOINT-COUNT)
               Move RTE-URI     to WS-EPT-URI(WS-ENDPOINT-COUNT)
               Move RTE-PORT    to WS-EPT-PORT(WS-ENDPOINT-COUNT)
               Move RTE-KEYRING to WS-EPT-KEYRING(WS-ENDPOINT-COUNT)
               Move RTE-PATH    to WS-EPT-PATH(WS-ENDPOINT-COUNT)
               Move 0           to WS-EPT-ROUTES(WS-ENDPOINT-COUNT)
             End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Add-Route-Mapping                                   *
      *                                                              *
      *           Adds one M record's state-to-endpoint mapping, or  *
      *           establishes the default route when the state is    *
      *           the ** catch-all.                                   *
      ****************************************************************
       Add-Route-Mapping.

           Perform Find-Endpoint-By-Code
           If WS-ROUTE-IDX = 0
             Display "ERROR: route mapping names undefined "
                     "endpoint " RTE-ENDPOINT-CODE
             Move 'N' to WS-ROUTE-CONFIG-OK
           Else
             If RTE-STATE = '**'
               Move WS-ROUTE-IDX to WS-DEFAULT-EPT-IDX
             Else
               If WS-ROUTE-MAP-COUNT >= 60
                 Display "ERROR: more than 60 route mappings defined"
                 Move 'N' to WS-ROUTE-CONFIG-OK
               Else
                 Add 1 to WS-ROUTE-MAP-COUNT
                 Move Function Upper-Case(RTE-STATE)
                   to WS-MAP-STATE(WS-ROUTE-MAP-COUNT)
                 Move WS-ROUTE-IDX
                   to WS-MAP-EPT-IDX(WS-ROUTE-MAP-COUNT)
                 Add 1 to WS-EPT-ROUTES(WS-ROUTE-IDX)
               End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Find-Endpoint-By-Code                               *
      *                                                              *
      *           Sets WS-ROUTE-IDX to the endpoint-table slot       *
      *           holding RTE-ENDPOINT-CODE, or zero.                 *
      ****************************************************************
       Find-Endpoint-By-Code.

           Move 0 to WS-ROUTE-IDX
           Perform Varying WS-EPT-IDX From 1 by 1
             Until WS-EPT-IDX > WS-ENDPOINT-COUNT
                   or WS-ROUTE-IDX > 0
             If WS-EPT-CODE(WS-EPT-IDX) = RTE-ENDPOINT-CODE
               Move WS-EPT-IDX to WS-ROUTE-IDX
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Load-Bearer-Token                                   *
      *                                                              *
      *           Reads the current bearer token from the            *
      *           refreshable token dataset into WS-BEARER-TOKEN.     *
      ****************************************************************
       Load-Bearer-Token.

           Move Spaces to WS-BEARER-TOKEN
           Open Input TOKEN-FILE

           If WS-TOKEN-STATUS = '00'
             Read TOKEN-FILE
               At End
                 Display "Token file present but empty"
             Not At End
                 Move TOKEN-VALUE to WS-BEARER-TOKEN
             End-Read
             Close TOKEN-FILE
           Else
             Display "No bearer token file found - "
                     "probes will be sent without one"
           End-If
           .

      ****************************************************************
      * Function: Probe-Endpoint                                      *
      *                                                              *
      *           Swings the connection globals onto endpoint        *
      *           WS-EPT-IDX, brings the connection up exactly as    *
      *           HTTPSCNW would, and issues one GET of the          *
      *           endpoint's collection path. The connect (which     *
      *           carries the TLS handshake) and the request are     *
      *           timed separately. WS-PROBE-STAGE is left naming    *
      *           the step that failed, or blank.                     *
      ****************************************************************
       Probe-Endpoint.

           Move WS-EPT-URI(WS-EPT-IDX)     to URI
           Move WS-EPT-PORT(WS-EPT-IDX)    to PORT
           Move WS-EPT-KEYRING(WS-EPT-IDX) to KEYRING
           Move WS-EPT-PATH(WS-EPT-IDX)    to PATH
           Move Zeros to Conn-Handle
           Move Zeros to Rqst-Handle
           Move 'N' to WS-CONN-INIT
           Move 'N' to WS-CONN-UP
           Move 'N' to WS-RQST-INIT
           Move Spaces to WS-PROBE-STAGE
           Move Spaces to WS-LAST-RETCODE-TEXT
           Move Spaces to WS-LAST-RSNCODE-TEXT
           Move Spaces to WS-EPT-DIAG-DESC(WS-EPT-IDX)
           Move 0 to http-response-code
           Move 0 to WS-EPT-CONNECT-MS(WS-EPT-IDX)
           Move 0 to WS-EPT-RESPONSE-MS(WS-EPT-IDX)

           Display "Probing endpoint "
                   WS-EPT-CODE(WS-EPT-IDX) " URI="
                   Function Trim(WS-EPT-URI(WS-EPT-IDX))

           Perform Setup-Connection

           If HWTH-OK
             Perform Start-Clock
             Perform Connect
             Perform Stop-Clock
             Move WS-ELAPSED-MS to WS-EPT-CONNECT-MS(WS-EPT-IDX)
           End-If

           If HWTH-OK
             Set CONNECTION-IS-UP to true
             Perform Setup-Request
           End-If

           If HWTH-OK
             Perform Start-Clock
             Perform Issue-Request
             Perform Stop-Clock
             Move WS-ELAPSED-MS to WS-EPT-RESPONSE-MS(WS-EPT-IDX)
           End-If

           If Not (HWTH-OK)
             Move HWTH-DIAG-RSNDESC to WS-EPT-DIAG-DESC(WS-EPT-IDX)
           End-If
           .

      ****************************************************************
      * Function: Grade-Endpoint                                      *
      *                                                              *
      *           Grades the probe just made. A failure at any       *
      *           toolkit step is DOWN; so is any reply other than   *
      *           2xx or 429 - an expired token (401), a wrong path  *
      *           (404) or a sick server (5xx) would fail every      *
      *           record the batch sent there. A 429 is WARN: the    *
      *           endpoint is answering and HTTPSCNW's backoff        *
      *           copes. A 2xx slower than the threshold is SLOW.    *
      *           A DOWN endpoint's work is to be held - all of      *
      *           HTTPSCNW when it is the environment or default     *
      *           endpoint, only its region's partitions otherwise.  *
      ****************************************************************
       Grade-Endpoint.

           Move http-response-code to WS-EPT-HTTP-CODE(WS-EPT-IDX)
           Move 'N' to WS-EPT-HOLD(WS-EPT-IDX)

           If WS-PROBE-STAGE = Spaces
              and Not HTTP-RESPONSE-IS-SUCCESS
              and Not HTTP-RESPONSE-IS-THROTTLED
             Move 'HTTP REPLY' to WS-PROBE-STAGE
             Move http-response-code to WS-HTTP-EDIT
             Move Spaces to WS-LAST-RETCODE-TEXT
             String "HTTP " WS-HTTP-EDIT
               Delimited by Size Into WS-LAST-RETCODE-TEXT
             End-String
             Evaluate True
               When http-response-code = 401
                    or http-response-code = 403
                 Move "Bearer token rejected"
                   to WS-LAST-RSNCODE-TEXT
               When http-response-code = 404
                 Move "Collection path not found"
                   to WS-LAST-RSNCODE-TEXT
               When http-response-code >= 500
                 Move "Server error" to WS-LAST-RSNCODE-TEXT
               When Other
                 Move "Unexpected reply" to WS-LAST-RSNCODE-TEXT
             End-Evaluate
           End-If

           Move WS-PROBE-STAGE       to WS-EPT-STAGE(WS-EPT-IDX)
           Move WS-LAST-RETCODE-TEXT to WS-EPT-RETCODE-TEXT(WS-EPT-IDX)
           Move WS-LAST-RSNCODE-TEXT to WS-EPT-RSNCODE-TEXT(WS-EPT-IDX)

           Evaluate True
             When WS-PROBE-STAGE Not = Spaces
               Move 'DOWN' to WS-EPT-STATUS(WS-EPT-IDX)
               Move 'Y'    to WS-EPT-HOLD(WS-EPT-IDX)
               Add 1 to WS-ENDPOINTS-DOWN
               If WS-EPT-ROLE(WS-EPT-IDX) = 'D'
                 Set CRITICAL-ENDPOINT-DOWN to true
               Else
                 Set REGIONAL-ENDPOINT-DOWN to true
               End-If
             When HTTP-RESPONSE-IS-THROTTLED
               Move 'WARN' to WS-EPT-STATUS(WS-EPT-IDX)
               Add 1 to WS-ENDPOINTS-WARN
             When WS-EPT-CONNECT-MS(WS-EPT-IDX)
                  + WS-EPT-RESPONSE-MS(WS-EPT-IDX) > WS-SLOW-MS
               Move 'SLOW' to WS-EPT-STATUS(WS-EPT-IDX)
               Add 1 to WS-ENDPOINTS-SLOW
             When Other
               Move 'UP  ' to WS-EPT-STATUS(WS-EPT-IDX)
               Add 1 to WS-ENDPOINTS-UP
           End-Evaluate
           .

      ****************************************************************
      * Function: Release-Probe-Handles                               *
      *                                                              *
      *           Releases whatever the probe obtained - request     *
      *           handle, connection, connection handle - once its   *
      *           diagnostics have been saved by Grade-Endpoint.      *
      ****************************************************************
       Release-Probe-Handles.

           If RQST-HANDLE-HELD
             Perform Cleanup-Request-Handle
           End-If
           If CONNECTION-IS-UP
             Perform Disconnect
           End-If
           If CONN-HANDLE-HELD
             Perform Cleanup-Connection-Handle
           End-If
           .

      ****************************************************************
      * Function: Write-Probe-Status                                  *
      *                                                              *
      *           Writes the endpoint's status record for the        *
      *           scheduler.                                          *
      ****************************************************************
       Write-Probe-Status.

           Move Spaces to PROBE-STATUS-RECORD
           Move WS-EPT-CODE(WS-EPT-IDX)   to PRB-ENDPOINT-CODE
           Move WS-EPT-ROLE(WS-EPT-IDX)   to PRB-ROLE
           Move WS-EPT-STATUS(WS-EPT-IDX) to PRB-STATUS
           Move WS-EPT-HOLD(WS-EPT-IDX)   to PRB-HOLD
           Move WS-EPT-HTTP-CODE(WS-EPT-IDX)    to PRB-HTTP-CODE
           Move WS-EPT-CONNECT-MS(WS-EPT-IDX)   to PRB-CONNECT-MS
           Move WS-EPT-RESPONSE-MS(WS-EPT-IDX)  to PRB-RESPONSE-MS
           Move WS-EPT-STAGE(WS-EPT-IDX)  to PRB-STAGE
           Move WS-RUN-TIMESTAMP          to PRB-TIMESTAMP
           Write PROBE-STATUS-RECORD
           .

      ****************************************************************
      * Function: Notify-Operator                                     *
      *                                                              *
      *           One console message per endpoint: HTTPS201I up,    *
      *           HTTPS202W slow or throttling, HTTPS203E a regional *
      *           endpoint down - hold its region - and HTTPS204E    *
      *           the environment or default endpoint down - hold    *
      *           HTTPSCNW.                                           *
      ****************************************************************
       Notify-Operator.

           Move WS-EPT-HTTP-CODE(WS-EPT-IDX) to WS-HTTP-EDIT
           Compute WS-MS-EDIT = WS-EPT-CONNECT-MS(WS-EPT-IDX)
                              + WS-EPT-RESPONSE-MS(WS-EPT-IDX)

           Evaluate True
             When WS-EPT-STATUS(WS-EPT-IDX) = 'UP  '
               Display "HTTPS201I ENDPOINT " WS-EPT-CODE(WS-EPT-IDX)
                       " UP HTTP " WS-HTTP-EDIT
                       " IN " Function Trim(WS-MS-EDIT) " MS"
                 Upon OPER-CONSOLE
             When WS-EPT-STATUS(WS-EPT-IDX) = 'SLOW'
                  or WS-EPT-STATUS(WS-EPT-IDX) = 'WARN'
               Display "HTTPS202W ENDPOINT " WS-EPT-CODE(WS-EPT-IDX)
                       " " WS-EPT-STATUS(WS-EPT-IDX)
                       " HTTP " WS-HTTP-EDIT
                       " IN " Function Trim(WS-MS-EDIT) " MS"
                 Upon OPER-CONSOLE
             When WS-EPT-ROLE(WS-EPT-IDX) = 'D'
               Display "HTTPS204E ENDPOINT " WS-EPT-CODE(WS-EPT-IDX)
                       " DOWN AT "
                       Function Trim(WS-EPT-STAGE(WS-EPT-IDX))
                       " - "
                       Function Trim(WS-EPT-RETCODE-TEXT(WS-EPT-IDX))
                       " - HOLD HTTPSCNW"
                 Upon OPER-CONSOLE
             When Other
               Display "HTTPS203E ENDPOINT " WS-EPT-CODE(WS-EPT-IDX)
                       " DOWN AT "
                       Function Trim(WS-EPT-STAGE(WS-EPT-IDX))
                       " - "
                       Function Trim(WS-EPT-RETCODE-TEXT(WS-EPT-IDX))
                       " - HOLD REGION " WS-EPT-CODE(WS-EPT-IDX)
                 Upon OPER-CONSOLE
           End-Evaluate
           .

      ****************************************************************
      * Function: Write-Probe-Report                                  *
      *                                                              *
      *           Prints one line per endpoint - code, role, status, *
      *           HTTP code, connect and response times, port and    *
      *           URI - with, for a DOWN endpoint, the failing stage *
      *           and the toolkit's return/reason texts and reason   *
      *           description (where a certificate, keyring or       *
      *           handshake problem is spelled out), and for a       *
      *           regional endpoint the states routed to it. A       *
      *           summary of the grades and the completion code      *
      *           follows.                                            *
      ****************************************************************
       Write-Probe-Report.

           Move WS-SLOW-MS to WS-MS-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "ENDPOINT HEALTH PROBE   ENV=" WS-ENV-CODE
                  "   RUN " WS-RUN-TIMESTAMP(1:4) "-"
                  WS-RUN-TIMESTAMP(5:2) "-" WS-RUN-TIMESTAMP(7:2)
                  " " WS-RUN-TIMESTAMP(9:2) ":"
                  WS-RUN-TIMESTAMP(11:2) ":" WS-RUN-TIMESTAMP(13:2)
                  "   SLOW ABOVE " Function Trim(WS-MS-EDIT) " MS"
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move All '=' to PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move Spaces to PROBE-REPORT-LINE
           String "EPT   ROLE      STATUS  HTTP  CONNECT-MS  "
                  "RESPONSE-MS       PORT  URI"
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Perform Varying WS-EPT-IDX From 1 by 1
             Until WS-EPT-IDX > WS-ENDPOINT-COUNT
             Evaluate True
               When WS-EPT-IDX = WS-DEFAULT-EPT-IDX
                 Move 'DEFAULT ' to WS-ROLE-TEXT
               When WS-EPT-IDX = 1
                 Move 'ENV     ' to WS-ROLE-TEXT
               When Other
                 Move 'REGIONAL' to WS-ROLE-TEXT
             End-Evaluate
             Move WS-EPT-HTTP-CODE(WS-EPT-IDX)   to WS-HTTP-EDIT
             Move WS-EPT-CONNECT-MS(WS-EPT-IDX)  to WS-MS-EDIT
             Move WS-EPT-RESPONSE-MS(WS-EPT-IDX) to WS-MS-EDIT-2
             Move WS-EPT-PORT(WS-EPT-IDX)        to WS-PORT-EDIT

             Move Spaces to PROBE-REPORT-LINE
             String WS-EPT-CODE(WS-EPT-IDX) "  " WS-ROLE-TEXT "  "
                    WS-EPT-STATUS(WS-EPT-IDX) "    " WS-HTTP-EDIT
                    "   " WS-MS-EDIT "    " WS-MS-EDIT-2 "  "
                    WS-PORT-EDIT "  " WS-EPT-URI(WS-EPT-IDX)
               Delimited by Size Into PROBE-REPORT-LINE
             Write PROBE-REPORT-LINE

             If WS-EPT-STATUS(WS-EPT-IDX) = 'DOWN'
               Move Spaces to PROBE-REPORT-LINE
               String "      FAILED AT " WS-EPT-STAGE(WS-EPT-IDX)
                      "  " WS-EPT-RETCODE-TEXT(WS-EPT-IDX)
                      "  " WS-EPT-RSNCODE-TEXT(WS-EPT-IDX)
                 Delimited by Size Into PROBE-REPORT-LINE
               Write PROBE-REPORT-LINE
               If WS-EPT-DIAG-DESC(WS-EPT-IDX) Not = Spaces
                 Move Spaces to PROBE-REPORT-LINE
                 String "      DIAG: " WS-EPT-DIAG-DESC(WS-EPT-IDX)
                   Delimited by Size Into PROBE-REPORT-LINE
                 Write PROBE-REPORT-LINE
               End-If
             End-If

             If WS-EPT-ROUTES(WS-EPT-IDX) > 0
               Perform Write-Routed-States
             End-If
           End-Perform

           Move All '=' to PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move WS-ENDPOINT-COUNT to WS-COUNT-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "Endpoints probed:   " WS-COUNT-EDIT
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move WS-ENDPOINTS-UP to WS-COUNT-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "  Up:               " WS-COUNT-EDIT
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move WS-ENDPOINTS-SLOW to WS-COUNT-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "  Slow:             " WS-COUNT-EDIT
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move WS-ENDPOINTS-WARN to WS-COUNT-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "  Throttling (429): " WS-COUNT-EDIT
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move WS-ENDPOINTS-DOWN to WS-COUNT-EDIT
           Move Spaces to PROBE-REPORT-LINE
           String "  Down:             " WS-COUNT-EDIT
             Delimited by Size Into PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE

           Move Spaces to PROBE-REPORT-LINE
           Evaluate True
             When CRITICAL-ENDPOINT-DOWN
               String "Verdict: HOLD HTTPSCNW - environment or "
                      "default endpoint down"
                 Delimited by Size Into PROBE-REPORT-LINE
             When REGIONAL-ENDPOINT-DOWN
               String "Verdict: HOLD the partitions of each region "
                      "marked DOWN above"
                 Delimited by Size Into PROBE-REPORT-LINE
             When WS-ENDPOINTS-SLOW > 0 or WS-ENDPOINTS-WARN > 0
               Move "Verdict: proceed - endpoint(s) degraded"
                 to PROBE-REPORT-LINE
             When Other
               Move "Verdict: proceed - all endpoints healthy"
                 to PROBE-REPORT-LINE
           End-Evaluate
           Write PROBE-REPORT-LINE

           Move All '=' to PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE
           .

      ****************************************************************
      * Function: Write-Routed-States                                 *
      *                                                              *
      *           Lists the state codes routed to endpoint           *
      *           WS-EPT-IDX, so the region a hold covers is on the  *
      *           report.                                             *
      ****************************************************************
       Write-Routed-States.

           Move Spaces to WS-STATE-LINE
           Move "      ROUTED STATES:" to WS-STATE-LINE
           Move 21 to WS-STATE-PTR

           Perform Varying WS-MAP-IDX From 1 by 1
             Until WS-MAP-IDX > WS-ROUTE-MAP-COUNT
             If WS-MAP-EPT-IDX(WS-MAP-IDX) = WS-EPT-IDX
               If WS-STATE-PTR > 128
                 Move WS-STATE-LINE to PROBE-REPORT-LINE
                 Write PROBE-REPORT-LINE
                 Move Spaces to WS-STATE-LINE
                 Move 21 to WS-STATE-PTR
               End-If
               String " " WS-MAP-STATE(WS-MAP-IDX)
                 Delimited by Size Into WS-STATE-LINE
                 With Pointer WS-STATE-PTR
               End-String
             End-If
           End-Perform

           Move WS-STATE-LINE to PROBE-REPORT-LINE
           Write PROBE-REPORT-LINE
           .

      ****************************************************************
      * Function: Set-Completion-Code                                 *
      *                                                              *
      *           12 the environment or default endpoint is down,    *
      *           8 only regional endpoints are down, 4 an endpoint  *
      *           is slow or throttling, 0 all healthy.               *
      ****************************************************************
       Set-Completion-Code.

           Evaluate True
             When CRITICAL-ENDPOINT-DOWN
               Move 12 to Return-Code
             When REGIONAL-ENDPOINT-DOWN
               Move 8 to Return-Code
             When WS-ENDPOINTS-SLOW > 0 or WS-ENDPOINTS-WARN > 0
               Move 4 to Return-Code
             When Other
               Move 0 to Return-Code
           End-Evaluate
           .

      ****************************************************************
      * Function: Start-Clock / Stop-Clock                            *
      *                                                              *
      *           Start-Clock notes the time; Stop-Clock sets        *
      *           WS-ELAPSED-MS to the milliseconds since, to the    *
      *           clock's hundredth-of-a-second resolution.           *
      ****************************************************************
       Start-Clock.

           Perform Read-Clock
           Move WS-CLOCK-HSECS to WS-CLOCK-START
           .

       Stop-Clock.

           Perform Read-Clock
           If WS-CLOCK-HSECS > WS-CLOCK-START
             Compute WS-ELAPSED-MS =
               (WS-CLOCK-HSECS - WS-CLOCK-START) * 10
           Else
             Move 0 to WS-ELAPSED-MS
           End-If
           .

       Read-Clock.

           Move Function Current-Date to WS-CLOCK-STAMP
           Compute WS-CLOCK-HSECS =
             ((Function Integer-Of-Date(WS-CLOCK-DATE) * 86400)
              + (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60)
              + WS-CLOCK-SS) * 100 + WS-CLOCK-HS
           .

      ****************************************************************
      * Function: Setup-Connection                                   *
      *                                                              *
      *           Initializes and primes the connection handle with  *
      *           the options HTTPSCNW sets. If any toolkit service  *
      *           fails, the function will surface the diagnostic    *
      *           area contents and note the stage.                  *
      ****************************************************************
       Setup-Connection.

      ***************************************************
      * Initialize the work area and retrieve a handle
      * for the connection.
      ***************************************************
           Set HWTH-HANDLETYPE-CONNECTION to true

           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Conn-Handle
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHINIT for connection"
             Call "DSPHDIAG" using
                  HWTH-RETURN-CODE
                  HWTH-DIAG-AREA
                  WS-LAST-RETCODE-TEXT
                  WS-LAST-RSNCODE-TEXT
             Move 'HWTHINIT' to WS-PROBE-STAGE
           Else
             Set CONN-HANDLE-HELD to true
           End-If

           If HWTH-OK
      ****************************************
      * Turn on verbose tracing. The default
      * for HTTP/HTTPS enabler is off
      ****************************************
             Set HWTH-OPT-VERBOSE to true
             Set HWTH-VERBOSE-ON to true
             Set option-val-addr to address of HWTH-VERBOSE
             Compute option-val-len = function length (HWTH-VERBOSE)

             Call "HWTHSET" using
                          HWTH-RETURN-CODE
                          Conn-Handle
                          HWTH-Set-OPTION
                          option-val-addr
                          option-val-len
                          HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET verbose option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET VERBOSE' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      ****************************************
      * Set the connection URI for the server
      ****************************************
             Set HWTH-OPT-URI to true
             Move URI to option-val-char
             Set option-val-addr to address of option-val-char
             Compute option-val-len =
                 function length (function trim(URI))

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET uri option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET URI' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set the port number
      *****************************************************
             Set HWTH-OPT-PORT to true
             Move PORT to option-val-numeric
             Set option-val-addr to address of option-val-numeric
             Compute option-val-len =
                 function length (option-val-addr)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET port option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET PORT' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set the timeout for sending
      *****************************************************
             Set HWTH-OPT-SNDTIMEOUTVAL to true
             Move TIMEOUT to option-val-numeric
             Set option-val-addr to address of option-val-numeric
             Compute option-val-len =
                 function length (option-val-addr)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET send timeout option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET TIMEOUT' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set the timeout for receiving
      *****************************************************
             Set HWTH-OPT-RCVTIMEOUTVAL to true
             Move TIMEOUT to option-val-numeric
             Set option-val-addr to address of option-val-numeric
             Compute option-val-len =
                 function length (option-val-addr)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET receive timeout option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET TIMEOUT' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set to use SSL
      *****************************************************
             Set HWTH-OPT-USE-SSL to true
             Set HWTH-SSL-USE to true
             Set option-val-addr to address of HWTH-USESSL
             Compute option-val-len =
                 function length (HWTH-USESSL)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET use ssl option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET SSL' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set to use a SAF keyring
      *****************************************************
             Set HWTH-OPT-SSLKEYTYPE to true
             Set HWTH-SSLKEYTYPE-KEYRINGNAME to true
             Set option-val-addr to address of HWTH-SSLKEYTYPE
             Compute option-val-len =
                 function length (HWTH-SSLKEYTYPE)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET use SAF keyring option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET KEYTYPE' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set the keyring
      *****************************************************
             Set HWTH-OPT-SSLKEY to true
             Move KEYRING to option-val-char
             Set option-val-addr to address of option-val-char
             Compute option-val-len =
                 function length (function trim(KEYRING))

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET set keyring option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET KEYRING' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      *****************************************************
      * Set to use TLS 1.2
      *****************************************************
             Set HWTH-OPT-SSLVERSION to true
             Set HWTH-SSLVERSION-TLSV12 to true
             Set option-val-addr to address of HWTH-SSLVERSION
             Compute option-val-len = function length (HWTH-SSLVERSION)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET use tls1.2 option"
               Call "DSPHDIAG" using
                    HWTH-RETURN-CODE
                    HWTH-DIAG-AREA
                    WS-LAST-RETCODE-TEXT
                    WS-LAST-RSNCODE-TEXT
               Move 'SET TLS' to WS-PROBE-STAGE
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Function: Connect                                            *
      *                                                              *
      *   Issues the hwthconn service and performs error checking.   *
      *   The TLS handshake happens here, so an expired or untrusted *
      *   certificate or a keyring the job cannot read fails at this *
      *   stage, with the reason description saying which.          *
      ****************************************************************
       Connect.

           Call "HWTHCONN" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHCONN connect attempt"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
             Move 'CONNECT/TLS' to WS-PROBE-STAGE
           End-If
           .

      ****************************************************************
      * Function: Setup-Request                                      *
      *                                                              *
      *           Initializes and primes the probe's request handle: *
      *           a GET of the endpoint's collection path, carrying  *
      *           the bearer token when there is one. No body, and   *
      *           no body exit - only the status code is wanted.     *
      ****************************************************************
       Setup-Request.

      **************************************************
      * Initialize the work area and retrieve a handle
      * for the request
      **************************************************
           Set HWTH-HANDLETYPE-HTTPREQUEST to true
           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Rqst-Handle
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHINIT for request"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
             Move 'RQST INIT' to WS-PROBE-STAGE
           Else
             Set RQST-HANDLE-HELD to true
           End-If

           If HWTH-OK and WS-BEARER-TOKEN Not = Spaces
      ****************************************************************
      * Build the Slist with the Authorization header carrying the   *
      * current bearer token.                                         *
      ****************************************************************
             Move Spaces to WS-AUTH-HEADER
             String 'Authorization: Bearer '        Delimited by Size
                    Function Trim(WS-BEARER-TOKEN)   Delimited by Size
                    into WS-AUTH-HEADER
             Compute WS-AUTH-HEADER-LEN =
                 Function Length(Function Trim(WS-AUTH-HEADER))
             Move WS-AUTH-HEADER to option-val-char
             Move WS-AUTH-HEADER-LEN to option-val-len
             Set option-val-addr to address of option-val-char
             Set HWTH-SLST-NEW to true

             Call "HWTHSLST" using
               HWTH-RETURN-CODE
               rqst-handle
               HWTH-SLST-FUNCTION
               Slist-Handle
               option-val-addr
               option-val-len
               HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSLST build auth header"
               Call "DSPHDIAG" using
                               HWTH-RETURN-CODE
                               HWTH-DIAG-AREA
                               WS-LAST-RETCODE-TEXT
                               WS-LAST-RSNCODE-TEXT
               Move 'RQST HEADERS' to WS-PROBE-STAGE
             End-If

             If HWTH-OK
               Set HWTH-OPT-HTTPHEADERS to true
               Set option-val-addr to address of Slist-Handle
               Compute option-val-len = function length(Slist-Handle)

               Call "HWTHSET" using
                              HWTH-RETURN-CODE
                              rqst-handle
                              HWTH-Set-OPTION
                              option-val-addr
                              option-val-len
                              HWTH-DIAG-AREA

               If Not (HWTH-OK)
                 Display "FAILED: HWTHSET headers option"
                 Call "DSPHDIAG" using
                                 HWTH-RETURN-CODE
                                 HWTH-DIAG-AREA
                                 WS-LAST-RETCODE-TEXT
                                 WS-LAST-RSNCODE-TEXT
                 Move 'RQST HEADERS' to WS-PROBE-STAGE
               End-If
             End-If
           End-If

           If HWTH-OK
      **************************************************
      * Specify the HTTP method - always a GET
      **************************************************
             Set HWTH-OPT-REQUESTMETHOD to true
             Set HWTH-HTTP-REQUEST-GET to true
             Set option-val-addr to address of HWTH-REQUESTMETHOD
             Compute option-val-len =
               function length (HWTH-REQUESTMETHOD)

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET for request method"
               Call "DSPHDIAG" using
                               HWTH-RETURN-CODE
                               HWTH-DIAG-AREA
                               WS-LAST-RETCODE-TEXT
                               WS-LAST-RSNCODE-TEXT
               Move 'RQST METHOD' to WS-PROBE-STAGE
             End-If
           End-If

           If HWTH-OK
      **************************************************
      * Set the request URI - the endpoint's collection
      * path, the one HTTPSCNW posts new clients to
      **************************************************
             Set HWTH-OPT-URI to true
             Move PATH to option-val-char
             Set option-val-addr to address of option-val-char
             Compute option-val-len =
                 function length (function trim(PATH))

             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA

             If Not (HWTH-OK)
               Display "FAILED: HWTHSET for uri option"
               Call "DSPHDIAG" using
                               HWTH-RETURN-CODE
                               HWTH-DIAG-AREA
                               WS-LAST-RETCODE-TEXT
                               WS-LAST-RSNCODE-TEXT
               Move 'RQST URI' to WS-PROBE-STAGE
             End-If
           End-If
           .

      ****************************************************************
      *                                                              *
      * Function: Issue-Request                                      *
      *                                                              *
      *   Issues the hwthrqst service and performs error checking,   *
      *   then reads back the HTTP response code.                    *
      ****************************************************************
       Issue-Request.

           Call "HWTHRQST" using
             HWTH-RETURN-CODE
             Conn-Handle
             Rqst-Handle
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHRQST request"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
             Move 'REQUEST' to WS-PROBE-STAGE
           Else
             Move "HWTH-OK" to WS-LAST-RETCODE-TEXT
             Move Spaces to WS-LAST-RSNCODE-TEXT
             Perform Get-Response-Code
           End-If
           .

      ****************************************************************
      * Function: Get-Response-Code                                   *
      *                                                              *
      *           Reads back the HTTP response code via HWTHGSO.     *
      ****************************************************************
       Get-Response-Code.

           Move 0 to http-response-code
           Set HWTH-OPT-RESPONSECODE to true
           Set option-val-addr to address of http-response-code
           Compute option-val-len = function length(http-response-code)

           Call "HWTHGSO" using
             HWTH-RETURN-CODE
             Rqst-Handle
             HWTH-Get-OPTION
             option-val-addr
             option-val-len
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHGSO response code"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
             Move 'RESPONSE' to WS-PROBE-STAGE
           End-If
           .

      ****************************************************************
      *                                                              *
      * Function: Disconnect                                         *
      *                                                              *
      *   Issues the hwthdisc service and performs error checking    *
      ****************************************************************
       Disconnect.

           Call "HWTHDISC" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If Not (HWTH-OK)
             Display "FAILED: HWTHDISC disconnect"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
           End-If
           .

      ****************************************************************
      *                                                              *
      * Function: Cleanup-Connection-Handle                          *
      *                                                              *
      *   Cleans up the resources that were obtained earlier in      *
      *   Setup-Connection, by issuing the HWTHTERM service.         *
      ****************************************************************
       Cleanup-Connection-Handle.

           Set HWTH-NOFORCE to true.

           Call "HWTHTERM" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-FORCETYPE
             HWTH-DIAG-AREA.

           If Not (HWTH-OK)
             Display "FAILED: HWTHTERM connection handle"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
           End-If
           .

      ****************************************************************
      *                                                              *
      * Function: Cleanup-Request-Handle                             *
      *                                                              *
      *   Cleans up the resources that were obtained earlier in      *
      *   Setup-Request, by issuing the HWTHTERM service.            *
      ****************************************************************
       Cleanup-Request-Handle.

           Set HWTH-NOFORCE to true.

           Call "HWTHTERM" using
             HWTH-RETURN-CODE
             Rqst-Handle
             HWTH-FORCETYPE
             HWTH-DIAG-AREA.

           If Not (HWTH-OK)
             Display "FAILED: HWTHTERM request handle"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
                             WS-LAST-RETCODE-TEXT
                             WS-LAST-RSNCODE-TEXT
           End-If
           .

       End Program HTTPSPRB.

      ***************************************************************
      * Program:  DSPHDIAG                                          *
      *                                                             *
      * This program is used to display the current state of the    *
      * return code, reason code, and reason description.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPHDIAG.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           COPY HWTHICOB.

       LOCAL-STORAGE SECTION.
       01 retcode-text Pic X(30) Value Spaces.
       01 rsncode-text Pic X(30) Value Spaces.

       LINKAGE SECTION.
       01 retcode      Pic 9(9) Binary.
       01 diag-area.
           05  srvcnum Pic 9(9) Binary.
           05  rsncode Pic 9(9) Binary.
           05  rsndesc Pic X(128).
       01 out-retcode-text Pic X(30).
       01 out-rsncode-text Pic X(30).

       PROCEDURE DIVISION using
                          retcode,
                          diag-area,
                          out-retcode-text,
                          out-rsncode-text.
       Begin.

           Compute HWTH-RETURN-CODE = retcode.

      ***************************************************************
      * Translate the return code integer into its text equivalent
      ***************************************************************
           Evaluate true
              When HWTH-OK
                Move "HWTH-OK" to retcode-text
              When HWTH-WARNING
                Move "HWTH-WARNING" to retcode-text
              When HWTH-HANDLE-INV
                Move "HWTH-HANDLE-INV" to retcode-text
              When HWTH-HANDLE-INUSE
                Move "HWTH-HANDLE-INUSE" to retcode-text
              When HWTH-HANDLETYPE-INV
                Move "HWTH-HANDLETYPE-INV" to retcode-text
              When HWTH-INACCESSIBLE-PARM
                Move "HWTH-INACCESSIBLE-PARM" to retcode-text
              When HWTH-CANNOT-OBTAIN-WORKAREA
                Move "HWTH-CANNOT-OBTAIN-WORKAREA" to retcode-text
              When HWTH-COMMUNICATION-ERROR
                Move "HWTH-COMMUNICATION-ERROR" to retcode-text
              When HWTH-CANNOT-INCREASE-WORKAREA
                Move "HWTH-CANNOT-INCREASE-WORKAREA" to retcode-text
              When HWTH-CANNOT-FREE-WORKAREA
                Move "HWTH-CANNOT-FREE-WORKAREA" to retcode-text
              When HWTH-CONNECTION-NOT-ACTIVE
                Move "HWTH-CONNECTION-NOT-ACTIVE" to retcode-text
              When HWTH-HSet-OPTIONVALADDR-INV
                Move "HWTH-HSet-OPTIONVALADDR-INV" to retcode-text
              When HWTH-HSet-OPTIONVALLEN-INV
                Move "HWTH-HSet-OPTIONVALLEN-INV" to retcode-text
              When HWTH-HSet-OPTION-INV
                Move "HWTH-HSet-OPTION-INV" to retcode-text
              When HWTH-HSet-OPTIONVALUE-INV
                Move "HWTH-HSet-OPTIONVALUE-INV" to retcode-text
              When HWTH-HSet-CONN-ALREADY-ACTIVE
                Move "HWTH-HSet-CONN-ALREADY-ACTIVE" to retcode-text
              When HWTH-HSLST-SLIST-INV
                Move "HWTH-HSLST-SLIST-INV" to retcode-text
              When HWTH-HSLST-FUNCTION-INV
                Move "HWTH-HSLST-FUNCTION-INV" to retcode-text
              When HWTH-HSLST-STRINGLEN-INV
                Move "HWTH-HSLST-STRINGLEN-INV" to retcode-text
              When HWTH-HSLST-STRINGADDR-INV
                Move "HWTH-HSLST-STRINGADDR-INV" to retcode-text
              When HWTH-HTERM-FORCEOPTION-INV
                Move "HWTH-HTERM-FORCEOPTION-INV" to retcode-text
              When HWTH-HCONN-CONNECT-INV
                Move "HWTH-HCONN-CONNECT-INV" to retcode-text
              When HWTH-HRQST-REQUEST-INV
                Move "HWTH-HRQST-REQUEST-INV" to retcode-text
              When HWTH-INTERRUPT-STATUS-INV
                Move "HWTH-INTERRUPT-STATUS-INV" to retcode-text
              When HWTH-LOCKS-HELD
                Move "HWTH-LOCKS-HELD" to retcode-text
              When HWTH-MODE-INV
                Move "HWTH-MODE-INV" to retcode-text
              When HWTH-AUTHLEVEL-INV
                Move "HWTH-AUTHLEVEL-INV" to retcode-text
              When HWTH-ENVIRONMENTAL-ERROR
                Move "HWTH-ENVIRONMENTAL-ERROR" to retcode-text
              When HWTH-UNSUPPORTED-RELEASE
                Move "HWTH-UNSUPPORTED-RELEASE" to retcode-text
              When HWTH-UNEXPECTED-ERROR
                Move "HWTH-UNEXPECTED-ERROR" to retcode-text
           End-evaluate

           If retcode-text is equal to Spaces
             Move 'Unknown return code' to retcode-text
           End-If

      ***************************************************************
      * Not all errors result in a reason code. Therefore, only
      * fill out the reason-code-text if the reason code is non-zero
      ***************************************************************
           If rsncode is not equal ZERO

             Move rsncode to HWTH-REASONCODE

             Evaluate true
               When HWTH-RSN-REDIRECTED
                 Move "HWTH-RSN-REDIRECTED" to rsncode-text
               When HWTH-RSN-NEEDED-REDIRECT
                 Move "HWTH-RSN-NEEDED-REDIRECT" to rsncode-text
               When HWTH-RSN-REDIRECT-XDOMAIN
                 Move "HWTH-RSN-REDIRECT-XDOMAIN" to rsncode-text
               When HWTH-RSN-REDIRECT-TO-HTTP
                 Move "HWTH-RSN-REDIRECT-TO-HTTP" to rsncode-text
               When HWTH-RSN-REDIRECT-TO-HTTPS
                 Move "HWTH-RSN-REDIRECT-TO-HTTPS" to rsncode-text
               When HWTH-RSN-NO-REDIRECT-LOCATION
                 Move "HWTH-RSN-NO-REDIRECT-LOCATION" to rsncode-text
               When HWTH-RSN-HDR-EXIT-ABORT
                 Move "HWTH-RSN-HDR-EXIT-ABORT" to rsncode-text
               When HWTH-RSN-TUNNEL-UNSUCCESSFUL
                 Move "HWTH-RSN-TUNNEL-UNSUCCESSFUL" to rsncode-text
               When HWTH-RSN-MALFORMED-CHNK-ENCODE
                 Move "HWTH-RSN-MALFORMED-CHNK-ENCODE" to rsncode-text
               When HWTH-RSN-COOKIE-STORE-FULL
                 Move "HWTH-RSN-COOKIE-STORE-FULL" to rsncode-text
               When HWTH-RSN-COOKIE-INVALID
                 Move "HWTH-RSN-COOKIE-INVALID" to rsncode-text
               When HWTH-RSN-COOKIE-STORE-INV-PARM
                 Move "HWTH-RSN-COOKIE-STORE-INV-PARM" to rsncode-text
               When HWTH-RSN-COOKIE-ST-INCOMPLETE
                 Move "HWTH-RSN-COOKIE-ST-INCOMPLETE" to rsncode-text
               When HWTH-RSN-COOKIE-ST-MALLOC-ERR
                 Move "HWTH-RSN-COOKIE-ST-MALLOC-ERR" to rsncode-text
               When HWTH-RSN-COOKIE-ST-FREE-ERROR
                 Move "HWTH-RSN-COOKIE-ST-FREE-ERROR" to rsncode-text
               When HWTH-RSN-COOKIE-ST-UNEXP-ERROR
                 Move "HWTH-RSN-COOKIE-ST-UNEXP-ERROR" to rsncode-text
               When HWTH-RSN-MALFORMED-REDIR-URI
                 Move "HWTH-RSN-MALFORMED-REDIR-URI" to rsncode-text
               When HWTH-RSN-UNAUTHORIZED
                 Move "HWTH-RSN-UNAUTHORIZED" to rsncode-text
             End-Evaluate
           End-If

           Display "Return code: " retcode-text.
           Display "Service: " srvcnum.
           Display "Reason Code: " rsncode-text.
           Display "Reason Desc: " rsndesc.

           Move retcode-text to out-retcode-text.
           Move rsncode-text to out-rsncode-text.

       End Program DSPHDIAG.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.ENVCTL    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ENVCTL
//GO.ROUTECTL  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ROUTECTL
//GO.TOKEN     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.TOKEN
//GO.PRBRPT    DD SYSOUT=*
//*  One record per endpoint, rewritten every run - the
//*  scheduler reads it for the endpoints to hold.
//GO.PRBSTAT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.PRBSTAT,
//                 DCB=(RECFM=FB,LRECL=80)
