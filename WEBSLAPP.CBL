002000*              is persisted to the BNKLAPP queue and the        * WEBSLAPP
002100*              reference number comes back for the caller to    * WEBSLAPP
002200*              show. Branch staff work the queue through        * WEBSLAPP
002300*              DBNK135P. A signed-in customer applies through   * WEBSLAPP
002350*              WEBSLAPA instead. Files open on first use and    * WEBSLAPP
002400*              stay open for the life of the server process.    * WEBSLAPP
002500***************************************************************** WEBSLAPP
002600                                                                  WEBSLAPP
002700 IDENTIFICATION DIVISION.                                         WEBSLAPP
