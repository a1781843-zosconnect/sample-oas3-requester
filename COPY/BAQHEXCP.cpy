      * BAQHAUDT-CORREL-ID of its audit record and the
      * X-Correlation-Id header the server saw.
           03 BAQHEXCP-CORREL-ID     PIC X(16).
      * Explanatory text the API sent back with the failure (the
      * Xmessage of its 404/409/500 response body, or the start of
      * the HTTP status message for an undocumented status), so the
      * queue can be worked without the original job log. SPACES
      * when the failure came with no text.
           03 BAQHEXCP-MESSAGE       PIC X(50).
      * The change ticket the failing run was authorised under, as
      * on its BAQHAUDT-CHANGE-ID; SPACES when the writer takes no
      * ticket.
           03 BAQHEXCP-CHANGE-ID     PIC X(12).
      * The catalog the failed request was for (see BAQHCATQ), so it
      * is replayed against the right API; SPACES means REDBOOK.
           03 BAQHEXCP-CATALOG       PIC X(8).
