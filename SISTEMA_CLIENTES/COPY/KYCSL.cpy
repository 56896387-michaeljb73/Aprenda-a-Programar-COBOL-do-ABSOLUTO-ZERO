      ******************************************************************
      * Copybook:  KYCSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausulas SELECT da documentacao cadastral: o
      *            arquivo indexado de documentos entregues pelo
      *            cliente (DOCUMENTOS-CLIENTE, copybook KYCF), chave
      *            cliente + codigo do documento, e a tabela de
      *            documentos exigidos por tipo de cliente
      *            (EXIGENCIAS-DOCUMENTO, DOCEXIG.dat, copybook
      *            KYCXF). O ASSIGN dos documentos aponta para o nome
      *            em WORKING-STORAGE (copybook ENVCFGWS) - o programa
      *            precisa chamar P8050-DEFINE-AMBIENTE antes do
      *            OPEN. Usada sempre em conjunto com KYCWS e KYCPA.
      ******************************************************************
           SELECT DOCUMENTOS-CLIENTE ASSIGN TO
           WS-ARQ-DOCKYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CHAVE
           FILE STATUS IS WS-KYC-STATUS.

           SELECT EXIGENCIAS-DOCUMENTO ASSIGN TO
           'src\assets\DOCEXIG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DXG-STATUS.
